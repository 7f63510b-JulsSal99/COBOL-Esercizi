      *> Blocco amministrativo sullo studente ("144holds.dat",
      *> chiave matricola + progressivo). HdType 'T' tasse, 'B'
      *> biblioteca, 'D' documenti, 'S' disciplinare. HdAuto 'Y'
      *> quando l'ha messo il controllo tasse scadute di StudHolds
      *> (144.cob), che poi lo toglie da solo a debito saldato.
      *> HdRelDate zero finche' il blocco e' attivo. Quali azioni
      *> ogni tipo blocca lo decide HOLDCHK.
       01 HoldData.
           02 HdKey.
               03 HdMatr PIC 9(5).
               03 HdSeq PIC 9(3).
           02 HdType PIC X.
               88 HdTuition VALUE 'T'.
               88 HdLibrary VALUE 'B'.
               88 HdDocuments VALUE 'D'.
               88 HdDiscipline VALUE 'S'.
           02 HdReason PIC X(40).
           02 HdPlacedBy PIC X(8).
           02 HdPlacedDate PIC 9(8).
           02 HdAuto PIC X.
           02 HdRelDate PIC 9(8).
               88 HdActive VALUE ZERO.
           02 HdRelBy PIC X(8).
