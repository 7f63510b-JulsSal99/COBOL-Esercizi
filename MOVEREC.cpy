      *> 'A'/'D' rettifica inventariale in aumento/diminuzione,
      *> 'T' trasferimento da MovLoc a MovLocTo (saldo globale
      *> invariato). MovLoc e' il magazzino del movimento.
      *> MovLot/MovExpiry: lotto e scadenza (zero = senza scadenza).
      *> Lotto a spazi = merce non tracciata (movimenti scritti prima
      *> dei lotti) oppure, negli scarichi e trasferimenti, lotto
      *> lasciato alla regola FEFO di LOTLOAD.
       01 MoveData.
           02 MovProdName PIC X(10).
           02 MovType PIC X.
           02 MovDate PIC 9(8).
           02 MovLoc PIC X(3).
           02 MovLocTo PIC X(3).
           02 MovLot PIC X(12).
           02 MovExpiry PIC 9(8).
