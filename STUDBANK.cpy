      *> Coordinate bancarie dello studente per i rimborsi del
      *> credito, "142studbank.dat" con chiave la matricola. Una
      *> riga per studente, sostituita a ogni variazione; l'IBAN
      *> passa da IBANCHK. Maintained and read by StudRefund
      *> (142.cob).
       01 StudBankData.
           02 SbMatr PIC 9(5).
           02 SbIBAN PIC X(34).
           02 SbBIC PIC X(11).
           02 SbHolder PIC X(40).
           02 SbDate PIC 9(8).
           02 SbOpID PIC X(8).
