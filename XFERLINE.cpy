      *> Transfer order LINE record for "159xferline.dat", keyed by
      *> transfer number plus line sequence like ORDLINE.cpy. Quantita'
      *> richiesta, spedita (quel che il magazzino di partenza aveva)
      *> e ricevuta: spedito meno ricevuto e' l'ammanco registrato
      *> come discrepanza al ricevimento.
       01 TransferLineData.
           02 XlKey.
               03 XlNum PIC 9(5).
               03 XlSeq PIC 99.
           02 XlProd PIC X(10).
           02 XlQty PIC 9(5).
           02 XlShipQty PIC 9(5).
           02 XlRecvQty PIC 9(5).
