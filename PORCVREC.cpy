      *> Goods receipt against a purchase order, one record per
      *> receipt in "76porecv.dat": scritto da Purchasing (76.cob)
      *> insieme al movimento 'R' di magazzino, che non porta il
      *> numero d'ordine. PRcPartial = 'Y' se dopo l'entrata l'ordine
      *> resta ancora aperto. PRcLot e' il lotto ricevuto. Read by
      *> SupplierScore (123.cob) and RecallTrace (124.cob).
       01 PoReceiptData.
           02 PRcPONum PIC 9(5).
           02 PRcSupCode PIC X(4).
           02 PRcDate PIC 9(8).
           02 PRcQty PIC 9(5).
           02 PRcPartial PIC X.
               88 PRcIsPartial VALUE 'Y'.
           02 PRcLot PIC X(12).
