      *> Lot shipped on a delivery, one record per order line and lot
      *> in "58shiplot.dat": scritto da Warehouse (58.cob) alla
      *> conferma della spedizione, con il lotto prelevato in FEFO
      *> (lotto a spazi = merce non tracciata). Read by RecallTrace
      *> (124.cob) to find every customer who received a lot.
       01 ShipLotData.
           02 SlOrdNum PIC 9(5).
           02 SlCustID PIC 9(5).
           02 SlDate PIC 9(8).
           02 SlProd PIC X(10).
           02 SlLot PIC X(12).
           02 SlExpiry PIC 9(8).
           02 SlLoc PIC X(3).
           02 SlQty PIC 9(5).
