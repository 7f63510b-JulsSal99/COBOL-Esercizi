      *> line shipped short by Warehouse (58.cob). BONum comes from
      *> the IDNEXT "BO" series, so key order is also age order and
      *> the release run (BORELEASE) serves the oldest first. A
      *> backorder is open while BORelQty < BOQty. 'X' = the order
      *> line was cut in OrderStatus (57.cob): BOQty drops to what
      *> had already been released.
       01 BackorderData.
           02 BONum PIC 9(5).
           02 BOOrdNum PIC 9(5).
           02 BOStatus PIC X.
               88 BOOpen VALUE 'O'.
               88 BOReleased VALUE 'R'.
               88 BOCancelled VALUE 'X'.
