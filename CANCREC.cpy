      *> Cancellation log record for "57cancel.dat", written by
      *> OrderStatus (57.cob): one 'O' record per order cancelled
      *> (CxlLineSeq zero, quantity and value of all the open lines)
      *> and one 'L' record per line reduced or dropped. Reason code
      *> and agent feed the lost-orders report. CxlCompany e' la
      *> societa' dell'ordine (spazi sui record scritti prima delle
      *> societa' = 01).
       01 CancelData.
           02 CxlDate PIC 9(8).
           02 CxlOrdNum PIC 9(5).
           02 CxlLineSeq PIC 99.
           02 CxlType PIC X.
               88 CxlOrder VALUE 'O'.
               88 CxlLine VALUE 'L'.
           02 CxlReason PIC X(2).
           02 CxlCustID PIC 9(5).
           02 CxlSalesRep PIC X(4).
           02 CxlProd PIC X(10).
           02 CxlQty PIC 9(5).
           02 CxlValue PIC 9(7)V99.
           02 CxlOpID PIC X(8).
           02 CxlCompany PIC X(2).
