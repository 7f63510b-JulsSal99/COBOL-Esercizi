      *> Purchase order record for "76po.dat" (IDNEXT "PO" series):
      *> shared via COPY by Purchasing (76.cob) and the accounts
      *> payable three-way match. PORecQty accumulates the goods
      *> receipts posted against the order. POPromDate e' la data
      *> di consegna promessa (data ordine + lead time del
      *> fornitore), POCancelDate la data di annullo: zero negli
      *> ordini scritti prima (convertiti da PurchApConv, 160.cob),
      *> e chi legge ricade sul lead time in 76sourcing.dat.
       01 PurchOrderData.
           02 PONum PIC 9(5).
           02 POSupCode PIC X(4).
               88 POReceived VALUE 'R'.
               88 POCancelled VALUE 'C'.
           02 PORecQty PIC 9(5).
           02 POPromDate PIC 9(8).
           02 POCancelDate PIC 9(8).
