      *> STUDREC.cpy does for the student shape. The product fields
      *> moved to the line file 24ordlines.dat (ORDLINE.cpy): one
      *> OrdNum now carries several products on a single invoice.
      *> OrdCompany e' la societa' che fattura l'ordine (COMPREC.cpy):
      *> clienti e catalogo sono condivisi, i documenti no.
       01 OrderData.
           02 OrdNum PIC 9(5).
           02 OrdCustID PIC 9(5).
               88 OrdShipped VALUE 'S'.
               88 OrdInvoiced VALUE 'I'.
               88 OrdClosed VALUE 'C'.
               88 OrdCancelled VALUE 'X'.
           02 OrdLineCount PIC 99.
           02 OrdSalesRep PIC X(4).
           02 OrdCompany PIC X(2).
