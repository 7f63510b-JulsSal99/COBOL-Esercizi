      *> via COPY by InvoiceGen (25.cob), Payments (26.cob), MailMerge
      *> (42.cob), TaxRemit (49.cob), MonthEndClose (60.cob),
      *> ReturnsCredit (61.cob) and OrderEntry's credit check, like
      *> CUSTREC.cpy does for the customer shape. LateInterest
      *> (147.cob) writes its interest debit notes here too, with
      *> InvKind 'I'.
      *> Record a 103 byte con 17 di riserva in coda.
       01 InvRegData.
           02 InvNum PIC 9(5).
           02 InvCustID PIC 9(5).
           02 InvCurr PIC X(3).
           02 InvRate PIC 9(3)V9(4).
           02 InvSalesRep PIC X(4).
      *> Condizioni di pagamento del cliente alla data fattura
      *> (TERMCALC): scadenza reale, da cui partono aging e
      *> solleciti, e sconto cassa per pagamento entro InvDiscDate
      *> (tasso zero = nessuno sconto). Le fatture convertite da
      *> InvTermsConv (153.cob) scadono alla data fattura.
           02 InvTerms PIC X(4).
           02 InvDueDate PIC 9(8).
           02 InvDiscDate PIC 9(8).
           02 InvDiscRate PIC V999.
      *> Societa' emittente (COMPREC.cpy), dalla riserva in coda.
           02 InvCompany PIC X(2).
      *> Tipo documento, dalla riserva: spazio fattura di vendita,
      *> 'I' nota di addebito interessi di mora (fuori campo IVA,
      *> non e' un ricavo di vendita). Le note emesse prima le
      *> marca InvKindConv (162.cob).
           02 InvKind PIC X.
               88 InvSale VALUE SPACE.
               88 InvInterest VALUE 'I'.
           02 FILLER PIC X(17).
