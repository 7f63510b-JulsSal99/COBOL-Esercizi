           02 OldOrdKey PIC 9(5).
           02 FILLER PIC X(17).
       FD NewOrderFile.
      *> Testata a 25 byte, prima della societa': la conversione
      *> successiva e' CompanyConv (155.cob).
       01 OrderData.
           02 OrdNum PIC 9(5).
           02 FILLER PIC X(20).
       FD OldInvRegister.
       01 OldInvRegData.
           02 OldInvKey PIC 9(5).
           02 FILLER PIC X(52).
       FD NewInvRegister.
      *> Tracciato a 60 byte, prima delle condizioni di pagamento:
      *> la conversione successiva e' InvTermsConv (153.cob).
       01 InvRegData.
           02 InvNum PIC 9(5).
           02 FILLER PIC X(55).
       FD OldCreditRegister.
       01 OldCreditData.
           02 OldCrnKey PIC 9(5).
           02 FILLER PIC X(56).
       FD NewCreditRegister.
      *> Tracciato a 64 byte, prima di classe e aliquota IVA: la
      *> conversione successiva e' TaxMasterConv (114.cob).
       01 CreditData.
           02 CrnNum PIC 9(5).
           02 FILLER PIC X(59).
       FD OldQuoteFile.
       01 OldQuoteData.
           02 OldQuoKey PIC 9(5).
