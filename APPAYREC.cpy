      *> Supplier payment record for "77appay.dat": una riga per
      *> pagamento contro una fattura fornitore, scritta da Payables
      *> (77.cob) a mano o dalla proposta di pagamento approvata.
       01 ApPayData.
           02 APPayInvNum PIC 9(5).
           02 APPayDate PIC 9(8).
           02 APPayAmount PIC 9(7)V99.
