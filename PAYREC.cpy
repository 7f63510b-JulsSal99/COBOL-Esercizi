      *> cosi' applicazione, aging e saldi leggono solo i record
      *> della fattura che serve. PayType: 'P' incasso, 'R' storno
      *> (riapre la fattura), 'A' acconto senza fattura (cliente in
      *> PayCustID), 'U' applicazione dell'acconto, 'W' stralcio
      *> per perdita su crediti (chiude il saldo come un incasso),
      *> 'D' addebito diretto SDD presentato in banca: incasso
      *> atteso, conta come pagato finche' un insoluto non lo
      *> storna con un 'R'. 'S' sconto cassa per pagamento entro i
      *> termini (InvDiscDate): chiude il residuo come un incasso
      *> ma va in contabilita' come sconto concesso.
       01 PaymentData.
           02 PaySeq PIC 9(7).
           02 PayInvNum PIC 9(5).
               88 PayReversal VALUE 'R'.
               88 PayOnAccount VALUE 'A'.
               88 PayApplied VALUE 'U'.
               88 PayWriteOff VALUE 'W'.
               88 PayDirectDebit VALUE 'D'.
               88 PayDiscount VALUE 'S'.
           02 PayCustID PIC 9(5).
           02 PayReason PIC X(10).
      *> Societa' del credito incassato: quella della fattura, o
      *> per l'acconto la societa' su cui si e' registrato.
           02 PayCompany PIC X(2).
