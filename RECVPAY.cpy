      *> Student receivable payment for "59recvpay.dat": una riga
      *> per incasso contro una rata di 59recv.dat. RPyType 'P' (o
      *> spazio nelle righe storiche) incasso, 'W' credito pro-rata
      *> del ritiro (StudWithdraw, 98.cob): chiude la rata come un
      *> incasso ma non passa dalla banca. 'A' borsa arrivata
      *> dopo la fatturazione, credito figurativo come il 'W'; 'R'
      *> rimborso del credito allo studente, incasso negativo
      *> (StudRefund, 142.cob). Shared via COPY by TuitionBilling
      *> (59.cob), StudWithdraw, CashForecast (119.cob) and
      *> GLPosting (69.cob).
       01 RecvPayData.
           02 RPyChargeNum PIC 9(5).
           02 RPyDate PIC 9(8).
           02 RPyAmount PIC S9(5)V99.
           02 RPyType PIC X.
               88 RPyWithdrawCredit VALUE 'W'.
               88 RPyLateAward VALUE 'A'.
               88 RPyRefund VALUE 'R'.
