      *> Bank reconciliation result for "156bankrec.dat", one line
      *> per run: scritto da BankRecon (156.cob) a ogni
      *> riconciliazione del conto banca 1200 e letto da
      *> MonthEndClose (60.cob), che chiude il periodo solo se
      *> l'ultima riconciliazione della societa' quadra e il saldo
      *> contabile non e' cambiato da allora. Saldi con segno,
      *> positivo = saldo a credito dell'azienda verso la banca.
       01 BankRecData.
           02 BrcCompany PIC X(2).
           02 BrcPeriod PIC 9(6).
           02 BrcStatus PIC X.
               88 BrcBalanced VALUE 'B'.
               88 BrcUnbalanced VALUE 'U'.
           02 BrcBookBal PIC S9(9)V99.
           02 BrcAdjBook PIC S9(9)V99.
           02 BrcBankBal PIC S9(9)V99.
           02 BrcAdjBank PIC S9(9)V99.
           02 BrcBankOnly PIC 9(5).
           02 BrcBookOnly PIC 9(5).
           02 BrcDate PIC 9(8).
           02 BrcTime PIC 9(8).
           02 BrcOpID PIC X(8).
