      *> Write-off proposal record for "117wrtoff.dat", keyed by
      *> invoice: one proposal per invoice, written by the proposal
      *> run of BadDebtRun (117.cob) and decided by a supervisor.
      *> WoStatus 'P' proposta, 'A' approvata e stralciata (pagamento
      *> 'W' in 26payments.dat), 'R' respinta.
       01 WriteOffData.
           02 WoInvNum PIC 9(5).
           02 WoCustID PIC 9(5).
           02 WoPropDate PIC 9(8).
           02 WoBalance PIC 9(7)V99.
           02 WoAgeDays PIC 9(5).
           02 WoDunLevel PIC 9.
           02 WoStatus PIC X.
               88 WoProposed VALUE 'P'.
               88 WoApproved VALUE 'A'.
               88 WoRejected VALUE 'R'.
           02 WoDecDate PIC 9(8).
           02 WoOpID PIC X(8).
