      *> General ledger journal line for "69gljournal.dat", written
      *> by the posting run of GLPosting (69.cob) and read by the
      *> trial balance and by FinStatements (122.cob).
       01 GlJournalData.
           02 GLPeriod PIC 9(6).
           02 GLDate PIC 9(8).
           02 GLAcct PIC 9(4).
           02 GLDrCr PIC X.
           02 GLAmount PIC 9(9)V99.
           02 GLSource PIC X(8).
           02 GLRef PIC 9(5).
      *> Societa' della scrittura: ogni societa' ha la sua
      *> contabilita' e il suo bilancio di verifica.
           02 GLCompany PIC X(2).
