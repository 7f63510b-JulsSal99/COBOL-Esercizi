      *> Budget record for "122budget.dat", keyed by company,
      *> period and account. BudAmount e' l'importo atteso nel
      *> verso naturale del conto (ricavi e costi entrambi
      *> positivi). Ogni societa' ha il suo budget; quelli
      *> immessi prima li assegna alla 01 BudgetConv (161.cob).
      *> Used by FinStatements (122.cob).
       01 BudgetData.
           02 BudKey.
               03 BudCompany PIC X(2).
               03 BudPeriod PIC 9(6).
               03 BudAcct PIC 9(4).
           02 BudAmount PIC 9(9)V99.
