      *> Chart of accounts record for "69coa.dat". AcctType dice in
      *> quale prospetto va il conto (A attivita', L passivita',
      *> E patrimonio netto, R ricavi, X costi); AcctLine e' la riga
      *> del prospetto su cui il conto si somma. Record scritti
      *> prima dei due campi li hanno a spazi: COATYPE li deduce.
      *> Shared via COPY by GLPosting (69.cob) and FinStatements
      *> (122.cob).
       01 CoaData.
           02 AcctNum PIC 9(4).
           02 AcctName PIC X(30).
           02 AcctType PIC X.
               88 AcctAsset VALUE 'A'.
               88 AcctLiability VALUE 'L'.
               88 AcctEquity VALUE 'E'.
               88 AcctRevenue VALUE 'R'.
               88 AcctExpense VALUE 'X'.
               88 AcctTypeValid VALUE 'A' 'L' 'E' 'R' 'X'.
           02 AcctLine PIC X(20).
