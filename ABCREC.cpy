      *> Classe ABC per prodotto in "126abc.dat": riscritto per
      *> intero da AbcAnalysis (126.cob) a ogni analisi mensile,
      *> classe in base al valore scaricato negli ultimi dodici
      *> mesi. Letto da CycleCount (80.cob), che conta gli articoli
      *> A piu' spesso dei C.
       01 AbcData.
           02 AbcProd PIC X(10).
           02 AbcClass PIC X.
               88 AbcClassA VALUE 'A'.
               88 AbcClassB VALUE 'B'.
               88 AbcClassC VALUE 'C'.
           02 AbcPeriod PIC 9(6).
           02 AbcIssueValue PIC 9(9)V99.
