      *> Academic standing history for "135standing.dat": una riga
      *> per ogni cambio di posizione di uno studente, scritta dal
      *> run di fine termine (Standing, 135.cob). La posizione
      *> corrente e' l'ultima riga della matricola (STANDGET); chi
      *> non ha righe e' in regola. SthEarned/SthExpected sono i
      *> crediti maturati e attesi al momento del run.
       01 StandingData.
           02 SthMatr PIC 9(5).
           02 SthTerm PIC 9(6).
           02 SthRunDate PIC 9(8).
           02 SthOldStatus PIC X.
           02 SthNewStatus PIC X.
               88 SthGood VALUE 'G'.
               88 SthWarning VALUE 'W'.
               88 SthProbation VALUE 'P'.
               88 SthFuoriCorso VALUE 'F'.
           02 SthEarned PIC 9(4).
           02 SthExpected PIC 9(4).
