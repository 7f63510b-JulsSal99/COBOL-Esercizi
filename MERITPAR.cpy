      *> Merit scholarship parameters for "136merit.par", read by
      *> MeritRun (136.cob). MpType 'R' regola per Corso e anno
      *> (MpYear zero = ogni anno del corso, MpCourse zero = ogni
      *> corso): media ponderata minima, crediti minimi per anno di
      *> corso, budget del gruppo e valore della borsa (importo
      *> fisso, oppure MpPercent della retta). MpType 'H' blocco
      *> disciplinare sulla matricola MpMatr, con la motivazione.
       01 MeritParm.
           02 MpType PIC X.
               88 MpRule VALUE 'R'.
               88 MpHold VALUE 'H'.
           02 MpCourse PIC 9(5).
           02 MpYear PIC 99.
           02 MpMinAvg PIC 9(3)V9.
           02 MpMinCredits PIC 9(3).
           02 MpBudget PIC 9(7)V99.
           02 MpAmount PIC 9(5)V99.
           02 MpPercent PIC V999.
           02 MpMatr PIC 9(5).
           02 MpReason PIC X(30).
