      *> Riga di "23jobctl.txt", la catena di NightlyDriver
      *> (23.cob), letta anche da RuntimeTrend (106.cob). Un passo
      *> per riga, nell'ordine di esecuzione: programma, calendario
      *> e fino a quattro passi precedenti da cui dipende. Righe
      *> del vecchio formato (solo il nome) valgono come passi
      *> giornalieri senza dipendenze.
       01 JobCtlLine.
           02 JcStep PIC X(30).
           02 FILLER PIC X.
      *> D o spazi = ogni notte, WD = lunedi'-venerdi', ME = ultimo
      *> giorno lavorativo del mese, FB = primo giorno lavorativo.
           02 JcCalendar PIC X(2).
               88 JcDaily VALUE "D " SPACES.
               88 JcWeekdays VALUE "WD".
               88 JcMonthEnd VALUE "ME".
               88 JcFirstBusDay VALUE "FB".
           02 FILLER PIC X.
      *> Il passo gira solo se ogni dipendenza e' finita bene o non
      *> era in calendario quella notte.
           02 JcDependEntry OCCURS 4 TIMES.
               03 JcDepend PIC X(30).
               03 FILLER PIC X.
