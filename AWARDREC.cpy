      *> Scholarship/aid award for "96awards.dat": per studente e
      *> termine, in percentuale (AwPercent > 0) oppure a importo
      *> fisso, con la fonte di finanziamento. Shared via COPY by
      *> AwardMaint (96.cob) and TuitionBilling (59.cob); le borse
      *> di merito le scrive MeritRun (136.cob) con AwSource MERIT.
       01 AwardData.
           02 AwMatr PIC 9(5).
           02 AwTerm PIC 9(6).
