      *> Fee band table for "137feeband.dat": per Corso le fasce di
      *> reddito in ordine di FbBand, ognuna col limite superiore
      *> FbUpTo e la retta FbFee (zero = fascia esente). L'ultima
      *> fascia e' quella applicata a chi non ha dichiarato in
      *> tempo. Shared via COPY by IncomeDecl (137.cob) and
      *> TuitionBilling (59.cob).
       01 FeeBandData.
           02 FbKey.
               03 FbCourse PIC 9(5).
               03 FbBand PIC 99.
           02 FbUpTo PIC 9(7)V99.
           02 FbFee PIC 9(5)V99.
