      *> Fascia di retta applicata in fatturazione per
      *> "59bandbill.dat", una riga per studente addebitato, come
      *> 96applied.dat per le borse. BbSource 'D' da dichiarazione,
      *> 'M' dichiarazione mancante o tardiva (fascia massima), 'F'
      *> corso senza fasce (retta piatta CourseTuition). Written by
      *> TuitionBilling (59.cob), read by its band revenue report.
       01 BandBillData.
           02 BbTerm PIC 9(6).
           02 BbMatr PIC 9(5).
           02 BbCourse PIC 9(5).
           02 BbBand PIC 99.
           02 BbSource PIC X.
               88 BbDeclared VALUE 'D'.
               88 BbMissing VALUE 'M'.
               88 BbFlat VALUE 'F'.
           02 BbIncome PIC 9(7)V99.
           02 BbGross PIC 9(5)V99.
           02 BbAward PIC 9(5)V99.
           02 BbNet PIC 9(5)V99.
           02 BbBillDate PIC 9(8).
