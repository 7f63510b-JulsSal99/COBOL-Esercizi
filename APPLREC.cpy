      *> Sconto borsa applicato in fatturazione, per il riepilogo
      *> fonti di AwardMaint (96.cob) e per la contabilita'
      *> (GLPosting, 69.cob). ApBillDate e' la data di fatturazione:
      *> assente nelle righe scritte prima, che non si contabilizzano.
       01 AppliedData.
           02 ApTerm PIC 9(6).
           02 ApMatr PIC 9(5).
           02 ApSource PIC X(10).
           02 ApAmount PIC 9(5)V99.
           02 ApBillDate PIC 9(8).
