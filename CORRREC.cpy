      *> Grade correction transaction for "89gradecorr.dat": prima/
      *> dopo, chi e perche'. GradeCorrect (89.cob) la prepara e la
      *> mette in coda di approvazione, ChangeQueue (150.cob) la
      *> registra e la applica a 7examres.dat quando un
      *> approvatore la accetta. CorrOpID e' chi l'ha richiesta.
       01 CorrData.
           02 CorrDate PIC 9(8).
           02 CorrTime PIC 9(8).
           02 CorrOpID PIC X(8).
           02 CorrMatr PIC 9(5).
           02 CorrCourse PIC 9(5).
           02 CorrAttempt PIC 99.
           02 CorrOldScore PIC 9(3).
           02 CorrOldGrade PIC X.
           02 CorrNewScore PIC 9(3).
           02 CorrNewGrade PIC X.
           02 CorrReason PIC X(30).
