      *> Draft exam result for "129draftres.dat" (indexed by course,
      *> date and matricola): stessi campi di EXAMREC.cpy, tenuti
      *> qui finche' il verbale della sessione non e' firmato.
       01 DraftResData.
           02 DrKey.
               03 DrCourse PIC 9(5).
               03 DrDate PIC 9(8).
               03 DrMatr PIC 9(5).
           02 DrScore PIC 9(3).
           02 DrGrade PIC X.
           02 DrAttempt PIC 99.
