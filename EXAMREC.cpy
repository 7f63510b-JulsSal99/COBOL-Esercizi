      *> Person360 (54.cob). ExamAttempt numbers the attempts of the
      *> same student on the same course (1, 2, 3): oltre il terzo
      *> tentativo l'iscrizione viene rifiutata da ExamReg.
      *> Gli esiti arrivano qui solo dal verbale firmato (Verbali,
      *> 129.cob): ExamFacCode e' il docente che l'ha firmato, spazi
      *> negli esiti registrati prima dei verbali.
       01 ExamResData.
           02 ExamMatr PIC 9(5).
           02 ExamCourse PIC 9(5).
           02 ExamScore PIC 9(3).
           02 ExamGrade PIC X.
           02 ExamAttempt PIC 99.
           02 ExamFacCode PIC X(6).
