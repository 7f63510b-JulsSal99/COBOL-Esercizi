      *> Examiner assignment for "129examiner.dat" (indexed by
      *> ExrCourse): il docente che presiede gli esami del corso e
      *> firma i verbali. Mantenuto da Verbali (129.cob), letto da
      *> ESAME (7.cob) all'apertura del verbale.
       01 ExaminerData.
           02 ExrCourse PIC 9(5).
           02 ExrFacCode PIC X(6).
