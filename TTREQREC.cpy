      *> Weekly teaching hours requested per course and year of
      *> study, "130ttreq.dat": una riga per insegnamento col
      *> docente (129faculty.dat) e le ore settimanali. Letto da
      *> Timetable (130.cob) per costruire l'orario del termine.
       01 TtReqData.
           02 TrCourse PIC 9(5).
           02 TrYear PIC 99.
           02 TrSubject PIC X(20).
           02 TrFacCode PIC X(6).
           02 TrHours PIC 99.
