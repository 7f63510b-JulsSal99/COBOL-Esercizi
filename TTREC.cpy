      *> Weekly timetable line, "130tt<aaaamm>.dat" (uno per termine
      *> del calendario accademico): giorno 1-5 (lunedi'-venerdi'),
      *> fascia oraria 1-8, insegnamento, coorte (Corso, AnnoCorso),
      *> docente, aula di 93rooms.dat e iscritti al momento della
      *> costruzione. Scritto e letto da Timetable (130.cob).
       01 TimetableData.
           02 TtDay PIC 9.
           02 TtSlot PIC 9.
           02 TtCourse PIC 9(5).
           02 TtYear PIC 99.
           02 TtSubject PIC X(20).
           02 TtFacCode PIC X(6).
           02 TtRoom PIC X(4).
           02 TtHeads PIC 9(4).
