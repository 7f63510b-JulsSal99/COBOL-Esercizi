      *> Faculty master record for "129faculty.dat" (indexed by
      *> FacCode), maintained by Verbali (129.cob). FacDept deve
      *> coincidere col CourseDept dei corsi di cui il docente e'
      *> esaminatore.
       01 FacultyData.
           02 FacCode PIC X(6).
           02 FacName PIC X(30).
           02 FacDept PIC X(20).
