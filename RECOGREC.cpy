      *> Transfer credit recognition for "132recog.dat" (indexed by
      *> matricola and internal course), maintained by Recognition
      *> (132.cob): esame superato in un altro ateneo e riconosciuto
      *> come il corso RecCourse del catalogo. RecScore e RecGrade
      *> sono l'equivalente sulla scala interna (60 e oltre, voto da
      *> A a D), RecExtGrade il voto come dato dall'altro ateneo.
      *> Contano come esami superati in DegreeAudit (90.cob),
      *> Transcript (31.cob), TranscriptExport (101.cob) e nelle
      *> propedeuticita' di ExamReg (32.cob).
       01 RecogData.
           02 RecKey.
               03 RecMatr PIC 9(5).
               03 RecCourse PIC 9(5).
           02 RecInstitution PIC X(30).
           02 RecExtCourse PIC X(30).
           02 RecExtGrade PIC X(10).
           02 RecScore PIC 9(3).
           02 RecGrade PIC X.
           02 RecCredits PIC 99.
           02 RecDate PIC 9(8).
           02 RecOfficer PIC X(8).
