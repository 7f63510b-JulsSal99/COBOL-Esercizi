      *> Exam minutes (verbale) header for "129verbale.dat", one per
      *> course and exam date. Aperto in bozza da ESAME (7.cob) al
      *> primo esito, firmato dal docente esaminatore in Verbali
      *> (129.cob): solo allora gli esiti passano in 7examres.dat.
       01 VerbaleData.
           02 VerKey.
               03 VerCourse PIC 9(5).
               03 VerDate PIC 9(8).
           02 VerFacCode PIC X(6).
           02 VerStatus PIC X.
               88 VerDraft VALUE 'D'.
               88 VerSigned VALUE 'S'.
           02 VerOpenDate PIC 9(8).
           02 VerResCount PIC 9(3).
           02 VerSignDate PIC 9(8).
           02 VerSignOpID PIC X(8).
