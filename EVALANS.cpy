      *> Anonymous evaluation answers for "141evalans.dat", scritti
      *> da CourseEval (141.cob). Nessuna matricola: chi ha risposto
      *> sta solo in 141evalvote.dat. Ogni questionario consegnato
      *> e' una riga EaQuestion zero seguita dalle sue risposte.
       01 EvalAnswer.
           02 EaCourse PIC 9(5).
           02 EaTerm PIC 9(6).
           02 EaQuestion PIC 99.
           02 EaScore PIC 9.
