      *> Course evaluation question for "141evalq.dat" (indexed by
      *> EqNum), mantenuto da CourseEval (141.cob): testo della
      *> domanda e punteggio massimo della scala (risposte da 1 a
      *> EqScale, zero = non risponde).
       01 EvalQuestion.
           02 EqNum PIC 99.
           02 EqText PIC X(60).
           02 EqScale PIC 9.
