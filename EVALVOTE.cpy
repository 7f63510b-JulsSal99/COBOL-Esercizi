      *> Evaluation participation register for "141evalvote.dat"
      *> (indexed by EvKey): chi ha gia' compilato il questionario
      *> del corso nel termine. Tenuto in ordine di chiave, senza
      *> data ne' legame con le risposte di 141evalans.dat.
       01 EvalVote.
           02 EvKey.
               03 EvCourse PIC 9(5).
               03 EvTerm PIC 9(6).
               03 EvMatr PIC 9(5).
