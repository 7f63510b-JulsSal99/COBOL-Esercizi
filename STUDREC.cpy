           02 AnnoLaurea       PIC 9(4).
      *> Data effetto del ritiro (zero se mai ritirato).
           02 DataRitiro       PIC 9(8).
      *> Anno accademico di prima immatricolazione (aaaa, l'anno in
      *> cui l'a.a. comincia), base delle coorti di CohortRun.
           02 AnnoImmatr       PIC 9(4).
