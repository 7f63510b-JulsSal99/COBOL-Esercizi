           MOVE "A" TO StatoStud.
           MOVE ZERO TO AnnoLaurea.
           MOVE ZERO TO DataRitiro.
           MOVE ZERO TO AnnoImmatr.
           WRITE DettagliStudente
               INVALID KEY
                   DISPLAY "Matricola doppia scartata: " Matr
