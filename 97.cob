                       MOVE UnloadRecord(1:67) TO
                           DettagliStudente(1:67)
                       MOVE ZERO TO DataRitiro
                       MOVE ZERO TO AnnoImmatr
                       WRITE DettagliStudente
                           INVALID KEY
                               DISPLAY "Matricola doppia "
