       01 WS-CallMiddle       PIC X(20) VALUE SPACES.
       01 WS-CallLast       PIC X(20).
       01 WS-FullName       PIC X(63).
       01 WS-HoldStudente       PIC X(79).
       01 WS-StudentiMasterStatus       PIC XX.
       01 WS-CourseStatus       PIC XX.
       01 WS-WaitStatus       PIC XX.
       01 WS-JrnFileCode       PIC X(8) VALUE "STUDENTI".
       01 WS-JrnAction       PIC X(8).
       01 WS-JrnKey       PIC X(10).
       01 WS-JrnBefore       PIC X(200).
       01 WS-JrnAfter       PIC X(200).

       PROCEDURE DIVISION.

           MOVE 1 TO AnnoCorso.
           MOVE "A" TO StatoStud.
           MOVE ZERO TO AnnoLaurea.
           MOVE ZERO TO DataRitiro.
           *> L'anno accademico parte a settembre: chi si iscrive
           *> prima appartiene all'a.a. cominciato l'anno prima.
           MOVE CurrentYear TO AnnoImmatr.
           IF CurrentMonth < 9
               SUBTRACT 1 FROM AnnoImmatr
           END-IF.
           WRITE DettagliStudente
               INVALID KEY
                   DISPLAY "Matricola gia' presente in archivio."
