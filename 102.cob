       FILE SECTION.
       FD MenuFile.
      *> Voce di menu: titolo parlante, programma da lanciare e
      *> ruolo minimo (' ' = tutti, 'S' = solo supervisori, 'A' =
      *> solo approvatori).
       01 MenuData.
           02 MnuTitle PIC X(30).
           02 MnuProgram PIC X(20).
               MOVE "MonthEndClose" TO MnuProgram
               MOVE 'S' TO MnuRole
               WRITE MenuData
               MOVE "Variazioni da approvare" TO MnuTitle
               MOVE "ChangeQueue" TO MnuProgram
               MOVE 'A' TO MnuRole
               WRITE MenuData
               CLOSE MenuFile
               OPEN INPUT MenuFile
           END-IF.
               END-READ
           END-PERFORM.
           CLOSE MenuFile.
           PERFORM EnsureApprovalEntry.

       EnsureApprovalEntry.
           *> I menu creati prima della coda approvazioni non hanno
           *> la voce: si aggiunge in fondo una volta sola.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-MenuCount
               IF MN-Program(I) = "ChangeQueue"
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-MenuCount >= 30
               EXIT PARAGRAPH
           END-IF.
           MOVE "Variazioni da approvare" TO MnuTitle.
           MOVE "ChangeQueue" TO MnuProgram.
           MOVE 'A' TO MnuRole.
           OPEN EXTEND MenuFile.
           WRITE MenuData.
           CLOSE MenuFile.
           ADD 1 TO WS-MenuCount.
           MOVE MnuTitle TO MN-Title(WS-MenuCount).
           MOVE MnuProgram TO MN-Program(WS-MenuCount).
           MOVE MnuRole TO MN-Role(WS-MenuCount).

       ShowMenu.
           DISPLAY " ".
