       IDENTIFICATION DIVISION.
       PROGRAM-ID.       StudImmatrConv.
       AUTHOR.       Giulio.
       DATE-WRITTEN.08/10/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OldStudentiMaster ASSIGN TO "3studenti.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OldMatr
               FILE STATUS IS WS-OldStatus.
           SELECT UnloadFile ASSIGN TO "139unload.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UnloadStatus.
           SELECT NewStudentiMaster ASSIGN TO "3studenti.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Matr
               FILE STATUS IS WS-NewStatus.
           SELECT CourseFile ASSIGN TO "33courses.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CourseCode
               FILE STATUS IS WS-CourseStatus.
       DATA DIVISION.
       FILE SECTION.
       FD OldStudentiMaster.
      *> Tracciato a 75 byte, senza anno di immatricolazione.
       01 OldDettagliStudente.
           02 OldCorso       PIC 9(5).
           02 OldMatr       PIC 9(5).
           02 OldNomeStud.
                  03 OldNome       PIC X(20).
                  03 OldCognome       PIC X(20).
           02 OldDataN       PIC X(10).
           02 OldAnnoCorso       PIC 99.
           02 OldStatoStud       PIC X.
           02 OldAnnoLaurea       PIC 9(4).
           02 OldDataRitiro       PIC 9(8).
       FD UnloadFile.
       01 UnloadRecord PIC X(75).
       FD NewStudentiMaster.
       COPY "STUDREC.cpy".
       FD CourseFile.
       COPY "COURSEREC.cpy".
       WORKING-STORAGE SECTION.
       01 WS-OldStatus PIC XX.
       01 WS-UnloadStatus PIC XX.
       01 WS-NewStatus PIC XX.
       01 WS-CourseStatus PIC XX.
       01 WS-HaveCourses PIC X.
       01 WS-CourseFound PIC X.
       01 WS-EOF PIC X.
       01 WS-StartOK PIC X.
       01 WS-ReadCount PIC 9(5) VALUE ZERO.
       01 WS-LoadedCount PIC 9(5) VALUE ZERO.
       01 WS-Confirm PIC X.
       01 WS-TodayDate PIC 9(8).
       01 WS-CurAcadYear PIC 9(4).
       01 WS-BaseYear PIC 9(4).
       01 WS-YearsBack PIC 99.
       PROCEDURE DIVISION.
       MainPara.
      *> Conversione una tantum dell'archivio studenti a 75 byte al
      *> tracciato STUDREC con AnnoImmatr. Lo storico non ha la data
      *> di immatricolazione, che si stima all'indietro dall'anno di
      *> corso: attivi dall'a.a. corrente, ritirati dall'a.a. del
      *> ritiro, laureati dall'anno di laurea meno la durata del
      *> corso. Come StudWithdrawConv (97.cob) per il passo prima.
           DISPLAY "CONVERSIONE ARCHIVIO STUDENTI (75 -> 79 "
               "byte).".
           DISPLAY "Eseguire UNA SOLA volta, su una copia di "
               "sicurezza gia' fatta. Procedo? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-Confirm.
           IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
               DISPLAY "Conversione annullata."
               STOP RUN
           END-IF.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           MOVE WS-TodayDate(1:4) TO WS-CurAcadYear.
           IF WS-TodayDate(5:2) < "09"
               SUBTRACT 1 FROM WS-CurAcadYear
           END-IF.

           OPEN INPUT OldStudentiMaster.
           IF WS-OldStatus NOT = "00"
               DISPLAY "Archivio 3studenti.dat non apribile col "
                   "vecchio tracciato (status " WS-OldStatus
                   "), conversione annullata."
               CLOSE OldStudentiMaster
               STOP RUN
           END-IF.
           OPEN OUTPUT UnloadFile.
           MOVE 'Y' TO WS-StartOK.
           MOVE ZERO TO OldMatr.
           START OldStudentiMaster KEY IS NOT LESS THAN OldMatr
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE 'N' TO WS-EOF.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OldStudentiMaster NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           WRITE UnloadRecord FROM
                               OldDettagliStudente
                           ADD 1 TO WS-ReadCount
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE OldStudentiMaster, UnloadFile.

           MOVE 'Y' TO WS-HaveCourses.
           OPEN INPUT CourseFile.
           IF WS-CourseStatus NOT = "00"
               DISPLAY "Catalogo corsi non disponibile: durata "
                   "corso assunta di 3 anni."
               MOVE 'N' TO WS-HaveCourses
           END-IF.
           OPEN OUTPUT NewStudentiMaster.
           OPEN INPUT UnloadFile.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ UnloadFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE UnloadRecord(1:75) TO
                           DettagliStudente(1:75)
                       PERFORM EstimateImmatr
                       WRITE DettagliStudente
                           INVALID KEY
                               DISPLAY "Matricola doppia "
                                   "scartata: " Matr
                           NOT INVALID KEY
                               ADD 1 TO WS-LoadedCount
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE NewStudentiMaster, UnloadFile.
           IF WS-HaveCourses = 'Y'
               CLOSE CourseFile
           END-IF.

           DISPLAY "Conversione completata:".
           DISPLAY "  Letti dal vecchio archivio : " WS-ReadCount.
           DISPLAY "  Caricati nel nuovo         : "
               WS-LoadedCount.
           STOP RUN.

       EstimateImmatr.
           IF StudLaureato AND AnnoLaurea NOT = ZERO
               MOVE 'N' TO WS-CourseFound
               IF WS-HaveCourses = 'Y'
                   MOVE Corso TO CourseCode
                   MOVE 'Y' TO WS-CourseFound
                   READ CourseFile
                       INVALID KEY MOVE 'N' TO WS-CourseFound
                   END-READ
               END-IF
               IF WS-CourseFound = 'N'
                   MOVE 3 TO CourseYears
               END-IF
               COMPUTE AnnoImmatr = AnnoLaurea - CourseYears
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CurAcadYear TO WS-BaseYear.
           IF StudRitirato AND DataRitiro NOT = ZERO
               MOVE DataRitiro(1:4) TO WS-BaseYear
               IF DataRitiro(5:2) < "09"
                   SUBTRACT 1 FROM WS-BaseYear
               END-IF
           END-IF.
           MOVE ZERO TO WS-YearsBack.
           IF AnnoCorso > 1
               COMPUTE WS-YearsBack = AnnoCorso - 1
           END-IF.
           COMPUTE AnnoImmatr = WS-BaseYear - WS-YearsBack.
