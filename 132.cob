       IDENTIFICATION DIVISION.
       PROGRAM-ID.       Recognition.
       AUTHOR.       Giulio.
       DATE-WRITTEN.25/09/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CLASS PassingScore IS "A" THRU "C", "D".
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RecogFile ASSIGN TO "132recog.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RecKey
               FILE STATUS IS WS-RecogStatus.
           SELECT StudentiMaster ASSIGN TO "3studenti.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Matr
               FILE STATUS IS WS-StudentiMasterStatus.
           SELECT CourseFile ASSIGN TO "33courses.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CourseCode
               FILE STATUS IS WS-CourseStatus.
           SELECT ExamResults ASSIGN TO "7examres.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ExamResStatus.
       DATA DIVISION.
       FILE SECTION.
       FD RecogFile.
       COPY "RECOGREC.cpy".
       FD StudentiMaster.
       COPY "STUDREC.cpy".
       FD CourseFile.
       COPY "COURSEREC.cpy".
       FD ExamResults.
       COPY "EXAMREC.cpy".
       WORKING-STORAGE SECTION.
       01 WS-RecogStatus PIC XX.
       01 WS-StudentiMasterStatus PIC XX.
       01 WS-CourseStatus PIC XX.
       01 WS-ExamResStatus PIC XX.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-EOF PIC X.
       01 WS-Found PIC X.
       01 WS-Passed PIC X.
       01 WS-Answer PIC X.
       01 WS-OpID PIC X(8).
       01 WS-OpRole PIC X.
       01 WS-SignonOK PIC X.
       01 WS-TodayDate PIC 9(8).
       01 WS-AskMatr PIC 9(5).
       01 WS-AskCourse PIC 9(5).
       01 WS-CourseName PIC X(30).
       01 WS-CourseCredits PIC 99.
       01 WS-Cognome PIC X(20).
       01 WS-NewInst PIC X(30).
       01 WS-NewExtCourse PIC X(30).
       01 WS-NewExtGrade PIC X(10).
       01 WS-NewScore PIC 9(3).
       01 WS-NewCredits PIC 99.
       01 WS-RecogCount PIC 9(3).
       01 WS-CreditTotal PIC 9(4).
       PROCEDURE DIVISION.
       StartPara.
      *> Riconoscimento di esami superati in altri atenei (studenti
      *> trasferiti o in mobilita'): il corso del catalogo a cui
      *> l'esame corrisponde, i crediti concessi e chi li ha
      *> approvati. Non passano da 7examres.dat: chi legge gli esiti
      *> legge anche 132recog.dat.
           CALL 'SIGNON' USING WS-OpID, WS-OpRole, WS-SignonOK.
           IF WS-SignonOK NOT = 'Y'
               DISPLAY "Sign-on failed, program ends."
               STOP RUN
           END-IF.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "RICONOSCIMENTO CREDITI"
               DISPLAY "1 : Riconoscimenti di uno studente"
               DISPLAY "2 : Nuovo riconoscimento (supervisore)"
               DISPLAY "3 : Revoca di un riconoscimento (supervisore)"
               DISPLAY "0 : Fine"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM ListRecognitions
                   WHEN 2 PERFORM AddRecognition
                   WHEN 3 PERFORM RevokeRecognition
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       ListRecognitions.
           DISPLAY "Matricola: " WITH NO ADVANCING.
           ACCEPT WS-AskMatr.
           OPEN INPUT RecogFile.
           IF WS-RecogStatus NOT = "00"
               DISPLAY "Nessun riconoscimento in archivio."
               CLOSE RecogFile
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-RecogCount WS-CreditTotal.
           MOVE 'N' TO WS-EOF.
           MOVE WS-AskMatr TO RecMatr.
           MOVE ZERO TO RecCourse.
           START RecogFile KEY IS NOT LESS THAN RecKey
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ RecogFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RecMatr NOT = WS-AskMatr
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-RecogCount
                           ADD RecCredits TO WS-CreditTotal
                           DISPLAY "Corso " RecCourse "  " RecScore
                               " " RecGrade "  crediti " RecCredits
                               "  il " RecDate " da " RecOfficer
                           DISPLAY "   " RecInstitution " - "
                               RecExtCourse " (" RecExtGrade ")"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RecogFile.
           DISPLAY WS-RecogCount " riconoscimenti, " WS-CreditTotal
               " crediti.".

       AddRecognition.
           IF WS-OpRole NOT = 'S'
               DISPLAY "Solo i supervisori approvano i riconoscimenti."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Matricola: " WITH NO ADVANCING.
           ACCEPT WS-AskMatr.
           PERFORM GetStudent.
           IF WS-Found = 'N'
               DISPLAY "Matricola non in archivio."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Studente " WS-Cognome.
           DISPLAY "Corso del catalogo riconosciuto: "
               WITH NO ADVANCING.
           ACCEPT WS-AskCourse.
           PERFORM GetCourse.
           IF WS-Found = 'N'
               DISPLAY "Corso non in catalogo."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY WS-CourseName " (" WS-CourseCredits " crediti)".
           *> Un corso gia' superato qui non si riconosce.
           PERFORM CheckPassedHere.
           IF WS-Passed = 'Y'
               DISPLAY "Esame gia' superato in sede, non "
                   "riconoscibile."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ateneo di provenienza : " WITH NO ADVANCING.
           ACCEPT WS-NewInst.
           DISPLAY "Insegnamento esterno  : " WITH NO ADVANCING.
           ACCEPT WS-NewExtCourse.
           DISPLAY "Voto esterno          : " WITH NO ADVANCING.
           ACCEPT WS-NewExtGrade.
           IF WS-NewInst = SPACES OR WS-NewExtCourse = SPACES
               DISPLAY "Ateneo e insegnamento obbligatori."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Punteggio equivalente (060-100): "
               WITH NO ADVANCING.
           ACCEPT WS-NewScore.
           IF WS-NewScore < 60 OR WS-NewScore > 100
               DISPLAY "Si riconoscono solo esami superati, "
                   "punteggio da 060 a 100."
               EXIT PARAGRAPH
           END-IF.
           *> Crediti: quelli del corso, o meno se il riconoscimento
           *> e' parziale.
           DISPLAY "Crediti concessi (00 = quelli del corso): "
               WITH NO ADVANCING.
           ACCEPT WS-NewCredits.
           IF WS-NewCredits = ZERO
               MOVE WS-CourseCredits TO WS-NewCredits
           END-IF.
           IF WS-NewCredits = ZERO
               DISPLAY "Corso senza crediti a catalogo, indicarli."
               EXIT PARAGRAPH
           END-IF.
           IF WS-CourseCredits > ZERO
                   AND WS-NewCredits > WS-CourseCredits
               DISPLAY "Oltre i crediti del corso, rifiutato."
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           MOVE WS-AskMatr TO RecMatr.
           MOVE WS-AskCourse TO RecCourse.
           MOVE WS-NewInst TO RecInstitution.
           MOVE WS-NewExtCourse TO RecExtCourse.
           MOVE WS-NewExtGrade TO RecExtGrade.
           MOVE WS-NewScore TO RecScore.
           EVALUATE TRUE
               WHEN WS-NewScore >= 90 MOVE "A" TO RecGrade
               WHEN WS-NewScore >= 80 MOVE "B" TO RecGrade
               WHEN WS-NewScore >= 70 MOVE "C" TO RecGrade
               WHEN OTHER MOVE "D" TO RecGrade
           END-EVALUATE.
           MOVE WS-NewCredits TO RecCredits.
           MOVE WS-TodayDate TO RecDate.
           MOVE WS-OpID TO RecOfficer.
           OPEN I-O RecogFile.
           IF WS-RecogStatus = "35"
               OPEN OUTPUT RecogFile
               CLOSE RecogFile
               OPEN I-O RecogFile
           END-IF.
           MOVE 'Y' TO WS-Found.
           WRITE RecogData
               INVALID KEY MOVE 'N' TO WS-Found
           END-WRITE.
           CLOSE RecogFile.
           IF WS-Found = 'N'
               DISPLAY "Corso gia' riconosciuto a questo studente."
           ELSE
               DISPLAY "Riconosciuto il corso " WS-AskCourse " ("
                   RecGrade ", " RecCredits " crediti) da " WS-OpID
                   "."
           END-IF.

       RevokeRecognition.
           IF WS-OpRole NOT = 'S'
               DISPLAY "Solo i supervisori revocano i riconoscimenti."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Matricola: " WITH NO ADVANCING.
           ACCEPT WS-AskMatr.
           DISPLAY "Corso    : " WITH NO ADVANCING.
           ACCEPT WS-AskCourse.
           OPEN I-O RecogFile.
           IF WS-RecogStatus NOT = "00"
               DISPLAY "Nessun riconoscimento in archivio."
               CLOSE RecogFile
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AskMatr TO RecMatr.
           MOVE WS-AskCourse TO RecCourse.
           MOVE 'Y' TO WS-Found.
           READ RecogFile
               INVALID KEY MOVE 'N' TO WS-Found
           END-READ.
           IF WS-Found = 'N'
               DISPLAY "Riconoscimento non trovato."
               CLOSE RecogFile
               EXIT PARAGRAPH
           END-IF.
           DISPLAY RecInstitution " - " RecExtCourse.
           DISPLAY "Revocare? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-Answer.
           IF WS-Answer = 'Y' OR WS-Answer = 'y'
               DELETE RecogFile
                   INVALID KEY DISPLAY "Riconoscimento non revocato"
               END-DELETE
               DISPLAY "Riconoscimento revocato da " WS-OpID "."
           END-IF.
           CLOSE RecogFile.

       GetStudent.
           MOVE 'N' TO WS-Found.
           OPEN INPUT StudentiMaster.
           IF WS-StudentiMasterStatus = "00"
               MOVE WS-AskMatr TO Matr
               READ StudentiMaster
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-Found
                       MOVE Cognome TO WS-Cognome
               END-READ
           END-IF.
           CLOSE StudentiMaster.

       GetCourse.
           MOVE 'N' TO WS-Found.
           MOVE SPACES TO WS-CourseName.
           MOVE ZERO TO WS-CourseCredits.
           OPEN INPUT CourseFile.
           IF WS-CourseStatus = "00"
               MOVE WS-AskCourse TO CourseCode
               READ CourseFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-Found
                       MOVE CourseName TO WS-CourseName
                       MOVE CourseCredits TO WS-CourseCredits
               END-READ
           END-IF.
           CLOSE CourseFile.

       CheckPassedHere.
           MOVE 'N' TO WS-Passed.
           OPEN INPUT ExamResults.
           IF WS-ExamResStatus NOT = "00"
               CLOSE ExamResults
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ExamResults
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ExamMatr = WS-AskMatr
                               AND ExamCourse = WS-AskCourse
                               AND ExamGrade IS PassingScore
                           MOVE 'Y' TO WS-Passed
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ExamResults.
