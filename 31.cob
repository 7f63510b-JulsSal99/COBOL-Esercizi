               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CourseCode
               FILE STATUS IS WS-CourseStatus.
           SELECT RecogFile ASSIGN TO "132recog.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RecKey
               FILE STATUS IS WS-RecogStatus.
       DATA DIVISION.
       FILE SECTION.
       FD StudentiMaster.
       01 PrintLine PIC X(70).
       FD CourseFile.
       COPY "COURSEREC.cpy".
       FD RecogFile.
       COPY "RECOGREC.cpy".
       WORKING-STORAGE SECTION.
       01 WS-StudentiMasterStatus PIC XX.
       01 WS-ExamResStatus PIC XX.
       01 WS-CourseStatus PIC XX.
       01 WS-CourseOpen PIC X.
       01 WS-RecogStatus PIC XX.
       01 WS-RecogEOF PIC X.
       01 WS-RecogCredits PIC 9(5) VALUE ZERO.
       01 WS-Credits PIC 99.
       01 WS-CreditSum PIC 9(5) VALUE ZERO.
       01 WS-WeightSum PIC 9(8) VALUE ZERO.
       01 WS-WAvg PIC 9(3)V9.
       01 WS-ClassBand PIC X(20).
       01 WS-StudFound PIC X.
       01 WS-HoldAction PIC X.
       01 WS-HoldBlocked PIC X.
       01 WS-HoldReason PIC X(60).
       01 WS-ExamEOF PIC X VALUE 'N'.
       01 WS-ResultCount PIC 9(3) VALUE ZERO.
       01 WS-ScoreSum PIC 9(6) VALUE ZERO.
           02 PrnExamGrade PIC X.
           02 FILLER PIC X(6) VALUE SPACE.
           02 PrnAttempts PIC Z9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnExamNote PIC X(12).
       *> Un rigo per corso: vale il risultato MIGLIORE (a parita'
       *> di punteggio il piu' recente); i tentativi restano
       *> contati accanto. Gli esami riconosciuti da altri atenei
       *> (BT-Recog = 'R') portano i crediti concessi e nessun
       *> tentativo.
       01 BestTable.
           02 WS-BestCount PIC 9(3) VALUE ZERO.
           02 BestEntry OCCURS 100 TIMES
               03 BT-Score PIC 9(3).
               03 BT-Grade PIC X.
               03 BT-Attempts PIC 99.
               03 BT-Recog PIC X.
               03 BT-Credits PIC 99.
       01 I PIC 9(3).
       01 AvgLine.
           02 FILLER PIC X(17) VALUE "Overall average: ".
           02 FILLER PIC X(26) VALUE
               "Total credits earned    : ".
           02 PrnCredits PIC ZZZZ9.
       01 RecogLine.
           02 FILLER PIC X(26) VALUE
               "  of which recognised   : ".
           02 PrnRecogCredits PIC ZZZZ9.
       01 ClassLine.
           02 FILLER PIC X(26) VALUE
               "Degree classification   : ".
               DISPLAY "Matricola non in archivio."
               STOP RUN
           END-IF.
           MOVE 'T' TO WS-HoldAction.
           CALL 'HOLDCHK' USING Matr, WS-HoldAction,
               WS-HoldBlocked, WS-HoldReason.
           IF WS-HoldBlocked = 'Y'
               DISPLAY WS-HoldReason
               DISPLAY "Libretto non stampato."
               STOP RUN
           END-IF.

           MOVE Nome TO WS-CallFirst.
           MOVE Cognome TO WS-CallLast.
               END-PERFORM
           END-IF.
           CLOSE ExamResults.
           PERFORM CollectRecognitions.
           MOVE 'Y' TO WS-CourseOpen.
           OPEN INPUT CourseFile.
           IF WS-CourseStatus NOT = "00"
           MOVE WS-EarnedCredits TO PrnCredits.
           WRITE PrintLine FROM CreditsLine AFTER ADVANCING 1
           LINE.
           IF WS-RecogCredits > ZERO
               MOVE WS-RecogCredits TO PrnRecogCredits
               WRITE PrintLine FROM RecogLine AFTER ADVANCING 1 LINE
           END-IF.
           EVALUATE TRUE
               WHEN WS-WAvg >= 90 MOVE "DISTINCTION"
                   TO WS-ClassBand
               MOVE ExamScore TO BT-Score(I)
               MOVE ExamGrade TO BT-Grade(I)
               MOVE ZERO TO BT-Attempts(I)
               MOVE SPACE TO BT-Recog(I)
               MOVE ZERO TO BT-Credits(I)
           ELSE
               IF ExamScore > BT-Score(I)
                       OR (ExamScore = BT-Score(I)
           MOVE BT-Score(I) TO PrnExamScore.
           MOVE BT-Grade(I) TO PrnExamGrade.
           MOVE BT-Attempts(I) TO PrnAttempts.
           IF BT-Recog(I) = 'R'
               MOVE "riconosciuto" TO PrnExamNote
           ELSE
               MOVE SPACES TO PrnExamNote
           END-IF.
           WRITE PrintLine FROM ExamLine AFTER ADVANCING 1 LINE.
           *> Peso in crediti dal catalogo corsi: un corso senza
           *> crediti (o non a catalogo) pesa 1. Un esame
           *> riconosciuto pesa i crediti concessi.
           MOVE 1 TO WS-Credits.
           IF BT-Recog(I) = 'R'
               MOVE BT-Credits(I) TO WS-Credits
               ADD WS-Credits TO WS-RecogCredits
           END-IF.
           IF WS-CourseOpen = 'Y' AND BT-Recog(I) NOT = 'R'
               MOVE BT-Course(I) TO CourseCode
               READ CourseFile
                   INVALID KEY CONTINUE
           IF BT-Grade(I) IS PassingScore
               ADD WS-Credits TO WS-EarnedCredits
           END-IF.

       CollectRecognitions.
           *> Un corso gia' superato in sede resta col suo esito.
           OPEN INPUT RecogFile.
           IF WS-RecogStatus NOT = "00"
               CLOSE RecogFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-RecogEOF.
           MOVE Matr TO RecMatr.
           MOVE ZERO TO RecCourse.
           START RecogFile KEY IS NOT LESS THAN RecKey
               INVALID KEY MOVE 'Y' TO WS-RecogEOF
           END-START.
           PERFORM UNTIL WS-RecogEOF = 'Y'
               READ RecogFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-RecogEOF
                   NOT AT END
                       IF RecMatr NOT = Matr
                           MOVE 'Y' TO WS-RecogEOF
                       ELSE
                           PERFORM CollectOneRecognition
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RecogFile.

       CollectOneRecognition.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-BestCount
                   OR BT-Course(I) = RecCourse
               CONTINUE
           END-PERFORM.
           IF I <= WS-BestCount OR WS-BestCount >= 100
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-BestCount.
           MOVE WS-BestCount TO I.
           MOVE RecCourse TO BT-Course(I).
           MOVE RecDate TO BT-Date(I).
           MOVE RecScore TO BT-Score(I).
           MOVE RecGrade TO BT-Grade(I).
           MOVE ZERO TO BT-Attempts(I).
           MOVE 'R' TO BT-Recog(I).
           MOVE RecCredits TO BT-Credits(I).
