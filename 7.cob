           SELECT RegFile ASSIGN TO "32examreg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RegStatus.
           SELECT ExaminerFile ASSIGN TO "129examiner.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ExrCourse
               FILE STATUS IS WS-ExrStatus.
           SELECT VerbaleFile ASSIGN TO "129verbale.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VerKey
               FILE STATUS IS WS-VerStatus.
           SELECT DraftResults ASSIGN TO "129draftres.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DrKey
               FILE STATUS IS WS-DraftStatus.
       DATA DIVISION.
       FILE SECTION.
       FD StudentiMaster.
           02 RegMatr PIC 9(5).
           02 RegNome PIC X(20).
           02 RegCognome PIC X(20).
       FD ExaminerFile.
       COPY "EXRREC.cpy".
       FD VerbaleFile.
       COPY "VERBREC.cpy".
       FD DraftResults.
       COPY "VRESREC.cpy".
       WORKING-STORAGE SECTION.
       01 WS-StudentiMasterStatus PIC XX.
       01 WS-ExamResStatus PIC XX.
       01 WS-RegStatus PIC XX.
       01 WS-ExrStatus PIC XX.
       01 WS-VerStatus PIC XX.
       01 WS-DraftStatus PIC XX.
       01 WS-VerbaleOK PIC X.
       01 WS-VerFound PIC X.
       01 WS-FacCode PIC X(6).
       01 WS-TodayDate PIC 9(8).
       01 WS-RegEOF PIC X.
       01 WS-IsRegistered PIC X.
       01 WS-StudFound PIC X.
                       "sessione, esame scartato."
                   EXIT PARAGRAPH
               END-IF
               PERFORM CheckVerbale
               IF WS-VerbaleOK = 'N'
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Inserisci il punteggio dell'esame (0-100): "
                   WITH NO ADVANCING
               ACCEPT Score
               MOVE Score TO ExamScore
               MOVE LetterGrade TO ExamGrade
               PERFORM ComputeAttempt
               PERFORM CountDraftAttempts
               MOVE WS-Attempt TO ExamAttempt
               PERFORM WriteDraftResult
           END-IF.

       ComputeAttempt.
           MOVE Matr TO ExamMatr.
           MOVE WS-AskCourse TO ExamCourse.

       CheckVerbale.
           *> L'esito va nel verbale della sessione (corso e data),
           *> presieduto dal docente esaminatore del corso: niente
           *> esaminatore o verbale gia' firmato = esame scartato.
           MOVE 'N' TO WS-VerbaleOK.
           MOVE SPACES TO WS-FacCode.
           OPEN INPUT ExaminerFile.
           IF WS-ExrStatus = "00"
               MOVE WS-AskCourse TO ExrCourse
               READ ExaminerFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE ExrFacCode TO WS-FacCode
               END-READ
           END-IF.
           CLOSE ExaminerFile.
           IF WS-FacCode = SPACES
               DISPLAY "Nessun docente esaminatore per il corso "
                   WS-AskCourse ", esame scartato."
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT VerbaleFile.
           IF WS-VerStatus = "00"
               MOVE WS-AskCourse TO VerCourse
               MOVE WS-AskDate TO VerDate
               READ VerbaleFile
                   INVALID KEY MOVE 'N' TO WS-VerFound
                   NOT INVALID KEY MOVE 'Y' TO WS-VerFound
               END-READ
               IF WS-VerFound = 'Y'
                   IF VerSigned
                       DISPLAY "Verbale del " WS-AskDate " gia' "
                           "firmato, esame scartato."
                       CLOSE VerbaleFile
                       EXIT PARAGRAPH
                   END-IF
                   MOVE VerFacCode TO WS-FacCode
               END-IF
           END-IF.
           CLOSE VerbaleFile.
           OPEN INPUT DraftResults.
           IF WS-DraftStatus = "00"
               MOVE WS-AskCourse TO DrCourse
               MOVE WS-AskDate TO DrDate
               MOVE Matr TO DrMatr
               READ DraftResults
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       DISPLAY "Studente gia' a verbale in questa "
                           "sessione, esame scartato."
                       CLOSE DraftResults
                       EXIT PARAGRAPH
               END-READ
           END-IF.
           CLOSE DraftResults.
           DISPLAY "Docente esaminatore: " WS-FacCode.
           MOVE 'Y' TO WS-VerbaleOK.

       CountDraftAttempts.
           *> Anche gli esiti ancora a verbale non firmato (altre
           *> sessioni dello stesso corso) contano come tentativi.
           OPEN INPUT DraftResults.
           IF WS-DraftStatus NOT = "00"
               CLOSE DraftResults
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-ResEOF.
           MOVE WS-AskCourse TO DrCourse.
           MOVE ZERO TO DrDate DrMatr.
           START DraftResults KEY IS NOT LESS THAN DrKey
               INVALID KEY MOVE 'Y' TO WS-ResEOF
           END-START.
           PERFORM UNTIL WS-ResEOF = 'Y'
               READ DraftResults NEXT RECORD
                   AT END MOVE 'Y' TO WS-ResEOF
                   NOT AT END
                       IF DrCourse NOT = WS-AskCourse
                           MOVE 'Y' TO WS-ResEOF
                       ELSE
                           IF DrMatr = Matr
                               ADD 1 TO WS-Attempt
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DraftResults.

       CheckRegistration.
           MOVE 'N' TO WS-IsRegistered.
           MOVE 'N' TO WS-RegEOF.
           END-PERFORM.
           CLOSE RegFile.

       WriteDraftResult.
           *> L'esito resta in bozza nel verbale: passa in
           *> 7examres.dat solo quando il docente firma (Verbali).
           MOVE WS-AskCourse TO DrCourse.
           MOVE WS-AskDate TO DrDate.
           MOVE Matr TO DrMatr.
           MOVE Score TO DrScore.
           MOVE LetterGrade TO DrGrade.
           MOVE WS-Attempt TO DrAttempt.
           OPEN I-O DraftResults.
           IF WS-DraftStatus = "35"
               OPEN OUTPUT DraftResults
               CLOSE DraftResults
               OPEN I-O DraftResults
           END-IF.
           WRITE DraftResData
               INVALID KEY
                   DISPLAY "Studente gia' a verbale in questa "
                       "sessione, esame scartato."
                   CLOSE DraftResults
                   EXIT PARAGRAPH
           END-WRITE.
           CLOSE DraftResults.
           OPEN I-O VerbaleFile.
           IF WS-VerStatus = "35"
               OPEN OUTPUT VerbaleFile
               CLOSE VerbaleFile
               OPEN I-O VerbaleFile
           END-IF.
           MOVE WS-AskCourse TO VerCourse.
           MOVE WS-AskDate TO VerDate.
           READ VerbaleFile
               INVALID KEY MOVE 'N' TO WS-VerFound
               NOT INVALID KEY MOVE 'Y' TO WS-VerFound
           END-READ.
           IF WS-VerFound = 'N'
               ACCEPT WS-TodayDate FROM DATE YYYYMMDD
               MOVE WS-FacCode TO VerFacCode
               MOVE 'D' TO VerStatus
               MOVE WS-TodayDate TO VerOpenDate
               MOVE 1 TO VerResCount
               MOVE ZERO TO VerSignDate
               MOVE SPACES TO VerSignOpID
               WRITE VerbaleData
                   INVALID KEY DISPLAY "Verbale non aperto"
               END-WRITE
           ELSE
               ADD 1 TO VerResCount
               REWRITE VerbaleData
                   INVALID KEY DISPLAY "Verbale non aggiornato"
               END-REWRITE
           END-IF.
           CLOSE VerbaleFile.
           DISPLAY "Esito a verbale per matricola " DrMatr
               ", definitivo alla firma del docente " WS-FacCode ".".

       ComputeLetterGrade.
           EVALUATE TRUE
