           SELECT OverrideLog ASSIGN TO "32override.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OvrStatus.
           SELECT RecogFile ASSIGN TO "132recog.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RecKey
               FILE STATUS IS WS-RecogStatus.
           SELECT CourseFile ASSIGN TO "33courses.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       COPY "PREREQ.cpy".
       FD OverrideLog.
       01 OverrideLine PIC X(70).
       FD RecogFile.
       COPY "RECOGREC.cpy".
       FD CourseFile.
       COPY "COURSEREC.cpy".
       FD WaitlistFile.
       01 WS-PrereqStatus PIC XX.
       01 WS-OvrStatus PIC XX.
       01 WS-CourseStatus PIC XX.
       01 WS-RecogStatus PIC XX.
       01 WS-WaitStatus PIC XX.
       01 WS-NoShowStatus PIC XX.
       01 WS-NsEOF PIC X.
       01 WS-BarStatus PIC XX.
       01 WS-BarEOF PIC X.
       01 WS-Barred PIC X.
       01 WS-HoldAction PIC X.
       01 WS-HoldBlocked PIC X.
       01 WS-HoldReason PIC X(60).
       01 WS-MaxEnroll PIC 9(3).
       01 WS-CalMode PIC X.
       01 WS-CalTerm PIC 9(6).
       01 WS-StudFound PIC X.
       01 WS-RegEOF PIC X.
       01 WS-AlreadyReg PIC X.
       01 WS-ClashCourse PIC 9(5).
       01 WS-AskCourse PIC 9(5).
       01 WS-AskDate PIC 9(8).
       01 WS-AskMatr PIC 9(5).
       01 WS-StandStatus PIC X.
       01 WS-StandTerm PIC 9(6).
       01 WS-OpenRegs PIC 9(3).
      *> SYSPARM PROBEXAMS: esami prenotabili insieme da chi e' in
      *> probation (Standing, 135.cob).
       01 WS-ProbCap PIC 9(3) VALUE 2.
       01 WS-ParmKey PIC X(12).
       01 WS-ParmValue PIC X(20).
       01 WS-ParmFound PIC X.
       01 WS-SeatNum PIC 9(3).
       01 RosterHeading.
           02 FILLER PIC X(22) VALUE "SEATING ROSTER  Corso ".
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Studente: " Nome " " Cognome.
           MOVE 'E' TO WS-HoldAction.
           CALL 'HOLDCHK' USING WS-AskMatr, WS-HoldAction,
               WS-HoldBlocked, WS-HoldReason.
           IF WS-HoldBlocked = 'Y'
               DISPLAY WS-HoldReason
               DISPLAY "Iscrizione rifiutata."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Corso dell'esame: " WITH NO ADVANCING.
           ACCEPT WS-AskCourse.
           DISPLAY "Data esame (yyyymmdd): " WITH NO ADVANCING.
               DISPLAY "Studente gia' iscritto a questa sessione."
               EXIT PARAGRAPH
           END-IF.
           PERFORM CheckProbationCap.
           IF WS-StandStatus = 'P' AND WS-OpenRegs >= WS-ProbCap
               DISPLAY "Studente in probation: gia' " WS-OpenRegs
                   " esami prenotati, massimo " WS-ProbCap "."
               DISPLAY "Iscrizione rifiutata."
               EXIT PARAGRAPH
           END-IF.
           *> Un altro esame lo stesso giorno non blocca, ma va
           *> confermato.
           IF WS-ClashCourse NOT = ZERO
               DISPLAY "Attenzione: lo studente ha gia' l'esame del "
                   "corso " WS-ClashCourse " lo stesso giorno."
               DISPLAY "Iscrivere comunque? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WS-Answer
               IF WS-Answer NOT = 'Y' AND WS-Answer NOT = 'y'
                   DISPLAY "Iscrizione annullata."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           *> Tetto iscritti della sessione: oltre il massimo si
           *> finisce in lista d'attesa, primo arrivato primo
           *> servito.
           END-IF.

       CheckOnePrereq.
           *> Vale anche l'esame riconosciuto da un altro ateneo.
           MOVE 'N' TO WS-HasPassed.
           MOVE 'N' TO WS-ResEOF.
           OPEN INPUT ExamResults.
           IF WS-ExamResStatus = "35"
               MOVE 'Y' TO WS-ResEOF
           END-IF.
           PERFORM UNTIL WS-ResEOF = 'Y'
               READ ExamResults
               END-READ
           END-PERFORM.
           CLOSE ExamResults.
           IF WS-HasPassed = 'N'
               OPEN INPUT RecogFile
               IF WS-RecogStatus = "00"
                   MOVE WS-AskMatr TO RecMatr
                   MOVE PrqRequires TO RecCourse
                   READ RecogFile
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE 'Y' TO WS-HasPassed
                   END-READ
               END-IF
               CLOSE RecogFile
           END-IF.
           IF WS-HasPassed = 'N'
               MOVE 'N' TO WS-PrqOK
               MOVE PrqRequires TO WS-MissingPrq
           END-PERFORM.
           CLOSE RegFile.

       CheckProbationCap.
           *> Chi e' in probation non puo' avere piu' di PROBEXAMS
           *> prenotazioni aperte (esami da oggi in poi).
           MOVE ZERO TO WS-OpenRegs.
           CALL 'STANDGET' USING WS-AskMatr, WS-StandStatus,
               WS-StandTerm.
           IF WS-StandStatus NOT = 'P'
               EXIT PARAGRAPH
           END-IF.
           MOVE "PROBEXAMS" TO WS-ParmKey.
           CALL 'PARMGET' USING WS-ParmKey, WS-ParmValue,
               WS-ParmFound.
           IF WS-ParmFound = 'Y' AND WS-ParmValue(1:3) IS NUMERIC
               MOVE WS-ParmValue(1:3) TO WS-ProbCap
           END-IF.
           ACCEPT WS-NowDate FROM DATE YYYYMMDD.
           MOVE 'N' TO WS-RegEOF.
           OPEN INPUT RegFile.
           IF WS-RegStatus = "35"
               CLOSE RegFile
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-RegEOF = 'Y'
               READ RegFile
                   AT END MOVE 'Y' TO WS-RegEOF
                   NOT AT END
                       IF RegMatr = WS-AskMatr
                               AND RegDate >= WS-NowDate
                           ADD 1 TO WS-OpenRegs
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RegFile.

       AddToWaitlist.
           OPEN EXTEND WaitlistFile.
           IF WS-WaitStatus = "35"
           CLOSE NoShowFile.

       CheckAlreadyRegistered.
           *> Segnala anche in WS-ClashCourse un esame di un altro
           *> corso nello stesso giorno.
           MOVE 'N' TO WS-AlreadyReg.
           MOVE ZERO TO WS-ClashCourse.
           MOVE 'N' TO WS-RegEOF.
           OPEN INPUT RegFile.
           IF WS-RegStatus = "35"
                               AND RegMatr = WS-AskMatr
                           MOVE 'Y' TO WS-AlreadyReg
                       END-IF
                       IF RegCourse NOT = WS-AskCourse
                               AND RegDate = WS-AskDate
                               AND RegMatr = WS-AskMatr
                           MOVE RegCourse TO WS-ClashCourse
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RegFile.
