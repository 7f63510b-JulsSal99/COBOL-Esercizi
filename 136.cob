       IDENTIFICATION DIVISION.
       PROGRAM-ID.       MeritRun.
       AUTHOR.       Giulio.
       DATE-WRITTEN.05/10/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CLASS PassingScore IS "A" THRU "C", "D".
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT RecogFile ASSIGN TO "132recog.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RecKey
               FILE STATUS IS WS-RecogStatus.
           SELECT MeritParmFile ASSIGN TO "136merit.par"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MparStatus.
           SELECT RecvFile ASSIGN TO "59recv.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RcvChargeNum
               FILE STATUS IS WS-RecvStatus.
           SELECT RecvPayFile ASSIGN TO "59recvpay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RecvPayStatus.
           SELECT AwardFile ASSIGN TO "96awards.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AwardStatus.
           SELECT MeritReport ASSIGN TO "136merit.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD StudentiMaster.
       COPY "STUDREC.cpy".
       FD CourseFile.
       COPY "COURSEREC.cpy".
       FD ExamResults.
       COPY "EXAMREC.cpy".
       FD RecogFile.
       COPY "RECOGREC.cpy".
       FD MeritParmFile.
       COPY "MERITPAR.cpy".
       FD RecvFile.
       COPY "RECVREC.cpy".
       FD RecvPayFile.
       COPY "RECVPAY.cpy".
       FD AwardFile.
       COPY "AWARDREC.cpy".
       FD MeritReport.
       01 PrintLine PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-StudentiMasterStatus PIC XX.
       01 WS-CourseStatus PIC XX.
       01 WS-ExamResStatus PIC XX.
       01 WS-RecogStatus PIC XX.
       01 WS-MparStatus PIC XX.
       01 WS-RecvStatus PIC XX.
       01 WS-RecvPayStatus PIC XX.
       01 WS-AwardStatus PIC XX.
       01 WS-EOF PIC X.
       01 WS-ResEOF PIC X.
       01 WS-StartOK PIC X.
       01 WS-OpID PIC X(8).
       01 WS-OpRole PIC X.
       01 WS-SignonOK PIC X.
       01 WS-Answer PIC X.
       01 WS-AskTerm PIC 9(6).
       01 WS-CalMode PIC X.
       01 WS-CalDate PIC 9(8).
       01 WS-CalValid PIC X.
       01 WS-TodayDate PIC 9(8).
      *> Regole e blocchi disciplinari dal file parametri.
       01 RuleTable.
           02 WS-RuleCount PIC 9(3) VALUE ZERO.
           02 RuleEntry OCCURS 200 TIMES
                   DEPENDING ON WS-RuleCount.
               03 RL-Course PIC 9(5).
               03 RL-Year PIC 99.
               03 RL-MinAvg PIC 9(3)V9.
               03 RL-MinCredits PIC 9(3).
               03 RL-Budget PIC 9(7)V99.
               03 RL-Amount PIC 9(5)V99.
               03 RL-Percent PIC V999.
       01 DiscTable.
           02 WS-DiscCount PIC 9(3) VALUE ZERO.
           02 DiscEntry OCCURS 500 TIMES
                   DEPENDING ON WS-DiscCount.
               03 DS-Matr PIC 9(5).
      *> Rate scadute e non saldate: chi ne ha e' bloccato.
       01 ChargeTable.
           02 WS-ChgCount PIC 9(4) VALUE ZERO.
           02 ChgEntry OCCURS 3000 TIMES
                   DEPENDING ON WS-ChgCount.
               03 CH-ChargeNum PIC 9(5).
               03 CH-Matr PIC 9(5).
               03 CH-Amount PIC 9(5)V99.
               03 CH-Paid PIC S9(6)V99.
       01 TuiTable.
           02 WS-TuiCount PIC 9(4) VALUE ZERO.
           02 TuiEntry OCCURS 3000 TIMES
                   DEPENDING ON WS-TuiCount.
               03 TU-Matr PIC 9(5).
      *> Chi ha gia' una borsa nel termine: la fatturazione ne
      *> applica una sola per studente.
       01 AwdTable.
           02 WS-AwdCount PIC 9(4) VALUE ZERO.
           02 AwdEntry OCCURS 3000 TIMES
                   DEPENDING ON WS-AwdCount.
               03 AD-Matr PIC 9(5).
      *> Miglior esito superato per corso dello studente corrente.
       01 BestTable.
           02 WS-BestCount PIC 9(3) VALUE ZERO.
           02 BestEntry OCCURS 100 TIMES
                   DEPENDING ON WS-BestCount.
               03 BT-Course PIC 9(5).
               03 BT-Score PIC 9(3).
               03 BT-Recog PIC X.
               03 BT-Credits PIC 99.
      *> Candidati: la chiave CD-SortKey ordina per Corso, anno,
      *> idonei prima, media decrescente, crediti decrescenti.
       01 CandTable.
           02 WS-CandCount PIC 9(4) VALUE ZERO.
           02 CandEntry OCCURS 3000 TIMES
                   DEPENDING ON WS-CandCount.
               03 CD-SortKey.
                   04 CD-Course PIC 9(5).
                   04 CD-Year PIC 99.
                   04 CD-Elig PIC X.
                   04 CD-AvgInv PIC 9(3)V9.
                   04 CD-CredInv PIC 9(4).
               03 CD-Matr PIC 9(5).
               03 CD-Cognome PIC X(20).
               03 CD-Avg PIC 9(3)V9.
               03 CD-Credits PIC 9(4).
               03 CD-Value PIC 9(5)V99.
               03 CD-Amount PIC 9(5)V99.
               03 CD-Percent PIC V999.
               03 CD-Reason PIC X(12).
               03 CD-Winner PIC X.
       01 WS-SwapEntry PIC X(79).
       01 I PIC 9(4).
       01 J PIC 9(4).
       01 K PIC 9(4).
       01 WS-RuleIdx PIC 9(3).
       01 WS-Found PIC X.
       01 WS-Credits PIC 99.
       01 WS-WeightSum PIC 9(7).
       01 WS-CreditSum PIC 9(4).
       01 WS-Avg PIC 9(3)V9.
       01 WS-MinCredits PIC 9(4).
       01 WS-Tuition PIC 9(5)V99.
       01 WS-Reason PIC X(12).
       01 WS-GrpCourse PIC 9(5).
       01 WS-GrpYear PIC 99.
       01 WS-GrpBudget PIC 9(7)V99.
       01 WS-GrpUsed PIC 9(7)V99.
       01 WS-GrpCut PIC X.
       01 WS-Pos PIC 9(3).
       01 WS-StudCount PIC 9(5) VALUE ZERO.
       01 WS-NoRuleCount PIC 9(5) VALUE ZERO.
       01 WS-EligCount PIC 9(5) VALUE ZERO.
       01 WS-WinCount PIC 9(5) VALUE ZERO.
       01 WS-WinTotal PIC 9(8)V99 VALUE ZERO.
       01 WS-WrittenCount PIC 9(5) VALUE ZERO.
       01 WS-PrnTotal PIC ZZ,ZZZ,ZZ9.99.
       01 ReportHeading.
           02 FILLER PIC X(27) VALUE "MERIT SCHOLARSHIP RANKING  ".
           02 FILLER PIC X(5) VALUE "term ".
           02 PrnTerm PIC 9(6).
       01 GroupLine.
           02 FILLER PIC X(6) VALUE "Corso ".
           02 PrnGrpCourse PIC 9(5).
           02 FILLER PIC X(7) VALUE "  anno ".
           02 PrnGrpYear PIC Z9.
           02 FILLER PIC X(9) VALUE "  budget ".
           02 PrnGrpBudget PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(13) VALUE "  media min. ".
           02 PrnGrpMinAvg PIC ZZ9.9.
           02 FILLER PIC X(11) VALUE "  crediti ".
           02 PrnGrpMinCred PIC ZZZ9.
       01 ColHeads.
           02 FILLER PIC X(36) VALUE
               "Pos  Matr.  Cognome".
           02 FILLER PIC X(40) VALUE
               "Media  Crediti      Borsa  Esito".
       01 RankLine.
           02 PrnPos PIC ZZ9.
           02 FILLER PIC XX VALUE SPACE.
           02 PrnMatr PIC 9(5).
           02 FILLER PIC XX VALUE SPACE.
           02 PrnCognome PIC X(20).
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnAvg PIC ZZ9.9.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnCredits PIC ZZZ9.
           02 FILLER PIC XX VALUE SPACE.
           02 PrnValue PIC ZZ,ZZ9.99.
           02 FILLER PIC XX VALUE SPACE.
           02 PrnOutcome PIC X(12).
       01 CutLine.
           02 FILLER PIC X(32) VALUE
               "------------------ cut-off ---- ".
           02 FILLER PIC X(13) VALUE "budget used  ".
           02 PrnUsed PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(5) VALUE " ----".
       01 TotLine.
           02 FILLER PIC X(10) VALUE "Students: ".
           02 PrnStudCount PIC ZZZZ9.
           02 FILLER PIC X(12) VALUE "  eligible: ".
           02 PrnEligCount PIC ZZZZ9.
           02 FILLER PIC X(11) VALUE "  winners: ".
           02 PrnWinCount PIC ZZZZ9.
           02 FILLER PIC X(9) VALUE "  total: ".
           02 PrnWinTotal PIC ZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MainPara.
      *> Borse di merito del termine: gli studenti attivi sono
      *> ordinati dentro Corso e anno per media ponderata sui
      *> crediti (esami superati e riconosciuti) e crediti
      *> maturati. Requisiti e budget vengono da 136merit.par; le
      *> borse entrano nel budget in ordine di graduatoria fino al
      *> taglio. Approvata la graduatoria (supervisore), i
      *> vincitori vanno in 96awards.dat con fonte MERIT e la
      *> fatturazione (59.cob) li applica da sola.
           CALL 'SIGNON' USING WS-OpID, WS-OpRole, WS-SignonOK.
           IF WS-SignonOK NOT = 'Y'
               DISPLAY "Sign-on failed, program ends."
               STOP RUN
           END-IF.
           DISPLAY "Termine (aaaamm): " WITH NO ADVANCING.
           ACCEPT WS-AskTerm.
           MOVE 'T' TO WS-CalMode.
           MOVE ZERO TO WS-CalDate.
           CALL 'ACADCHK' USING WS-CalMode, WS-AskTerm, WS-CalDate,
               WS-CalValid.
           IF WS-CalValid = 'N'
               DISPLAY "Termine non nel calendario accademico."
               STOP RUN
           END-IF.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           PERFORM LoadMeritParms.
           IF WS-RuleCount = ZERO
               DISPLAY "Nessuna regola in 136merit.par."
               STOP RUN
           END-IF.
           PERFORM LoadTuitionHolds.
           PERFORM LoadTermAwards.
           OPEN INPUT StudentiMaster.
           IF WS-StudentiMasterStatus NOT = "00"
               DISPLAY "Archivio studenti non disponibile."
               STOP RUN
           END-IF.
           OPEN INPUT CourseFile.
           IF WS-CourseStatus NOT = "00"
               DISPLAY "Catalogo corsi non disponibile."
               CLOSE StudentiMaster
               STOP RUN
           END-IF.
           MOVE 'Y' TO WS-StartOK.
           MOVE ZERO TO Matr.
           START StudentiMaster KEY IS NOT LESS THAN Matr
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE 'N' TO WS-EOF.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ StudentiMaster NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF StudAttivo
                               PERFORM EvaluateStudent
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE StudentiMaster, CourseFile.
           PERFORM SortCandidates.
           PERFORM PrintRanking.
           MOVE WS-WinTotal TO WS-PrnTotal.
           DISPLAY WS-StudCount " students, " WS-EligCount
               " eligible, " WS-WinCount " winners for "
               WS-PrnTotal ".".
           IF WS-NoRuleCount > ZERO
               DISPLAY WS-NoRuleCount " students without a merit "
                   "rule for their course."
           END-IF.
           DISPLAY "Ranking written to 136merit.rpt".
           IF WS-WinCount = ZERO
               STOP RUN
           END-IF.
           IF WS-OpRole NOT = 'S'
               DISPLAY "Only a supervisor approves the awards."
               STOP RUN
           END-IF.
           DISPLAY "Approve and write the MERIT awards? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-Answer.
           IF WS-Answer = 'Y' OR WS-Answer = 'y'
               PERFORM WriteAwards
               DISPLAY WS-WrittenCount " awards written to "
                   "96awards.dat by " WS-OpID "."
           ELSE
               DISPLAY "Ranking not approved, no awards written."
           END-IF.
           STOP RUN.

       LoadMeritParms.
           OPEN INPUT MeritParmFile.
           IF WS-MparStatus = "35"
               *> Primo avvio: una regola generale d'esempio.
               OPEN OUTPUT MeritParmFile
               MOVE SPACES TO MeritParm
               MOVE 'R' TO MpType
               MOVE ZERO TO MpCourse MpYear MpPercent MpMatr
               MOVE 85 TO MpMinAvg
               MOVE 40 TO MpMinCredits
               MOVE 10000 TO MpBudget
               MOVE 1000 TO MpAmount
               WRITE MeritParm
               CLOSE MeritParmFile
               OPEN INPUT MeritParmFile
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ MeritParmFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN MpRule AND WS-RuleCount < 200
                               ADD 1 TO WS-RuleCount
                               MOVE WS-RuleCount TO I
                               MOVE MpCourse TO RL-Course(I)
                               MOVE MpYear TO RL-Year(I)
                               MOVE MpMinAvg TO RL-MinAvg(I)
                               MOVE MpMinCredits TO RL-MinCredits(I)
                               MOVE MpBudget TO RL-Budget(I)
                               MOVE MpAmount TO RL-Amount(I)
                               MOVE MpPercent TO RL-Percent(I)
                           WHEN MpHold AND WS-DiscCount < 500
                               ADD 1 TO WS-DiscCount
                               MOVE MpMatr TO DS-Matr(WS-DiscCount)
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE MeritParmFile.

       FindRule.
           *> Regola piu' specifica: Corso e anno, poi Corso, poi
           *> generale.
           MOVE ZERO TO WS-RuleIdx.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-RuleCount
               IF RL-Course(K) = WS-GrpCourse
                       AND RL-Year(K) = WS-GrpYear
                   MOVE K TO WS-RuleIdx
               END-IF
           END-PERFORM.
           IF WS-RuleIdx = ZERO
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-RuleCount
                   IF RL-Course(K) = WS-GrpCourse
                           AND RL-Year(K) = ZERO
                       MOVE K TO WS-RuleIdx
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-RuleIdx = ZERO
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-RuleCount
                   IF RL-Course(K) = ZERO AND RL-Year(K) = ZERO
                       MOVE K TO WS-RuleIdx
                   END-IF
               END-PERFORM
           END-IF.

       LoadTuitionHolds.
           OPEN INPUT RecvFile.
           IF WS-RecvStatus NOT = "00"
               CLOSE RecvFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           MOVE ZERO TO RcvChargeNum.
           START RecvFile KEY IS NOT LESS THAN RcvChargeNum
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ RecvFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RcvDueDate < WS-TodayDate
                               AND WS-ChgCount < 3000
                           ADD 1 TO WS-ChgCount
                           MOVE WS-ChgCount TO I
                           MOVE RcvChargeNum TO CH-ChargeNum(I)
                           MOVE RcvMatr TO CH-Matr(I)
                           MOVE RcvAmount TO CH-Amount(I)
                           MOVE ZERO TO CH-Paid(I)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RecvFile.
           IF WS-ChgCount = ZERO
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT RecvPayFile.
           IF WS-RecvPayStatus = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RecvPayFile
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM AddChargePayment
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RecvPayFile.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ChgCount
               IF CH-Paid(I) < CH-Amount(I)
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > WS-TuiCount
                           OR TU-Matr(J) = CH-Matr(I)
                       CONTINUE
                   END-PERFORM
                   IF J > WS-TuiCount AND WS-TuiCount < 3000
                       ADD 1 TO WS-TuiCount
                       MOVE CH-Matr(I) TO TU-Matr(WS-TuiCount)
                   END-IF
               END-IF
           END-PERFORM.

       AddChargePayment.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ChgCount
               IF CH-ChargeNum(I) = RPyChargeNum
                   ADD RPyAmount TO CH-Paid(I)
               END-IF
           END-PERFORM.

       LoadTermAwards.
           OPEN INPUT AwardFile.
           IF WS-AwardStatus NOT = "00"
               CLOSE AwardFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ AwardFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AwTerm = WS-AskTerm AND WS-AwdCount < 3000
                           ADD 1 TO WS-AwdCount
                           MOVE AwMatr TO AD-Matr(WS-AwdCount)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AwardFile.

       EvaluateStudent.
           ADD 1 TO WS-StudCount.
           MOVE Corso TO WS-GrpCourse.
           MOVE AnnoCorso TO WS-GrpYear.
           PERFORM FindRule.
           IF WS-RuleIdx = ZERO
               ADD 1 TO WS-NoRuleCount
               EXIT PARAGRAPH
           END-IF.
           IF WS-CandCount >= 3000
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-Tuition.
           MOVE Corso TO CourseCode.
           READ CourseFile
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE CourseTuition TO WS-Tuition
           END-READ.
           PERFORM ComputeMerit.
           COMPUTE WS-MinCredits =
               RL-MinCredits(WS-RuleIdx) * AnnoCorso.
           MOVE SPACES TO WS-Reason.
           MOVE 'N' TO WS-Found.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-DiscCount OR WS-Found = 'Y'
               IF DS-Matr(I) = Matr
                   MOVE 'Y' TO WS-Found
               END-IF
           END-PERFORM.
           IF WS-Found = 'Y'
               MOVE "HOLD DISC." TO WS-Reason
           END-IF.
           IF WS-Reason = SPACES
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WS-TuiCount OR WS-Found = 'Y'
                   IF TU-Matr(I) = Matr
                       MOVE 'Y' TO WS-Found
                   END-IF
               END-PERFORM
               IF WS-Found = 'Y'
                   MOVE "HOLD TUITION" TO WS-Reason
               END-IF
           END-IF.
           IF WS-Reason = SPACES
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WS-AwdCount OR WS-Found = 'Y'
                   IF AD-Matr(I) = Matr
                       MOVE 'Y' TO WS-Found
                   END-IF
               END-PERFORM
               IF WS-Found = 'Y'
                   MOVE "HAS AWARD" TO WS-Reason
               END-IF
           END-IF.
           IF WS-Reason = SPACES
               IF WS-Avg < RL-MinAvg(WS-RuleIdx)
                   MOVE "AVERAGE" TO WS-Reason
               ELSE
                   IF WS-CreditSum < WS-MinCredits
                       MOVE "CREDITS" TO WS-Reason
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-CandCount.
           MOVE WS-CandCount TO I.
           MOVE Corso TO CD-Course(I).
           MOVE AnnoCorso TO CD-Year(I).
           IF WS-Reason = SPACES
               MOVE '0' TO CD-Elig(I)
               ADD 1 TO WS-EligCount
           ELSE
               MOVE '1' TO CD-Elig(I)
           END-IF.
           COMPUTE CD-AvgInv(I) = 999.9 - WS-Avg.
           COMPUTE CD-CredInv(I) = 9999 - WS-CreditSum.
           MOVE Matr TO CD-Matr(I).
           MOVE Cognome TO CD-Cognome(I).
           MOVE WS-Avg TO CD-Avg(I).
           MOVE WS-CreditSum TO CD-Credits(I).
           MOVE RL-Amount(WS-RuleIdx) TO CD-Amount(I).
           MOVE RL-Percent(WS-RuleIdx) TO CD-Percent(I).
           IF CD-Amount(I) > ZERO
               MOVE ZERO TO CD-Percent(I)
               MOVE CD-Amount(I) TO CD-Value(I)
           ELSE
               COMPUTE CD-Value(I) ROUNDED =
                   WS-Tuition * CD-Percent(I)
           END-IF.
           MOVE WS-Reason TO CD-Reason(I).
           MOVE 'N' TO CD-Winner(I).

       ComputeMerit.
           *> Media ponderata sui crediti dei soli esami superati
           *> (miglior esito per corso) e dei riconosciuti, come il
           *> transcript.
           MOVE ZERO TO WS-BestCount WS-WeightSum WS-CreditSum
               WS-Avg.
           MOVE 'N' TO WS-ResEOF.
           OPEN INPUT ExamResults.
           IF WS-ExamResStatus NOT = "00"
               MOVE 'Y' TO WS-ResEOF
           END-IF.
           PERFORM UNTIL WS-ResEOF = 'Y'
               READ ExamResults
                   AT END MOVE 'Y' TO WS-ResEOF
                   NOT AT END
                       IF ExamMatr = Matr
                               AND ExamGrade IS PassingScore
                           PERFORM CollectBestExam
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ExamResults.
           OPEN INPUT RecogFile.
           IF WS-RecogStatus = "00"
               MOVE 'N' TO WS-ResEOF
               MOVE Matr TO RecMatr
               MOVE ZERO TO RecCourse
               START RecogFile KEY IS NOT LESS THAN RecKey
                   INVALID KEY MOVE 'Y' TO WS-ResEOF
               END-START
               PERFORM UNTIL WS-ResEOF = 'Y'
                   READ RecogFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-ResEOF
                       NOT AT END
                           IF RecMatr NOT = Matr
                               MOVE 'Y' TO WS-ResEOF
                           ELSE
                               PERFORM CollectBestRecog
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RecogFile
           END-IF.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-BestCount
               MOVE 1 TO WS-Credits
               IF BT-Recog(J) = 'R'
                   MOVE BT-Credits(J) TO WS-Credits
               ELSE
                   MOVE BT-Course(J) TO CourseCode
                   READ CourseFile
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF CourseCredits > ZERO
                               MOVE CourseCredits TO WS-Credits
                           END-IF
                   END-READ
               END-IF
               COMPUTE WS-WeightSum = WS-WeightSum
                   + BT-Score(J) * WS-Credits
               ADD WS-Credits TO WS-CreditSum
           END-PERFORM.
           IF WS-CreditSum > ZERO
               COMPUTE WS-Avg ROUNDED = WS-WeightSum / WS-CreditSum
           END-IF.

       CollectBestExam.
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WS-BestCount
                   OR BT-Course(J) = ExamCourse
               CONTINUE
           END-PERFORM.
           IF J > WS-BestCount
               IF WS-BestCount >= 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BestCount
               MOVE ExamCourse TO BT-Course(J)
               MOVE ExamScore TO BT-Score(J)
               MOVE SPACE TO BT-Recog(J)
               MOVE ZERO TO BT-Credits(J)
           ELSE
               IF ExamScore > BT-Score(J)
                   MOVE ExamScore TO BT-Score(J)
               END-IF
           END-IF.

       CollectBestRecog.
           *> Un corso gia' superato in sede resta col suo esito.
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WS-BestCount
                   OR BT-Course(J) = RecCourse
               CONTINUE
           END-PERFORM.
           IF J <= WS-BestCount OR WS-BestCount >= 100
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-BestCount.
           MOVE RecCourse TO BT-Course(J).
           MOVE RecScore TO BT-Score(J).
           MOVE 'R' TO BT-Recog(J).
           MOVE RecCredits TO BT-Credits(J).

       SortCandidates.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= WS-CandCount
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > WS-CandCount - I
                   IF CD-SortKey(J) > CD-SortKey(J + 1)
                       MOVE CandEntry(J) TO WS-SwapEntry
                       MOVE CandEntry(J + 1) TO CandEntry(J)
                       MOVE WS-SwapEntry TO CandEntry(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       PrintRanking.
           *> In ogni gruppo le borse entrano per posizione finche'
           *> c'e' budget: il primo che non ci sta fissa il taglio.
           OPEN OUTPUT MeritReport.
           MOVE WS-AskTerm TO PrnTerm.
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING PAGE.
           MOVE 99999 TO WS-GrpCourse.
           MOVE ZERO TO WS-GrpYear.
           MOVE 'Y' TO WS-GrpCut.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CandCount
               IF CD-Course(I) NOT = WS-GrpCourse
                       OR CD-Year(I) NOT = WS-GrpYear
                   IF WS-GrpCut = 'N'
                       PERFORM PrintCutLine
                   END-IF
                   PERFORM StartGroup
               END-IF
               IF CD-Elig(I) = '0'
                   ADD 1 TO WS-Pos
                   MOVE WS-Pos TO PrnPos
                   IF WS-GrpCut = 'N'
                       IF WS-GrpUsed + CD-Value(I) <= WS-GrpBudget
                               AND CD-Value(I) > ZERO
                           MOVE 'Y' TO CD-Winner(I)
                           ADD CD-Value(I) TO WS-GrpUsed
                           ADD CD-Value(I) TO WS-WinTotal
                           ADD 1 TO WS-WinCount
                       ELSE
                           PERFORM PrintCutLine
                       END-IF
                   END-IF
               ELSE
                   IF WS-GrpCut = 'N'
                       PERFORM PrintCutLine
                   END-IF
                   MOVE ZERO TO PrnPos
               END-IF
               MOVE CD-Matr(I) TO PrnMatr
               MOVE CD-Cognome(I) TO PrnCognome
               MOVE CD-Avg(I) TO PrnAvg
               MOVE CD-Credits(I) TO PrnCredits
               MOVE CD-Value(I) TO PrnValue
               EVALUATE TRUE
                   WHEN CD-Winner(I) = 'Y'
                       MOVE "AWARDED" TO PrnOutcome
                   WHEN CD-Elig(I) = '0'
                       MOVE "BELOW CUT" TO PrnOutcome
                   WHEN OTHER
                       MOVE CD-Reason(I) TO PrnOutcome
               END-EVALUATE
               WRITE PrintLine FROM RankLine AFTER ADVANCING 1 LINE
           END-PERFORM.
           IF WS-GrpCut = 'N'
               PERFORM PrintCutLine
           END-IF.
           MOVE WS-StudCount TO PrnStudCount.
           MOVE WS-EligCount TO PrnEligCount.
           MOVE WS-WinCount TO PrnWinCount.
           MOVE WS-WinTotal TO PrnWinTotal.
           WRITE PrintLine FROM TotLine AFTER ADVANCING 2 LINES.
           CLOSE MeritReport.

       StartGroup.
           MOVE CD-Course(I) TO WS-GrpCourse.
           MOVE CD-Year(I) TO WS-GrpYear.
           PERFORM FindRule.
           MOVE RL-Budget(WS-RuleIdx) TO WS-GrpBudget.
           MOVE ZERO TO WS-GrpUsed WS-Pos.
           MOVE 'N' TO WS-GrpCut.
           MOVE WS-GrpCourse TO PrnGrpCourse.
           MOVE WS-GrpYear TO PrnGrpYear.
           MOVE WS-GrpBudget TO PrnGrpBudget.
           MOVE RL-MinAvg(WS-RuleIdx) TO PrnGrpMinAvg.
           COMPUTE PrnGrpMinCred =
               RL-MinCredits(WS-RuleIdx) * WS-GrpYear.
           WRITE PrintLine FROM GroupLine AFTER ADVANCING 2 LINES.
           WRITE PrintLine FROM ColHeads AFTER ADVANCING 1 LINE.

       PrintCutLine.
           MOVE WS-GrpUsed TO PrnUsed.
           WRITE PrintLine FROM CutLine AFTER ADVANCING 1 LINE.
           MOVE 'Y' TO WS-GrpCut.

       WriteAwards.
           OPEN EXTEND AwardFile.
           IF WS-AwardStatus = "35"
               OPEN OUTPUT AwardFile
               CLOSE AwardFile
               OPEN EXTEND AwardFile
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CandCount
               IF CD-Winner(I) = 'Y'
                   MOVE CD-Matr(I) TO AwMatr
                   MOVE WS-AskTerm TO AwTerm
                   MOVE CD-Percent(I) TO AwPercent
                   MOVE CD-Amount(I) TO AwAmount
                   MOVE "MERIT" TO AwSource
                   WRITE AwardData
                   ADD 1 TO WS-WrittenCount
               END-IF
           END-PERFORM.
           CLOSE AwardFile.
