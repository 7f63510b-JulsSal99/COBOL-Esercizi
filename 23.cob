       DATA DIVISION.
       FILE SECTION.
       FD JobCtlFile.
       COPY "JOBCTL.cpy".
       FD NightLog.
       01 LogLine PIC X(70).
      *> Stessa riga vista a campi, per ritrovare i passi di un
      *> giro da riprendere.
       01 LogEntry.
           02 LeDate PIC 9(8).
           02 FILLER PIC X.
           02 LeTime PIC X(8).
           02 FILLER PIC X(5).
           02 LeRunID PIC 9(5).
           02 FILLER PIC X.
           02 LeOutcome PIC X(4).
           02 FILLER PIC X.
           02 LeStep PIC X(37).
       FD RunIdFile.
       01 RunIdRecord PIC 9(5).
       FD RuntimeFile.
       01 WS-RunSeries PIC X(4) VALUE "RUN ".
       01 WS-IDStatus PIC X.
       01 WS-CtlEOF PIC X VALUE 'N'.
      *> Passi notturni aggiunti dopo la catena di partenza, gia'
      *> presenti o no nel file di controllo.
       01 WS-EnsEOF PIC X.
       01 WS-HasReorder PIC X.
       01 WS-HasWebFeed PIC X.
       01 WS-HasChainChk PIC X.
       01 WS-StepName PIC X(30).
       01 WS-StepOutcome PIC X(4).
       01 WS-ChainBroken PIC X VALUE 'N'.
       01 WS-StepsOK PIC 9(3) VALUE ZERO.
       01 WS-StepsFailed PIC 9(3) VALUE ZERO.
       01 WS-StepsSkipped PIC 9(3) VALUE ZERO.
       01 WS-StepsNotDue PIC 9(3) VALUE ZERO.
       01 WS-StepsDone PIC 9(3) VALUE ZERO.
       01 WS-StepsRerun PIC 9(3) VALUE ZERO.
      *> "RESTART" sulla riga comando: riprende l'ultimo giro
      *> (stesso run ID e stessa data di calendario) saltando i
      *> passi gia' finiti bene.
       01 WS-RunMode PIC X(20).
       01 WS-Restart PIC X VALUE 'N'.
       01 WS-LogEOF PIC X.
       01 WS-LastRunID PIC 9(5) VALUE ZERO.
       01 WS-LastRunDate PIC 9(8) VALUE ZERO.
       01 WS-RunDate PIC 9(8).
       01 WS-RunDateX REDEFINES WS-RunDate.
           02 WS-RunYear PIC 9(4).
           02 WS-RunMonth PIC 99.
           02 WS-RunDay PIC 99.
       01 WS-RunInt PIC 9(7).
       01 WS-DayInt PIC 9(7).
       01 WS-WeekDay PIC 9.
       01 WS-CheckDate PIC 9(8).
       01 WS-CheckDateX REDEFINES WS-CheckDate.
           02 WS-CheckYear PIC 9(4).
           02 WS-CheckMonth PIC 99.
           02 WS-CheckDay PIC 99.
       01 WS-StepDue PIC X.
       01 WS-DepsOK PIC X.
       01 WS-DepFound PIC X.
       01 WS-AlreadyDone PIC X.
      *> Esito dei passi gia' incontrati in questo giro: O finito
      *> bene (o gia' fatto), F fallito, S saltato per dipendenza,
      *> N fuori calendario.
       01 StepTable.
           02 WS-StepCount PIC 99 VALUE ZERO.
           02 StepEntry OCCURS 50 TIMES.
               03 ST-Step PIC X(30).
               03 ST-State PIC X.
       01 DoneTable.
           02 WS-DoneCount PIC 99 VALUE ZERO.
           02 DoneEntry OCCURS 50 TIMES.
               03 DN-Step PIC X(30).
       01 I PIC 99.
       01 J PIC 99.
       01 K PIC 9.
       PROCEDURE DIVISION.
       MainPara.
           *> Un run ID per tutta la notte: finisce su ogni riga di
           *> log e, tramite 23runid.dat e RUNGET, su JRNL e CTLTOT
           *> di ogni passo. Ricostruire una notte storta diventa
           *> una SELECT sola.
           *> Ogni passo gira se e' in calendario e se i passi da cui
           *> dipende (JOBCTL.cpy) sono finiti bene: un fallimento
           *> ferma solo i passi che ne dipendono. In ripresa
           *> (RESTART) il giro riparte col suo run ID, i passi gia'
           *> OK restano saltati e quelli rieseguiti vanno sul log
           *> come RERN.
           ACCEPT WS-RunMode FROM COMMAND-LINE.
           IF WS-RunMode(1:7) = "RESTART"
               MOVE 'Y' TO WS-Restart
               PERFORM FindLastRun
               IF WS-LastRunID = ZERO
                   DISPLAY "No previous run in 23nightlog.txt to "
                       "restart."
                   STOP RUN
               END-IF
               MOVE WS-LastRunID TO WS-RunID
               MOVE WS-LastRunDate TO WS-RunDate
               PERFORM LoadDoneSteps
           ELSE
               CALL 'IDNEXT' USING WS-RunSeries, WS-RunID,
                   WS-IDStatus
               IF WS-IDStatus = 'Y'
                   MOVE ZERO TO WS-RunID
               END-IF
               ACCEPT WS-RunDate FROM DATE YYYYMMDD
           END-IF.
           COMPUTE WS-RunInt = FUNCTION INTEGER-OF-DATE(WS-RunDate).
           OPEN OUTPUT RunIdFile.
           MOVE WS-RunID TO RunIdRecord.
           WRITE RunIdRecord.
           CLOSE RunIdFile.
           PERFORM OpenLog.
           PERFORM EnsureJobCtl.
           IF WS-Restart = 'Y'
               MOVE "NIGHT RESTART" TO WS-StepName
               DISPLAY "Restarting run " WS-RunID " of " WS-RunDate
                   ": " WS-DoneCount " steps already completed."
           ELSE
               MOVE "NIGHT START" TO WS-StepName
           END-IF.
           MOVE "    " TO WS-StepOutcome.
           PERFORM LogStep.

               READ JobCtlFile
                   AT END MOVE 'Y' TO WS-CtlEOF
                   NOT AT END
                       MOVE JcStep TO WS-StepName
                       IF WS-StepName = SPACES
                           CONTINUE
                       ELSE
                           PERFORM ProcessStep
                       END-IF
               END-READ
           END-PERFORM.

           DISPLAY " ".
           DISPLAY "----- End-Of-Night Summary -----".
           DISPLAY "Run ID        : " WS-RunID.
           DISPLAY "Steps run     : " WS-StepsRun.
           DISPLAY "Steps OK      : " WS-StepsOK.
           DISPLAY "Steps failed  : " WS-StepsFailed.
           DISPLAY "Steps skipped : " WS-StepsSkipped.
           DISPLAY "Not scheduled : " WS-StepsNotDue.
           IF WS-Restart = 'Y'
               DISPLAY "Already done  : " WS-StepsDone
               DISPLAY "Steps rerun   : " WS-StepsRerun
           END-IF.
           IF WS-ChainBroken = 'Y'
               DISPLAY "Some steps failed: dependent jobs did NOT "
                   "run. Fix and rerun with RESTART."
           ELSE
               DISPLAY "All steps completed."
           END-IF.
           STOP RUN.

       ProcessStep.
           IF WS-StepCount < 50
               ADD 1 TO WS-StepCount
           END-IF.
           MOVE WS-StepCount TO I.
           MOVE WS-StepName TO ST-Step(I).
           PERFORM CheckCalendar.
           IF WS-StepDue = 'N'
               MOVE 'N' TO ST-State(I)
               ADD 1 TO WS-StepsNotDue
               MOVE "CAL " TO WS-StepOutcome
               PERFORM LogStep
               EXIT PARAGRAPH
           END-IF.
           IF WS-Restart = 'Y'
               MOVE 'N' TO WS-AlreadyDone
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-DoneCount
                   IF DN-Step(J) = WS-StepName
                       MOVE 'Y' TO WS-AlreadyDone
                   END-IF
               END-PERFORM
               IF WS-AlreadyDone = 'Y'
                   MOVE 'O' TO ST-State(I)
                   ADD 1 TO WS-StepsDone
                   MOVE "DONE" TO WS-StepOutcome
                   PERFORM LogStep
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM CheckDepends.
           IF WS-DepsOK = 'N'
               MOVE 'S' TO ST-State(I)
               ADD 1 TO WS-StepsSkipped
               MOVE "SKIP" TO WS-StepOutcome
               DISPLAY "Step " WS-StepName " skipped: a step it "
                   "depends on did not complete."
               PERFORM LogStep
               EXIT PARAGRAPH
           END-IF.
           PERFORM RunStep.

       CheckDepends.
           *> La dipendenza deve stare piu' su nel file: se manca o
           *> non e' finita bene (O) o fuori calendario (N), il
           *> passo non gira.
           MOVE 'Y' TO WS-DepsOK.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
               IF JcDepend(K) NOT = SPACES
                   MOVE 'N' TO WS-DepFound
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J >= I
                       IF ST-Step(J) = JcDepend(K)
                               AND (ST-State(J) = 'O'
                               OR ST-State(J) = 'N')
                           MOVE 'Y' TO WS-DepFound
                       END-IF
                   END-PERFORM
                   IF WS-DepFound = 'N'
                       MOVE 'N' TO WS-DepsOK
                   END-IF
               END-IF
           END-PERFORM.

       CheckCalendar.
           *> Giorni lavorativi = lunedi'-venerdi', sulla data del
           *> giro (in ripresa quella del giro originale).
           MOVE 'Y' TO WS-StepDue.
           EVALUATE TRUE
               WHEN JcWeekdays
                   MOVE WS-RunInt TO WS-DayInt
                   PERFORM GetWeekDay
                   IF WS-WeekDay > 4
                       MOVE 'N' TO WS-StepDue
                   END-IF
               WHEN JcMonthEnd
                   MOVE WS-RunInt TO WS-DayInt
                   PERFORM GetWeekDay
                   IF WS-WeekDay > 4
                       MOVE 'N' TO WS-StepDue
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-DayInt
                   PERFORM GetWeekDay
                   PERFORM UNTIL WS-WeekDay < 5
                       ADD 1 TO WS-DayInt
                       PERFORM GetWeekDay
                   END-PERFORM
                   COMPUTE WS-CheckDate =
                       FUNCTION DATE-OF-INTEGER(WS-DayInt)
                   IF WS-CheckMonth = WS-RunMonth
                       MOVE 'N' TO WS-StepDue
                   END-IF
               WHEN JcFirstBusDay
                   MOVE WS-RunInt TO WS-DayInt
                   PERFORM GetWeekDay
                   IF WS-WeekDay > 4
                       MOVE 'N' TO WS-StepDue
                       EXIT PARAGRAPH
                   END-IF
                   SUBTRACT 1 FROM WS-DayInt
                   PERFORM GetWeekDay
                   PERFORM UNTIL WS-WeekDay < 5
                       SUBTRACT 1 FROM WS-DayInt
                       PERFORM GetWeekDay
                   END-PERFORM
                   COMPUTE WS-CheckDate =
                       FUNCTION DATE-OF-INTEGER(WS-DayInt)
                   IF WS-CheckMonth = WS-RunMonth
                       MOVE 'N' TO WS-StepDue
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       GetWeekDay.
           *> Giorno 1 di INTEGER-OF-DATE (1/1/1601) e' un lunedi':
           *> 0 = lunedi' ... 6 = domenica.
           COMPUTE WS-WeekDay = FUNCTION MOD(WS-DayInt - 1, 7).

       FindLastRun.
           *> L'ultimo "NIGHT START" del night log da' run ID e data
           *> del giro da riprendere.
           OPEN INPUT NightLog.
           IF WS-LogStatus NOT = "00"
               CLOSE NightLog
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-LogEOF.
           PERFORM UNTIL WS-LogEOF = 'Y'
               READ NightLog
                   AT END MOVE 'Y' TO WS-LogEOF
                   NOT AT END
                       IF LeStep = "NIGHT START"
                               AND LeRunID IS NUMERIC
                               AND LeDate IS NUMERIC
                           MOVE LeRunID TO WS-LastRunID
                           MOVE LeDate TO WS-LastRunDate
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NightLog.

       LoadDoneSteps.
           *> Passi finiti bene in qualunque tentativo del giro.
           OPEN INPUT NightLog.
           MOVE 'N' TO WS-LogEOF.
           PERFORM UNTIL WS-LogEOF = 'Y'
               READ NightLog
                   AT END MOVE 'Y' TO WS-LogEOF
                   NOT AT END
                       IF LeRunID = WS-LastRunID
                               AND LeOutcome = "OK  "
                               AND WS-DoneCount < 50
                           ADD 1 TO WS-DoneCount
                           MOVE LeStep TO DN-Step(WS-DoneCount)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NightLog.

       RunStep.
           ADD 1 TO WS-StepsRun.
           MOVE ZERO TO RETURN-CODE.
           IF WS-Restart = 'Y'
               ADD 1 TO WS-StepsRerun
               MOVE "RERN" TO WS-StepOutcome
           ELSE
               MOVE "RUN " TO WS-StepOutcome
           END-IF.
           PERFORM LogStep.
           DISPLAY "Running step: " WS-StepName.
           ACCEPT WS-StartTime FROM TIME.
           PERFORM RecordRuntime.
           IF RETURN-CODE = ZERO
               ADD 1 TO WS-StepsOK
               MOVE 'O' TO ST-State(I)
               MOVE "OK  " TO WS-StepOutcome
           ELSE
               ADD 1 TO WS-StepsFailed
               MOVE 'Y' TO WS-ChainBroken
               MOVE 'F' TO ST-State(I)
               MOVE "FAIL" TO WS-StepOutcome
               DISPLAY "Step " WS-StepName " failed, dependent "
                   "steps will be skipped."
           END-IF.
           PERFORM LogStep.


       EnsureJobCtl.
           *> Se manca il file di controllo, scrive la catena standard
           *> delle elaborazioni notturne nel loro ordine: l'estratto
           *> studenti dipende dalla fusione, gli altri passi da
           *> nessuno. Riordino automatico (ReorderRun) e catalogo
           *> per il negozio web (WebFeed) ogni notte; per ultimo il
           *> controllo della catena dei log (LogChainCheck), cosi'
           *> copre anche le registrazioni dei passi precedenti. Nei
           *> file di controllo scritti prima questi tre passi si
           *> aggiungono in fondo, una volta sola.
           OPEN INPUT JobCtlFile.
           IF WS-JobCtlStatus = "35"
               OPEN OUTPUT JobCtlFile
               MOVE SPACES TO JobCtlLine
               MOVE "merge-records" TO JcStep
               MOVE "D " TO JcCalendar
               WRITE JobCtlLine
               MOVE SPACES TO JobCtlLine
               MOVE "Student-Extract" TO JcStep
               MOVE "D " TO JcCalendar
               MOVE "merge-records" TO JcDepend(1)
               WRITE JobCtlLine
               MOVE SPACES TO JobCtlLine
               MOVE "CUSTLIST" TO JcStep
               MOVE "D " TO JcCalendar
               WRITE JobCtlLine
               CLOSE JobCtlFile
               OPEN INPUT JobCtlFile
           END-IF.
           IF WS-JobCtlStatus NOT = "00"
               CLOSE JobCtlFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-HasReorder WS-HasWebFeed WS-HasChainChk.
           MOVE 'N' TO WS-EnsEOF.
           PERFORM UNTIL WS-EnsEOF = 'Y'
               READ JobCtlFile
                   AT END MOVE 'Y' TO WS-EnsEOF
                   NOT AT END
                       EVALUATE JcStep
                           WHEN "ReorderRun"
                               MOVE 'Y' TO WS-HasReorder
                           WHEN "WebFeed"
                               MOVE 'Y' TO WS-HasWebFeed
                           WHEN "LogChainCheck"
                               MOVE 'Y' TO WS-HasChainChk
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE JobCtlFile.
           IF WS-HasReorder = 'Y' AND WS-HasWebFeed = 'Y'
                   AND WS-HasChainChk = 'Y'
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND JobCtlFile.
           IF WS-HasReorder = 'N'
               MOVE SPACES TO JobCtlLine
               MOVE "ReorderRun" TO JcStep
               MOVE "D " TO JcCalendar
               WRITE JobCtlLine
           END-IF.
           IF WS-HasWebFeed = 'N'
               MOVE SPACES TO JobCtlLine
               MOVE "WebFeed" TO JcStep
               MOVE "D " TO JcCalendar
               WRITE JobCtlLine
           END-IF.
           IF WS-HasChainChk = 'N'
               MOVE SPACES TO JobCtlLine
               MOVE "LogChainCheck" TO JcStep
               MOVE "D " TO JcCalendar
               WRITE JobCtlLine
           END-IF.
           CLOSE JobCtlFile.
