       IDENTIFICATION DIVISION.
       PROGRAM-ID.       StudHolds.
       AUTHOR.       Giulio.
       DATE-WRITTEN.12/10/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HoldFile ASSIGN TO "144holds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HdKey
               FILE STATUS IS WS-HoldStatus.
           SELECT StudentiMaster ASSIGN TO "3studenti.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Matr
               FILE STATUS IS WS-StudentiMasterStatus.
           SELECT RecvFile ASSIGN TO "59recv.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RcvChargeNum
               FILE STATUS IS WS-RecvStatus.
           SELECT RecvPayFile ASSIGN TO "59recvpay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RecvPayStatus.
           SELECT HoldReport ASSIGN TO "144holdrun.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD HoldFile.
       COPY "HOLDREC.cpy".
       FD StudentiMaster.
       COPY "STUDREC.cpy".
       FD RecvFile.
       COPY "RECVREC.cpy".
       FD RecvPayFile.
       COPY "RECVPAY.cpy".
       FD HoldReport.
       01 PrintLine PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-HoldStatus PIC XX.
       01 WS-StudentiMasterStatus PIC XX.
       01 WS-RecvStatus PIC XX.
       01 WS-RecvPayStatus PIC XX.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-EOF PIC X.
       01 WS-PayEOF PIC X.
       01 WS-StartOK PIC X.
       01 WS-Found PIC X.
       01 WS-Confirm PIC X.
       01 WS-OpID PIC X(8).
       01 WS-OpRole PIC X.
       01 WS-SignonOK PIC X.
       01 WS-JrnFileCode PIC X(8) VALUE "HOLDS".
       01 WS-JrnAction PIC X(8).
       01 WS-JrnKey PIC X(10).
       01 WS-JrnBefore PIC X(200).
       01 WS-JrnAfter PIC X(200).
       01 WS-ParmKey PIC X(12).
       01 WS-ParmValue PIC X(20).
       01 WS-ParmFound PIC X.
       01 WS-TodayDate PIC 9(8).
       01 WS-AskMatr PIC 9(5).
       01 WS-AskSeq PIC 9(3).
       01 WS-AskType PIC X.
       01 WS-NextSeq PIC 9(3).
       01 WS-HasTuitionHold PIC X.
      *> Giorni oltre la scadenza della rata prima del blocco tasse
      *> automatico: HOLDDAYS di SYSPARM, 60 se assente.
       01 WS-HoldDays PIC 9(3).
       01 WS-AsOfDate PIC 9(8).
       01 WS-AsOfInt PIC 9(7).
       01 WS-DueInt PIC 9(7).
       01 WS-AgeDays PIC S9(5).
       01 WS-Balance PIC S9(6)V99.
       01 WS-PaidAmt PIC S9(6)V99.
       01 WS-Placed PIC 9(4).
       01 WS-Released PIC 9(4).
       01 WS-HoldRecord PIC X(90).
       01 PayTable.
           02 WS-PayCount PIC 9(4) VALUE ZERO.
           02 PayEntry OCCURS 2000 TIMES
                   DEPENDING ON WS-PayCount.
               03 PT-ChargeNum PIC 9(5).
               03 PT-Amount PIC S9(5)V99.
       01 J PIC 9(4).
      *> Matricole con rate scadute da oltre HOLDDAYS giorni.
       01 OverdueTable.
           02 WS-OvdCount PIC 9(3) VALUE ZERO.
           02 OvdEntry OCCURS 500 TIMES
                   DEPENDING ON WS-OvdCount.
               03 OV-Matr PIC 9(5).
               03 OV-Oldest PIC 9(8).
               03 OV-Amount PIC 9(7)V99.
               03 OV-Held PIC X.
       01 K PIC 9(3).
       01 WS-Amount PIC ZZZ,ZZ9.99.
       01 HoldLine.
           02 PrnHdSeq PIC ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnHdType PIC X(12).
           02 FILLER PIC X VALUE SPACE.
           02 PrnHdReason PIC X(40).
           02 FILLER PIC X VALUE SPACE.
           02 PrnHdPlaced PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnHdPlacedBy PIC X(8).
       01 RunLine.
           02 PrnRunAction PIC X(10).
           02 PrnRunMatr PIC 9(5).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnRunText PIC X(60).
       PROCEDURE DIVISION.
       StartPara.
      *> Registro centrale dei blocchi amministrativi sugli
      *> studenti. Tasse, biblioteca, documenti e disciplinare; le
      *> azioni che ogni tipo impedisce le verifica HOLDCHK nei
      *> programmi che le eseguono. Il blocco tasse si mette e si
      *> toglie anche da solo col controllo delle rate scadute.
           CALL 'SIGNON' USING WS-OpID, WS-OpRole, WS-SignonOK.
           IF WS-SignonOK NOT = 'Y'
               DISPLAY "Sign-on failed, program ends."
               STOP RUN
           END-IF.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "STUDENT ADMINISTRATIVE HOLDS"
               DISPLAY "1 : Place Hold"
               DISPLAY "2 : Release Hold"
               DISPLAY "3 : Show Student Holds"
               DISPLAY "4 : Overdue Tuition Hold Run"
               DISPLAY "0 : Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM PlaceHold
                   WHEN 2 PERFORM ReleaseHold
                   WHEN 3 PERFORM ShowHolds
                   WHEN 4 PERFORM TuitionHoldRun
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       OpenHolds.
           OPEN I-O HoldFile.
           IF WS-HoldStatus = "35"
               OPEN OUTPUT HoldFile
               CLOSE HoldFile
               OPEN I-O HoldFile
           END-IF.

       ReadStudent.
           MOVE 'N' TO WS-Found.
           OPEN INPUT StudentiMaster.
           IF WS-StudentiMasterStatus NOT = "00"
               DISPLAY "Archivio studenti non disponibile."
               CLOSE StudentiMaster
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AskMatr TO Matr.
           MOVE 'Y' TO WS-Found.
           READ StudentiMaster
               INVALID KEY MOVE 'N' TO WS-Found
           END-READ.
           CLOSE StudentiMaster.
           IF WS-Found = 'N'
               DISPLAY "Matricola non in archivio."
           ELSE
               DISPLAY "Studente: " Nome " " Cognome
           END-IF.

       PlaceHold.
           DISPLAY "Matricola: " WITH NO ADVANCING.
           ACCEPT WS-AskMatr.
           PERFORM ReadStudent.
           IF WS-Found = 'N'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Tipo (T tasse, B biblioteca, D documenti, "
               "S disciplinare): " WITH NO ADVANCING.
           ACCEPT WS-AskType.
           MOVE FUNCTION UPPER-CASE(WS-AskType) TO HdType.
           IF NOT HdTuition AND NOT HdLibrary AND NOT HdDocuments
                   AND NOT HdDiscipline
               DISPLAY "Tipo di blocco non valido."
               EXIT PARAGRAPH
           END-IF.
           IF HdDiscipline AND WS-OpRole NOT = 'S'
               DISPLAY "Only supervisors may place a disciplinary "
                   "hold."
               EXIT PARAGRAPH
           END-IF.
           MOVE HdType TO WS-AskType.
           DISPLAY "Motivo: " WITH NO ADVANCING.
           ACCEPT HdReason.
           IF HdReason = SPACES
               DISPLAY "Il motivo e' obbligatorio."
               EXIT PARAGRAPH
           END-IF.
           MOVE HdReason TO WS-HoldRecord.
           PERFORM OpenHolds.
           PERFORM FindNextSeq.
           IF WS-AskType = 'T' AND WS-HasTuitionHold = 'Y'
               DISPLAY "Blocco tasse gia' attivo per la matricola."
               CLOSE HoldFile
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AskMatr TO HdMatr.
           MOVE WS-NextSeq TO HdSeq.
           MOVE WS-AskType TO HdType.
           MOVE WS-HoldRecord(1:40) TO HdReason.
           MOVE WS-OpID TO HdPlacedBy.
           MOVE WS-TodayDate TO HdPlacedDate.
           MOVE 'N' TO HdAuto.
           MOVE ZERO TO HdRelDate.
           MOVE SPACES TO HdRelBy.
           PERFORM WriteHold.
           CLOSE HoldFile.
           DISPLAY "Blocco " HdSeq " registrato per matricola "
               HdMatr ".".

       FindNextSeq.
      *> Progressivo dopo l'ultimo blocco della matricola; segna
      *> anche se ha gia' un blocco tasse attivo.
           MOVE 1 TO WS-NextSeq.
           MOVE 'N' TO WS-HasTuitionHold.
           MOVE WS-AskMatr TO HdMatr.
           MOVE ZERO TO HdSeq.
           MOVE 'N' TO WS-EOF.
           START HoldFile KEY IS NOT LESS THAN HdKey
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ HoldFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HdMatr NOT = WS-AskMatr
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           COMPUTE WS-NextSeq = HdSeq + 1
                           IF HdActive AND HdTuition
                               MOVE 'Y' TO WS-HasTuitionHold
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WriteHold.
           WRITE HoldData
               INVALID KEY DISPLAY "Blocco non registrato"
           END-WRITE.
           MOVE "PLACE" TO WS-JrnAction.
           MOVE SPACES TO WS-JrnKey WS-JrnBefore WS-JrnAfter.
           MOVE HdKey TO WS-JrnKey.
           MOVE HoldData TO WS-JrnAfter.
           CALL 'JRNL' USING WS-JrnFileCode, WS-JrnAction,
               WS-JrnKey, WS-JrnBefore, WS-JrnAfter.

       ReleaseHold.
           DISPLAY "Matricola: " WITH NO ADVANCING.
           ACCEPT WS-AskMatr.
           PERFORM ShowStudentHolds.
           IF WS-Found = 'N'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Blocco da togliere (progressivo): " WITH NO
               ADVANCING.
           ACCEPT WS-AskSeq.
           PERFORM OpenHolds.
           MOVE WS-AskMatr TO HdMatr.
           MOVE WS-AskSeq TO HdSeq.
           MOVE 'Y' TO WS-Found.
           READ HoldFile
               INVALID KEY MOVE 'N' TO WS-Found
           END-READ.
           IF WS-Found = 'N' OR NOT HdActive
               DISPLAY "Nessun blocco attivo con quel progressivo."
               CLOSE HoldFile
               EXIT PARAGRAPH
           END-IF.
           IF HdDiscipline AND WS-OpRole NOT = 'S'
               DISPLAY "Only supervisors may release a disciplinary "
                   "hold."
               CLOSE HoldFile
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Release hold: " HdReason " (Y/N) : "
               WITH NO ADVANCING.
           ACCEPT WS-Confirm.
           IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
               CLOSE HoldFile
               EXIT PARAGRAPH
           END-IF.
           PERFORM RewriteReleased.
           CLOSE HoldFile.
           DISPLAY "Blocco " WS-AskSeq " tolto.".

       RewriteReleased.
           MOVE SPACES TO WS-JrnBefore WS-JrnAfter WS-JrnKey.
           MOVE HoldData TO WS-JrnBefore.
           MOVE WS-TodayDate TO HdRelDate.
           MOVE WS-OpID TO HdRelBy.
           REWRITE HoldData
               INVALID KEY DISPLAY "Blocco non aggiornato"
           END-REWRITE.
           MOVE "RELEASE" TO WS-JrnAction.
           MOVE HdKey TO WS-JrnKey.
           MOVE HoldData TO WS-JrnAfter.
           CALL 'JRNL' USING WS-JrnFileCode, WS-JrnAction,
               WS-JrnKey, WS-JrnBefore, WS-JrnAfter.

       ShowHolds.
           DISPLAY "Matricola: " WITH NO ADVANCING.
           ACCEPT WS-AskMatr.
           PERFORM ShowStudentHolds.

       ShowStudentHolds.
           PERFORM ReadStudent.
           IF WS-Found = 'N'
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT HoldFile.
           IF WS-HoldStatus NOT = "00"
               DISPLAY "Nessun blocco in archivio."
               CLOSE HoldFile
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AskMatr TO HdMatr.
           MOVE ZERO TO HdSeq.
           MOVE 'N' TO WS-EOF.
           START HoldFile KEY IS NOT LESS THAN HdKey
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ HoldFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HdMatr NOT = WS-AskMatr
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM DisplayOneHold
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HoldFile.

       DisplayOneHold.
           MOVE HdSeq TO PrnHdSeq.
           EVALUATE TRUE
               WHEN HdTuition MOVE "tasse" TO PrnHdType
               WHEN HdLibrary MOVE "biblioteca" TO PrnHdType
               WHEN HdDocuments MOVE "documenti" TO PrnHdType
               WHEN HdDiscipline MOVE "disciplinare" TO PrnHdType
               WHEN OTHER MOVE HdType TO PrnHdType
           END-EVALUATE.
           MOVE HdReason TO PrnHdReason.
           MOVE HdPlacedDate TO PrnHdPlaced.
           MOVE HdPlacedBy TO PrnHdPlacedBy.
           DISPLAY HoldLine.
           IF HdActive
               DISPLAY "      attivo"
           ELSE
               DISPLAY "      tolto il " HdRelDate " da " HdRelBy
           END-IF.

       TuitionHoldRun.
      *> Blocco tasse automatico per chi ha una rata (o mora) non
      *> saldata scaduta da oltre HOLDDAYS giorni, se non ne ha gia'
      *> uno attivo; i blocchi automatici di chi ha saldato vengono
      *> tolti. I blocchi tasse messi a mano restano all'operatore.
           IF WS-OpRole NOT = 'S'
               DISPLAY "Only supervisors may run the hold run."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Run as of date (yyyymmdd): " WITH NO ADVANCING.
           ACCEPT WS-AsOfDate.
           COMPUTE WS-AsOfInt =
               FUNCTION INTEGER-OF-DATE(WS-AsOfDate).
           MOVE 60 TO WS-HoldDays.
           MOVE "HOLDDAYS" TO WS-ParmKey.
           CALL 'PARMGET' USING WS-ParmKey, WS-ParmValue,
               WS-ParmFound.
           IF WS-ParmFound = 'Y' AND WS-ParmValue(1:3) IS NUMERIC
               MOVE WS-ParmValue(1:3) TO WS-HoldDays
           END-IF.
           PERFORM LoadTuitionPayments.
           MOVE ZERO TO WS-OvdCount.
           OPEN INPUT RecvFile.
           IF WS-RecvStatus NOT = "00"
               DISPLAY "No receivables on file."
               CLOSE RecvFile
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO RcvChargeNum.
           MOVE 'N' TO WS-EOF.
           START RecvFile KEY IS NOT LESS THAN RcvChargeNum
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ RecvFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM CheckOneCharge
               END-READ
           END-PERFORM.
           CLOSE RecvFile.
           MOVE ZERO TO WS-Placed WS-Released.
           OPEN OUTPUT HoldReport.
           MOVE SPACES TO PrintLine.
           STRING "OVERDUE TUITION HOLD RUN  as of " WS-AsOfDate
               "  oltre " WS-HoldDays " giorni"
               DELIMITED BY SIZE INTO PrintLine.
           WRITE PrintLine AFTER ADVANCING PAGE.
           MOVE SPACES TO PrintLine.
           WRITE PrintLine AFTER ADVANCING 1 LINE.
           PERFORM OpenHolds.
           PERFORM ReleasePaidHolds.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-OvdCount
               PERFORM PlaceTuitionHold
           END-PERFORM.
           CLOSE HoldFile.
           MOVE SPACES TO PrintLine.
           STRING "Blocchi messi " WS-Placed "   blocchi tolti "
               WS-Released DELIMITED BY SIZE INTO PrintLine.
           WRITE PrintLine AFTER ADVANCING 2 LINES.
           CLOSE HoldReport.
           DISPLAY WS-Placed " holds placed, " WS-Released
               " released; details on 144holdrun.rpt.".

       LoadTuitionPayments.
           MOVE ZERO TO WS-PayCount.
           MOVE 'N' TO WS-PayEOF.
           OPEN INPUT RecvPayFile.
           IF WS-RecvPayStatus = "35"
               CLOSE RecvPayFile
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-PayEOF = 'Y' OR WS-PayCount >= 2000
               READ RecvPayFile
                   AT END MOVE 'Y' TO WS-PayEOF
                   NOT AT END
                       ADD 1 TO WS-PayCount
                       MOVE RPyChargeNum TO
                           PT-ChargeNum(WS-PayCount)
                       MOVE RPyAmount TO PT-Amount(WS-PayCount)
               END-READ
           END-PERFORM.
           CLOSE RecvPayFile.

       CheckOneCharge.
           MOVE ZERO TO WS-PaidAmt.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-PayCount
               IF PT-ChargeNum(J) = RcvChargeNum
                   ADD PT-Amount(J) TO WS-PaidAmt
               END-IF
           END-PERFORM.
           COMPUTE WS-Balance = RcvAmount - WS-PaidAmt.
           IF WS-Balance <= ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DueInt =
               FUNCTION INTEGER-OF-DATE(RcvDueDate).
           COMPUTE WS-AgeDays = WS-AsOfInt - WS-DueInt.
           IF WS-AgeDays <= WS-HoldDays
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WS-OvdCount
                   OR OV-Matr(K) = RcvMatr
               CONTINUE
           END-PERFORM.
           IF K > WS-OvdCount
               IF WS-OvdCount >= 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-OvdCount
               MOVE WS-OvdCount TO K
               MOVE RcvMatr TO OV-Matr(K)
               MOVE RcvDueDate TO OV-Oldest(K)
               MOVE ZERO TO OV-Amount(K)
               MOVE 'N' TO OV-Held(K)
           END-IF.
           IF RcvDueDate < OV-Oldest(K)
               MOVE RcvDueDate TO OV-Oldest(K)
           END-IF.
           ADD WS-Balance TO OV-Amount(K).

       ReleasePaidHolds.
      *> Giro completo dei blocchi: un blocco tasse automatico
      *> ancora attivo resta se la matricola e' ancora in ritardo
      *> (e allora non se ne mette un altro), altrimenti si toglie.
           MOVE ZERO TO HdMatr HdSeq.
           MOVE 'N' TO WS-EOF.
           START HoldFile KEY IS NOT LESS THAN HdKey
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ HoldFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HdActive AND HdTuition
                           PERFORM CheckHeldStudent
                       END-IF
               END-READ
           END-PERFORM.

       CheckHeldStudent.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WS-OvdCount
                   OR OV-Matr(K) = HdMatr
               CONTINUE
           END-PERFORM.
           IF K <= WS-OvdCount
               MOVE 'Y' TO OV-Held(K)
               EXIT PARAGRAPH
           END-IF.
           IF HdAuto NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM RewriteReleased.
           ADD 1 TO WS-Released.
           MOVE "TOLTO" TO PrnRunAction.
           MOVE HdMatr TO PrnRunMatr.
           MOVE "rate saldate" TO PrnRunText.
           WRITE PrintLine FROM RunLine AFTER ADVANCING 1 LINE.

       PlaceTuitionHold.
           IF OV-Held(K) = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE OV-Matr(K) TO WS-AskMatr.
           PERFORM FindNextSeq.
           MOVE OV-Amount(K) TO WS-Amount.
           MOVE SPACES TO WS-HoldRecord.
           STRING "Rate scadute dal " OV-Oldest(K) " euro "
               WS-Amount DELIMITED BY SIZE INTO WS-HoldRecord.
           MOVE WS-AskMatr TO HdMatr.
           MOVE WS-NextSeq TO HdSeq.
           MOVE 'T' TO HdType.
           MOVE WS-HoldRecord(1:40) TO HdReason.
           MOVE WS-OpID TO HdPlacedBy.
           MOVE WS-AsOfDate TO HdPlacedDate.
           MOVE 'Y' TO HdAuto.
           MOVE ZERO TO HdRelDate.
           MOVE SPACES TO HdRelBy.
           PERFORM WriteHold.
           ADD 1 TO WS-Placed.
           MOVE "MESSO" TO PrnRunAction.
           MOVE HdMatr TO PrnRunMatr.
           MOVE HdReason TO PrnRunText.
           WRITE PrintLine FROM RunLine AFTER ADVANCING 1 LINE.
