       IDENTIFICATION DIVISION.
       PROGRAM-ID.       ChangeQueue.
       AUTHOR.       Giulio.
       DATE-WRITTEN.15/10/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ChangeFile ASSIGN TO "150chgqueue.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CqNum
               FILE STATUS IS WS-ChgStatus.
           SELECT CustomerFIle ASSIGN TO "15costumer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDNum
               ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
               FILE STATUS IS WS-CustStatus.
           SELECT PendingFile ASSIGN TO "28pending.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PendStatus.
           SELECT SupplierFile ASSIGN TO "76supplier.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SupStatus.
           SELECT ExamResults ASSIGN TO "7examres.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ExamResStatus.
           SELECT WorkFile ASSIGN TO "150examres.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WorkStatus.
           SELECT CorrFile ASSIGN TO "89gradecorr.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CorrStatus.
           SELECT RegenFile ASSIGN TO "89regen.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RegenStatus.
           SELECT SupWorkFile ASSIGN TO "150supplier.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WorkStatus.
           SELECT AgeReport ASSIGN TO "150ageing.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ChangeFile.
       COPY "CHGQREC.cpy".
       FD CustomerFIle.
       COPY "CUSTREC.cpy".
       FD PendingFile.
       01 PendLine PIC X(27).
       FD SupplierFile.
       01 SupLine PIC X(133).
       FD ExamResults.
       COPY "EXAMREC.cpy".
       FD WorkFile.
       01 WorkRecord PIC X(30).
       FD CorrFile.
       01 CorrLine PIC X(83).
       FD RegenFile.
       01 RegenLine PIC X(70).
       FD SupWorkFile.
       01 SupWorkLine PIC X(133).
       FD AgeReport.
       01 PrintLine PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-ChgStatus PIC XX.
       01 WS-CustStatus PIC XX.
       01 WS-PendStatus PIC XX.
       01 WS-SupStatus PIC XX.
       01 WS-ExamResStatus PIC XX.
       01 WS-WorkStatus PIC XX.
       01 WS-CorrStatus PIC XX.
       01 WS-RegenStatus PIC XX.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-OpID PIC X(8).
       01 WS-OpRole PIC X.
       01 WS-SignonOK PIC X.
       01 WS-EOF PIC X.
       01 WS-StartOK PIC X.
       01 WS-Found PIC X.
       01 WS-TodayDate PIC 9(8).
       01 WS-AskNum PIC 9(5).
       01 WS-Decision PIC X.
       01 WS-Reason PIC X(30).
       01 WS-Applied PIC X.
       01 WS-ApplyMsg PIC X(50).
       01 WS-AgeDays PIC 9(5).
       01 WS-ListCount PIC 9(5).
       01 WS-AskSup PIC X(4).
       01 WS-JrnFileCode PIC X(8).
       01 WS-JrnAction PIC X(8).
       01 WS-JrnKey PIC X(10).
       01 WS-JrnBefore PIC X(200).
       01 WS-JrnAfter PIC X(200).
       01 WS-LockAction PIC X.
       01 WS-LockFileCode PIC X(8) VALUE "CUSTOMER".
       01 WS-LockKey PIC X(10).
       01 WS-LockResult PIC X.
       01 WS-LockHolder PIC X(8).
      *> Viste del prima e dopo secondo il tipo di variazione
      *> (vedi CHGQREC.cpy).
       01 WS-LimitBefore.
           02 WS-LimBefVal PIC 9(5)V99.
       01 WS-LimitAfter.
           02 WS-LimAftVal PIC 9(5)V99.
       01 WS-PriceBefore.
           02 WS-PbFound PIC X.
           02 WS-PbPrice PIC 9(4)V99.
           02 WS-PbDiscount PIC V999.
       01 WS-PendData.
           02 WS-PndProd PIC X(10).
           02 WS-PndPrice PIC 9(4)V99.
           02 WS-PndDiscount PIC V999.
           02 WS-PndEffDate PIC 9(8).
       COPY "CORRREC.cpy".
       COPY "SUPREC.cpy".
      *> Richiesta di variazione prezzo, via CHGQADD.
       01 WS-CqType PIC X(8) VALUE "PRICE".
       01 WS-CqKey PIC X(15).
       01 WS-CqBefore PIC X(140).
       01 WS-CqAfter PIC X(140).
       01 WS-CqNum PIC 9(5).
       01 WS-LkpQty PIC 9(5) VALUE 1.
       01 WS-LkpCust PIC 9(5) VALUE ZERO.
       01 WS-LkpAgreed PIC X.
      *> Anzianita' delle variazioni in attesa: fasce di giorni
      *> per tipo.
       01 AgeTable.
           02 AgeBand OCCURS 5 TIMES.
               03 AG-Label PIC X(12).
               03 AG-Limit PIC 9(5).
               03 AG-Count PIC 9(4) OCCURS 4 TIMES.
               03 AG-Total PIC 9(4).
       01 B PIC 9.
       01 T PIC 9.
       01 WS-Oldest PIC 9(5).
       01 PrnCount PIC ZZZ9.
       01 AgeTitle.
           02 FILLER PIC X(36)
               VALUE "PENDING CHANGES AGEING REPORT - RUN ".
           02 PrnTitleDate PIC 9(8).
       01 AgeColHead.
           02 FILLER PIC X(30)
               VALUE "Change Type     Key          ".
           02 FILLER PIC X(30)
               VALUE "   Maker    Raised       Days ".
       01 AgeDetLine.
           02 PrnAgNum PIC 9(5).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnAgType PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnAgKey PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 PrnAgMaker PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnAgDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnAgDays PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnAgBand PIC X(12).
       01 AgeSumHead.
           02 FILLER PIC X(30)
               VALUE "Age band      CREDLIM   PRICE ".
           02 FILLER PIC X(30)
               VALUE "  GRADE SUPPLIER   Total".
       01 AgeSumLine.
           02 PrnSmLabel PIC X(12).
           02 FILLER PIC X VALUE SPACE.
           02 PrnSmCred PIC ZZZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnSmPrice PIC ZZZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnSmGrade PIC ZZZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnSmSupp PIC ZZZZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnSmTotal PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       StartPara.
      *> Coda delle variazioni sensibili ai dati anagrafici (quattro
      *> occhi): aumenti di fido (15.cob), prezzi, rettifiche voto
      *> (89.cob) e nuovi fornitori (76.cob) restano in attesa col
      *> prima e il dopo finche' un approvatore (ruolo 'A'), mai
      *> quello che li ha immessi, non li accetta o li respinge.
      *> Solo le variazioni accettate arrivano agli archivi.
           CALL 'SIGNON' USING WS-OpID, WS-OpRole, WS-SignonOK.
           IF WS-SignonOK NOT = 'Y'
               DISPLAY "Sign-on failed, program ends."
               GOBACK
           END-IF.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "PENDING CHANGE QUEUE"
               DISPLAY "1 : List Pending Changes"
               DISPLAY "2 : Approve or Reject a Change"
               DISPLAY "3 : Ageing Report of Pending Changes"
               DISPLAY "4 : Request a Price Change"
               DISPLAY "5 : Show a Change"
               DISPLAY "0 : Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM ListPending
                   WHEN 2 PERFORM ReviewChange
                   WHEN 3 PERFORM AgeingReport
                   WHEN 4 PERFORM RequestPrice
                   WHEN 5 PERFORM ShowChange
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           GOBACK.

       OpenChanges.
           OPEN I-O ChangeFile.
           IF WS-ChgStatus = "35"
               OPEN OUTPUT ChangeFile
               CLOSE ChangeFile
               OPEN I-O ChangeFile
           END-IF.

       ListPending.
           PERFORM OpenChanges.
           DISPLAY " ".
           DISPLAY "Change Type     Key             Maker    Raised"
               "    Days".
           MOVE ZERO TO WS-ListCount.
           MOVE 'Y' TO WS-StartOK.
           MOVE ZERO TO CqNum.
           START ChangeFile KEY IS NOT LESS THAN CqNum
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE 'N' TO WS-EOF.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ChangeFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CqPending
                               PERFORM ComputeAge
                               ADD 1 TO WS-ListCount
                               DISPLAY CqNum " " CqType " " CqKey
                                   " " CqMaker " " CqDate " "
                                   WS-AgeDays
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ChangeFile.
           IF WS-ListCount = ZERO
               DISPLAY "No changes waiting for approval."
           ELSE
               DISPLAY WS-ListCount " change(s) waiting."
           END-IF.

       ComputeAge.
           COMPUTE WS-AgeDays =
               FUNCTION INTEGER-OF-DATE(WS-TodayDate)
               - FUNCTION INTEGER-OF-DATE(CqDate).

       ShowChange.
           DISPLAY "Change number : " WITH NO ADVANCING.
           ACCEPT WS-AskNum.
           PERFORM OpenChanges.
           PERFORM ReadChange.
           CLOSE ChangeFile.
           IF WS-Found = 'N'
               DISPLAY "Change " WS-AskNum " not on file."
               EXIT PARAGRAPH
           END-IF.
           PERFORM DescribeChange.

       ReadChange.
           MOVE WS-AskNum TO CqNum.
           MOVE 'Y' TO WS-Found.
           READ ChangeFile KEY IS CqNum
               INVALID KEY MOVE 'N' TO WS-Found
           END-READ.

       DescribeChange.
           DISPLAY " ".
           DISPLAY "Change " CqNum " " CqType " key " CqKey.
           DISPLAY "Raised by " CqMaker " on " CqDate " at "
               CqTime(1:4).
           EVALUATE TRUE
               WHEN CqCredLimit
                   MOVE CqBefore(1:7) TO WS-LimitBefore
                   MOVE CqAfter(1:7) TO WS-LimitAfter
                   DISPLAY "Customer " CqKey(1:5)
                       " credit limit from " WS-LimBefVal
                       " to " WS-LimAftVal
               WHEN CqPrice
                   MOVE CqBefore(1:10) TO WS-PriceBefore
                   MOVE CqAfter(1:27) TO WS-PendData
                   IF WS-PbFound = 'Y'
                       DISPLAY "Product " WS-PndProd " price now "
                           WS-PbPrice " discount " WS-PbDiscount
                   ELSE
                       DISPLAY "Product " WS-PndProd
                           " has no list price yet"
                   END-IF
                   DISPLAY "New price " WS-PndPrice " discount "
                       WS-PndDiscount " from " WS-PndEffDate
               WHEN CqGrade
                   MOVE CqAfter(1:83) TO CorrData
                   DISPLAY "Matricola " CorrMatr " course "
                       CorrCourse " attempt " CorrAttempt
                   DISPLAY "Score " CorrOldScore " (" CorrOldGrade
                       ") to " CorrNewScore " (" CorrNewGrade ")"
                   DISPLAY "Reason: " CorrReason
               WHEN CqSupplier
                   IF CqBefore NOT = SPACES
                       MOVE CqBefore(1:133) TO SupplierData
                       DISPLAY "Supplier " SupCode " " SupName
                           " now:"
                       DISPLAY "Terms " SupTermDays " days, IBAN "
                           SupIBAN " " SupBIC
                       DISPLAY "Country " SupCountry " VAT "
                           SupVatNum
                   END-IF
                   MOVE CqAfter(1:133) TO SupplierData
                   IF CqBefore NOT = SPACES
                       DISPLAY "Amended to:"
                   ELSE
                       DISPLAY "New supplier " SupCode " " SupName
                   END-IF
                   DISPLAY "Phone " SupPhone " Email " SupEmail
                   DISPLAY "Terms " SupTermDays " days, IBAN "
                       SupIBAN " " SupBIC
                   DISPLAY "Country " SupCountry " VAT " SupVatNum
           END-EVALUATE.
           EVALUATE TRUE
               WHEN CqPending
                   PERFORM ComputeAge
                   DISPLAY "Waiting for approval, " WS-AgeDays
                       " day(s)."
               WHEN CqApproved
                   DISPLAY "APPROVED by " CqChecker " on "
                       CqDecDate
               WHEN CqRejected
                   DISPLAY "REJECTED by " CqChecker " on "
                       CqDecDate ": " CqNote
           END-EVALUATE.

       ReviewChange.
           IF WS-OpRole NOT = 'A'
               DISPLAY "Only approvers may decide on changes."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Change number : " WITH NO ADVANCING.
           ACCEPT WS-AskNum.
           PERFORM OpenChanges.
           PERFORM ReadChange.
           IF WS-Found = 'N'
               DISPLAY "Change " WS-AskNum " not on file."
               CLOSE ChangeFile
               EXIT PARAGRAPH
           END-IF.
           PERFORM DescribeChange.
           IF NOT CqPending
               DISPLAY "Change already decided."
               CLOSE ChangeFile
               EXIT PARAGRAPH
           END-IF.
           IF CqMaker = WS-OpID
               DISPLAY "You raised this change: another approver "
                   "must decide it."
               CLOSE ChangeFile
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "A = approve, R = reject, other = leave "
               "pending : " WITH NO ADVANCING.
           ACCEPT WS-Decision.
           MOVE FUNCTION UPPER-CASE(WS-Decision) TO WS-Decision.
           EVALUATE WS-Decision
               WHEN 'A' PERFORM ApproveChange
               WHEN 'R' PERFORM RejectChange
               WHEN OTHER DISPLAY "Change left pending."
           END-EVALUATE.
           CLOSE ChangeFile.

       ApproveChange.
           PERFORM ApplyChange.
           IF WS-Applied = 'N'
               DISPLAY "Not applied: " WS-ApplyMsg
               DISPLAY "Change left pending, reject it if it no "
                   "longer stands."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'A' TO CqStatus.
           MOVE "Applied" TO CqNote.
           MOVE "APPROVE" TO WS-JrnAction.
           PERFORM RecordDecision.
           DISPLAY "Change " CqNum " approved and applied.".

       RejectChange.
           DISPLAY "Reason for rejection : ".
           ACCEPT WS-Reason.
           IF WS-Reason = SPACES
               DISPLAY "A reason is required, change left pending."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'R' TO CqStatus.
           MOVE WS-Reason TO CqNote.
           MOVE "REJECT" TO WS-JrnAction.
           PERFORM RecordDecision.
           DISPLAY "Change " CqNum " rejected.".

       RecordDecision.
           MOVE WS-OpID TO CqChecker.
           ACCEPT CqDecDate FROM DATE YYYYMMDD.
           ACCEPT CqDecTime FROM TIME.
           REWRITE ChangeData
               INVALID KEY DISPLAY "Change " CqNum " not updated."
           END-REWRITE.
           MOVE "CHGQUEUE" TO WS-JrnFileCode.
           MOVE SPACES TO WS-JrnKey.
           MOVE CqNum TO WS-JrnKey(1:5).
           MOVE CqBefore TO WS-JrnBefore.
           MOVE CqAfter TO WS-JrnAfter.
           CALL 'JRNL' USING WS-JrnFileCode, WS-JrnAction,
               WS-JrnKey, WS-JrnBefore, WS-JrnAfter.

       ApplyChange.
           MOVE 'N' TO WS-Applied.
           MOVE SPACES TO WS-ApplyMsg.
           EVALUATE TRUE
               WHEN CqCredLimit PERFORM ApplyCredLimit
               WHEN CqPrice PERFORM ApplyPrice
               WHEN CqGrade PERFORM ApplyGrade
               WHEN CqSupplier PERFORM ApplySupplier
               WHEN OTHER
                   MOVE "unknown change type" TO WS-ApplyMsg
           END-EVALUATE.

       ApplyCredLimit.
           *> Il fido si aggiorna solo se e' ancora quello visto da
           *> chi ha chiesto l'aumento, sotto lock come in 15.cob.
           MOVE CqBefore(1:7) TO WS-LimitBefore.
           MOVE CqAfter(1:7) TO WS-LimitAfter.
           OPEN I-O CustomerFIle.
           IF WS-CustStatus NOT = "00"
               MOVE "customer file not available" TO WS-ApplyMsg
               CLOSE CustomerFIle
               EXIT PARAGRAPH
           END-IF.
           MOVE CqKey(1:5) TO IDNum.
           MOVE 'Y' TO WS-Found.
           READ CustomerFIle KEY IS IDNum
               INVALID KEY MOVE 'N' TO WS-Found
           END-READ.
           IF WS-Found = 'N'
               MOVE "customer no longer on file" TO WS-ApplyMsg
               CLOSE CustomerFIle
               EXIT PARAGRAPH
           END-IF.
           IF CredLimit NOT = WS-LimBefVal
               MOVE "credit limit changed since the request"
                   TO WS-ApplyMsg
               CLOSE CustomerFIle
               EXIT PARAGRAPH
           END-IF.
           MOVE 'A' TO WS-LockAction.
           MOVE SPACES TO WS-LockKey.
           MOVE IDNum TO WS-LockKey(1:5).
           CALL 'LOCKMGR' USING WS-LockAction, WS-LockFileCode,
               WS-LockKey, WS-OpID, WS-LockResult, WS-LockHolder.
           IF WS-LockResult NOT = 'Y'
               MOVE SPACES TO WS-ApplyMsg
               STRING "customer in use by " WS-LockHolder
                   DELIMITED BY SIZE INTO WS-ApplyMsg
               END-STRING
               CLOSE CustomerFIle
               EXIT PARAGRAPH
           END-IF.
           MOVE CustomerData TO WS-JrnBefore.
           MOVE WS-LimAftVal TO CredLimit.
           REWRITE CustomerData
               INVALID KEY
                   MOVE "customer not updated" TO WS-ApplyMsg
               NOT INVALID KEY
                   MOVE 'Y' TO WS-Applied
                   MOVE "CUSTOMER" TO WS-JrnFileCode
                   MOVE "REWRITE" TO WS-JrnAction
                   MOVE WS-LockKey TO WS-JrnKey
                   MOVE CustomerData TO WS-JrnAfter
                   CALL 'JRNL' USING WS-JrnFileCode, WS-JrnAction,
                       WS-JrnKey, WS-JrnBefore, WS-JrnAfter
           END-REWRITE.
           MOVE 'R' TO WS-LockAction.
           CALL 'LOCKMGR' USING WS-LockAction, WS-LockFileCode,
               WS-LockKey, WS-OpID, WS-LockResult, WS-LockHolder.
           CLOSE CustomerFIle.

       ApplyPrice.
           *> La riga approvata va in 28pending.txt: PriceApply la
           *> mette in listino alla data di decorrenza.
           MOVE CqAfter(1:27) TO WS-PendData.
           OPEN EXTEND PendingFile.
           IF WS-PendStatus = "35"
               OPEN OUTPUT PendingFile
               CLOSE PendingFile
               OPEN EXTEND PendingFile
           END-IF.
           WRITE PendLine FROM WS-PendData.
           CLOSE PendingFile.
           MOVE 'Y' TO WS-Applied.
           DISPLAY "Price line released to 28pending.txt, in force "
               "from " WS-PndEffDate " at the next PriceApply.".

       ApplyGrade.
           *> Come faceva GradeCorrect: transazione con prima/dopo,
           *> riscrittura di 7examres.dat via file di lavoro e
           *> segnalazione di statistiche e transcript da rifare.
           MOVE CqAfter(1:83) TO CorrData.
           PERFORM FindResult.
           IF WS-Found = 'N'
               MOVE "exam result no longer on file" TO WS-ApplyMsg
               EXIT PARAGRAPH
           END-IF.
           IF ExamScore NOT = CorrOldScore
                   OR ExamGrade NOT = CorrOldGrade
               MOVE "exam result changed since the request"
                   TO WS-ApplyMsg
               EXIT PARAGRAPH
           END-IF.
           PERFORM WriteCorrection.
           PERFORM ApplyCorrection.
           PERFORM FlagRegeneration.
           MOVE 'Y' TO WS-Applied.

       FindResult.
           MOVE 'N' TO WS-Found.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ExamResults.
           IF WS-ExamResStatus NOT = "00"
               CLOSE ExamResults
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y' OR WS-Found = 'Y'
               READ ExamResults
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ExamMatr = CorrMatr
                               AND ExamCourse = CorrCourse
                               AND ExamAttempt = CorrAttempt
                           MOVE 'Y' TO WS-Found
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ExamResults.

       WriteCorrection.
           OPEN EXTEND CorrFile.
           IF WS-CorrStatus = "35"
               OPEN OUTPUT CorrFile
               CLOSE CorrFile
               OPEN EXTEND CorrFile
           END-IF.
           WRITE CorrLine FROM CorrData.
           CLOSE CorrFile.

       ApplyCorrection.
           OPEN INPUT ExamResults.
           OPEN OUTPUT WorkFile.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ExamResults
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ExamMatr = CorrMatr
                               AND ExamCourse = CorrCourse
                               AND ExamAttempt = CorrAttempt
                           MOVE CorrNewScore TO ExamScore
                           MOVE CorrNewGrade TO ExamGrade
                       END-IF
                       WRITE WorkRecord FROM ExamResData
               END-READ
           END-PERFORM.
           CLOSE ExamResults, WorkFile.
           OPEN INPUT WorkFile.
           OPEN OUTPUT ExamResults.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ WorkFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE WorkRecord TO ExamResData
                       WRITE ExamResData
               END-READ
           END-PERFORM.
           CLOSE ExamResults, WorkFile.

       FlagRegeneration.
           OPEN EXTEND RegenFile.
           IF WS-RegenStatus = "35"
               OPEN OUTPUT RegenFile
               CLOSE RegenFile
               OPEN EXTEND RegenFile
           END-IF.
           MOVE SPACES TO RegenLine.
           STRING CorrDate " " CorrTime
               " REGEN 30coursestat.rpt 31transcript.rpt matr "
               CorrMatr
               DELIMITED BY SIZE INTO RegenLine
           END-STRING.
           WRITE RegenLine.
           CLOSE RegenFile.
           DISPLAY "CourseStats and Transcript flagged for "
               "regeneration (89regen.txt).".

       ApplySupplier.
           IF CqBefore NOT = SPACES
               PERFORM ApplySupplierAmend
               EXIT PARAGRAPH
           END-IF.
           MOVE CqAfter(1:133) TO SupplierData.
           MOVE SupCode TO WS-AskSup.
           MOVE 'N' TO WS-Found.
           OPEN INPUT SupplierFile.
           IF WS-SupStatus = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SupplierFile
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF SupLine(1:4) = WS-AskSup
                               MOVE 'Y' TO WS-Found
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SupplierFile.
           IF WS-Found = 'Y'
               MOVE "supplier code already on file" TO WS-ApplyMsg
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND SupplierFile.
           IF WS-SupStatus = "35"
               OPEN OUTPUT SupplierFile
               CLOSE SupplierFile
               OPEN EXTEND SupplierFile
           END-IF.
           WRITE SupLine FROM SupplierData.
           CLOSE SupplierFile.
           MOVE 'Y' TO WS-Applied.

       ApplySupplierAmend.
           *> Variazione di un fornitore esistente (AmendSupplier in
           *> 76.cob): si applica solo se la riga e' ancora quella
           *> vista da chi l'ha chiesta, riscrivendo 76supplier.dat
           *> via file di lavoro come ApplyCorrection.
           MOVE CqAfter(1:133) TO SupplierData.
           MOVE SupCode TO WS-AskSup.
           MOVE 'N' TO WS-Found.
           OPEN INPUT SupplierFile.
           IF WS-SupStatus NOT = "00"
               MOVE "supplier file not available" TO WS-ApplyMsg
               CLOSE SupplierFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y' OR WS-Found = 'Y'
               READ SupplierFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SupLine(1:4) = WS-AskSup
                           MOVE 'Y' TO WS-Found
                           MOVE SPACES TO WS-JrnBefore
                           MOVE SupLine TO WS-JrnBefore
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SupplierFile.
           IF WS-Found = 'N'
               MOVE "supplier no longer on file" TO WS-ApplyMsg
               EXIT PARAGRAPH
           END-IF.
           IF WS-JrnBefore(1:133) NOT = CqBefore(1:133)
               MOVE "supplier changed since the request"
                   TO WS-ApplyMsg
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT SupplierFile.
           OPEN OUTPUT SupWorkFile.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SupplierFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SupLine(1:4) = WS-AskSup
                           MOVE SupplierData TO SupLine
                       END-IF
                       WRITE SupWorkLine FROM SupLine
               END-READ
           END-PERFORM.
           CLOSE SupplierFile, SupWorkFile.
           OPEN INPUT SupWorkFile.
           OPEN OUTPUT SupplierFile.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SupWorkFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END WRITE SupLine FROM SupWorkLine
               END-READ
           END-PERFORM.
           CLOSE SupplierFile, SupWorkFile.
           MOVE 'Y' TO WS-Applied.
           MOVE "SUPPLIER" TO WS-JrnFileCode.
           MOVE "REWRITE" TO WS-JrnAction.
           MOVE SPACES TO WS-JrnKey WS-JrnAfter.
           MOVE WS-AskSup TO WS-JrnKey.
           MOVE SupplierData TO WS-JrnAfter.
           CALL 'JRNL' USING WS-JrnFileCode, WS-JrnAction,
               WS-JrnKey, WS-JrnBefore, WS-JrnAfter.

       RequestPrice.
           *> Le variazioni di listino non si scrivono piu' a mano in
           *> 28pending.txt: si chiedono qui e le rilascia
           *> l'approvazione.
           MOVE SPACES TO WS-PendData WS-PriceBefore.
           DISPLAY "Product : " WITH NO ADVANCING.
           ACCEPT WS-PndProd.
           IF WS-PndProd = SPACES
               DISPLAY "Product must not be blank, refused."
               EXIT PARAGRAPH
           END-IF.
           CALL 'PRCLKUP' USING WS-PndProd, WS-TodayDate,
               WS-LkpQty, WS-PbPrice, WS-PbDiscount, WS-PbFound,
               WS-LkpCust, WS-LkpAgreed.
           IF WS-PbFound = 'Y'
               DISPLAY "Price in force today " WS-PbPrice
                   " discount " WS-PbDiscount
           ELSE
               MOVE 'N' TO WS-PbFound
               MOVE ZERO TO WS-PbPrice WS-PbDiscount
               DISPLAY "No list price yet for " WS-PndProd "."
           END-IF.
           DISPLAY "New price : " WITH NO ADVANCING.
           ACCEPT WS-PndPrice.
           IF WS-PndPrice = ZERO
               DISPLAY "Price must not be zero, refused."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Discount (e.g. .050) : " WITH NO ADVANCING.
           ACCEPT WS-PndDiscount.
           DISPLAY "Effective date (yyyymmdd, 0 = today) : "
               WITH NO ADVANCING.
           ACCEPT WS-PndEffDate.
           IF WS-PndEffDate = ZERO
               MOVE WS-TodayDate TO WS-PndEffDate
           END-IF.
           IF WS-PndEffDate < WS-TodayDate
               DISPLAY "Effective date must not be in the past, "
                   "refused."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CqKey WS-CqBefore WS-CqAfter.
           MOVE WS-PndProd TO WS-CqKey.
           MOVE WS-PriceBefore TO WS-CqBefore.
           MOVE WS-PendData TO WS-CqAfter.
           CALL 'CHGQADD' USING WS-CqType, WS-CqKey, WS-OpID,
               WS-CqBefore, WS-CqAfter, WS-CqNum.
           IF WS-CqNum = ZERO
               DISPLAY "Price change NOT queued."
           ELSE
               DISPLAY "Price change queued for approval as change "
                   WS-CqNum "."
           END-IF.

       AgeingReport.
           *> Variazioni in attesa con i giorni trascorsi, e
           *> riepilogo per fascia d'eta' e tipo.
           MOVE "0-2 days" TO AG-Label(1).
           MOVE 2 TO AG-Limit(1).
           MOVE "3-7 days" TO AG-Label(2).
           MOVE 7 TO AG-Limit(2).
           MOVE "8-14 days" TO AG-Label(3).
           MOVE 14 TO AG-Limit(3).
           MOVE "15-30 days" TO AG-Label(4).
           MOVE 30 TO AG-Limit(4).
           MOVE "over 30 days" TO AG-Label(5).
           MOVE 99999 TO AG-Limit(5).
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > 5
               MOVE ZERO TO AG-Total(B)
               PERFORM VARYING T FROM 1 BY 1 UNTIL T > 4
                   MOVE ZERO TO AG-Count(B, T)
               END-PERFORM
           END-PERFORM.
           MOVE ZERO TO WS-ListCount WS-Oldest.
           OPEN OUTPUT AgeReport.
           MOVE WS-TodayDate TO PrnTitleDate.
           WRITE PrintLine FROM AgeTitle.
           MOVE SPACES TO PrintLine.
           WRITE PrintLine.
           WRITE PrintLine FROM AgeColHead.
           PERFORM OpenChanges.
           MOVE 'Y' TO WS-StartOK.
           MOVE ZERO TO CqNum.
           START ChangeFile KEY IS NOT LESS THAN CqNum
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE 'N' TO WS-EOF.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ChangeFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CqPending
                               PERFORM AgeOneChange
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ChangeFile.
           MOVE SPACES TO PrintLine.
           WRITE PrintLine.
           WRITE PrintLine FROM AgeSumHead.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > 5
               MOVE AG-Label(B) TO PrnSmLabel
               MOVE AG-Count(B, 1) TO PrnSmCred
               MOVE AG-Count(B, 2) TO PrnSmPrice
               MOVE AG-Count(B, 3) TO PrnSmGrade
               MOVE AG-Count(B, 4) TO PrnSmSupp
               MOVE AG-Total(B) TO PrnSmTotal
               WRITE PrintLine FROM AgeSumLine
               DISPLAY AG-Label(B) " : " AG-Total(B)
           END-PERFORM.
           MOVE SPACES TO PrintLine.
           MOVE WS-ListCount TO PrnCount.
           STRING "Pending changes: " PrnCount
               "   oldest (days): " WS-Oldest
               DELIMITED BY SIZE INTO PrintLine
           END-STRING.
           WRITE PrintLine.
           CLOSE AgeReport.
           DISPLAY "Pending changes " WS-ListCount ", oldest "
               WS-Oldest " day(s).".
           DISPLAY "Ageing report written to 150ageing.rpt.".

       AgeOneChange.
           PERFORM ComputeAge.
           ADD 1 TO WS-ListCount.
           IF WS-AgeDays > WS-Oldest
               MOVE WS-AgeDays TO WS-Oldest
           END-IF.
           MOVE 1 TO B.
           PERFORM UNTIL WS-AgeDays <= AG-Limit(B)
               ADD 1 TO B
           END-PERFORM.
           EVALUATE TRUE
               WHEN CqCredLimit MOVE 1 TO T
               WHEN CqPrice MOVE 2 TO T
               WHEN CqGrade MOVE 3 TO T
               WHEN OTHER MOVE 4 TO T
           END-EVALUATE.
           ADD 1 TO AG-Count(B, T).
           ADD 1 TO AG-Total(B).
           MOVE CqNum TO PrnAgNum.
           MOVE CqType TO PrnAgType.
           MOVE CqKey TO PrnAgKey.
           MOVE CqMaker TO PrnAgMaker.
           MOVE CqDate TO PrnAgDate.
           MOVE WS-AgeDays TO PrnAgDays.
           MOVE AG-Label(B) TO PrnAgBand.
           WRITE PrintLine FROM AgeDetLine.
