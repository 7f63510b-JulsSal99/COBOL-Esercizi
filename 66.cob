               03 ST-Sign PIC X.
               03 ST-Amount PIC 9(8)V99.
               03 ST-Ref PIC 9(5).
               03 ST-Due PIC 9(8).
       01 StmtWork.
           02 ST-WorkDate PIC 9(8).
           02 ST-WorkType PIC X(12).
           02 ST-WorkSign PIC X.
           02 ST-WorkAmt PIC 9(8)V99.
           02 ST-WorkRef PIC 9(5).
           02 ST-WorkDue PIC 9(8) VALUE ZERO.
       01 WS-SwapEntry.
           02 SW-Date PIC 9(8).
           02 SW-Type PIC X(12).
           02 SW-Sign PIC X.
           02 SW-Amount PIC 9(8)V99.
           02 SW-Ref PIC 9(5).
           02 SW-Due PIC 9(8).
       01 I PIC 9(3).
       01 J PIC 9(3).
       01 WS-Opening PIC S9(9)V99.
       01 WS-Closing PIC S9(9)V99.
      *> Fatture scadute entro fine periodo e ancora aperte.
       01 WS-PastDue PIC S9(9)V99.
       01 WS-PaidNet PIC S9(8)V99.
       01 WS-StmtPrinted PIC 9(4) VALUE ZERO.
       01 WS-CallFirst PIC X(20).
       01 WS-CallMiddle PIC X(20) VALUE SPACES.
       01 WS-CallLast PIC X(20).
       01 WS-FullName PIC X(63).
      *> Estratti conto verso la societa' corrente.
       01 WS-Company PIC X(2).
       01 WS-CmpName PIC X(30).
       01 CompanyLine.
           02 FILLER PIC X(9) VALUE "Company: ".
           02 PrnCompany PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCmpName PIC X(30).
       01 StmtHeading.
           02 FILLER PIC X(26) VALUE "ACCOUNT STATEMENT  period ".
           02 PrnPeriod PIC 9(6).
           02 FILLER PIC XX VALUE SPACE.
           02 PrnSign PIC X.
           02 PrnAmount PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC XX VALUE SPACE.
           02 PrnDueLabel PIC X(5).
           02 PrnDue PIC X(8).
       01 ClosingLine.
           02 FILLER PIC X(20) VALUE "Closing balance    :".
           02 PrnClosing PIC -ZZ,ZZZ,ZZ9.99.
       01 PastDueLine.
           02 FILLER PIC X(20) VALUE "of which past due  :".
           02 PrnPastDue PIC -ZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MainPara.
           CALL 'COMPGET' USING WS-Company, WS-CmpName.
           DISPLAY "Statement period (aaaamm): " WITH NO
               ADVANCING.
           ACCEPT WS-AskPeriod.
           STOP RUN.

       StatementOneCustomer.
           MOVE ZERO TO WS-Opening WS-PastDue.
           MOVE ZERO TO WS-StmtCount.
           PERFORM CollectInvoices.
           PERFORM CollectPayments.
                   AT END MOVE 'Y' TO WS-RegEOF
                   NOT AT END
                       IF InvCustID = IDNum
                               AND InvCompany = WS-Company
                           PERFORM TallyPastDue
                           IF InvDate < WS-PerFrom
                               ADD InvGross TO WS-Opening
                           ELSE
                                   MOVE '+' TO ST-WorkSign
                                   MOVE InvGross TO ST-WorkAmt
                                   MOVE InvNum TO ST-WorkRef
                                   MOVE InvDueDate TO ST-WorkDue
                                   PERFORM AddStmtEntry
                               END-IF
                           END-IF
               END-READ
           END-PERFORM.

       TallyPastDue.
           *> Scadenza (condizioni di pagamento) entro fine periodo
           *> e saldo ancora aperto.
           IF InvDate > WS-PerTo OR InvDueDate NOT < WS-PerTo
               EXIT PARAGRAPH
           END-IF.
           CALL 'PAYBAL' USING InvNum, WS-PaidNet.
           IF InvGross > WS-PaidNet
               COMPUTE WS-PastDue = WS-PastDue + InvGross
                   - WS-PaidNet
           END-IF.

       CollectPayments.
           MOVE 'N' TO WS-PayEOF.
           OPEN INPUT PaymentFile.
           *> Acconti: cliente in PayCustID, riducono il dovuto.
           *> Applicazioni 'U': giroconto interno, saldo invariato.
           *> Storni: rientrano in aumento del dovuto.
           IF PayApplied OR PayCompany NOT = WS-Company
               EXIT PARAGRAPH
           END-IF.
           IF PayOnAccount
           ELSE
               IF PayDate <= WS-PerTo
                   MOVE PayDate TO ST-WorkDate
                   EVALUATE TRUE
                       WHEN PayReversal
                           MOVE "STORNO" TO ST-WorkType
                           MOVE '+' TO ST-WorkSign
                       WHEN PayWriteOff
                           MOVE "STRALCIO" TO ST-WorkType
                           MOVE '-' TO ST-WorkSign
                       WHEN PayDirectDebit
                           MOVE "ADDEBITO SDD" TO ST-WorkType
                           MOVE '-' TO ST-WorkSign
                       WHEN PayDiscount
                           MOVE "SCONTO CASSA" TO ST-WorkType
                           MOVE '-' TO ST-WorkSign
                       WHEN OTHER
                           MOVE "PAGAMENTO" TO ST-WorkType
                           MOVE '-' TO ST-WorkSign
                   END-EVALUATE
                   MOVE PayAmount TO ST-WorkAmt
                   MOVE PayInvNum TO ST-WorkRef
                   PERFORM AddStmtEntry
                       AT END MOVE 'Y' TO WS-CrnEOF
                       NOT AT END
                           IF CrnCustID = IDNum
                                   AND CrnCompany = WS-Company
                               IF CrnDate < WS-PerFrom
                                   SUBTRACT CrnGross FROM
                                       WS-Opening
           MOVE ST-WorkSign TO ST-Sign(WS-StmtCount).
           MOVE ST-WorkAmt TO ST-Amount(WS-StmtCount).
           MOVE ST-WorkRef TO ST-Ref(WS-StmtCount).
           MOVE ST-WorkDue TO ST-Due(WS-StmtCount).
           MOVE ZERO TO ST-WorkDue.

       SortByDate.
           *> Ordinamento a scambio: la tabella resta piccola.
               WS-CallLast, WS-FullName.
           MOVE WS-AskPeriod TO PrnPeriod.
           WRITE PrintLine FROM StmtHeading AFTER ADVANCING PAGE.
           MOVE WS-Company TO PrnCompany.
           MOVE WS-CmpName TO PrnCmpName.
           WRITE PrintLine FROM CompanyLine AFTER ADVANCING 1 LINE.
           MOVE IDNum TO PrnCustID.
           MOVE WS-FullName TO PrnCustName.
           WRITE PrintLine FROM CustHeading AFTER ADVANCING 1
               MOVE ST-Ref(I) TO PrnRef
               MOVE ST-Sign(I) TO PrnSign
               MOVE ST-Amount(I) TO PrnAmount
               IF ST-Due(I) = ZERO
                   MOVE SPACES TO PrnDueLabel PrnDue
               ELSE
                   MOVE "scad." TO PrnDueLabel
                   MOVE ST-Due(I) TO PrnDue
               END-IF
               IF ST-Sign(I) = '+'
                   ADD ST-Amount(I) TO WS-Closing
               ELSE
           MOVE WS-Closing TO PrnClosing.
           WRITE PrintLine FROM ClosingLine AFTER ADVANCING 2
           LINES.
           IF WS-PastDue > ZERO
               MOVE WS-PastDue TO PrnPastDue
               WRITE PrintLine FROM PastDueLine AFTER ADVANCING 1
               LINE
           END-IF.
           ADD 1 TO WS-StmtPrinted.
