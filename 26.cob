       01 WS-AgeDays PIC S9(5).
       01 WS-PaidAmt PIC 9(7)V99.
       01 WS-Balance PIC S9(7)V99.
       01 WS-OpenBal PIC S9(8)V99.
       01 WS-DiscAmt PIC 9(7)V99.
       01 WS-DiscPct PIC Z9.9.
       01 CustTotals.
           02 WS-CurrAmt PIC 9(8)V99.
           02 WS-D30Amt PIC 9(8)V99.
       01 WS-HaveCust PIC X.
       01 WS-AskCust PIC 9(5).
       01 WS-HoldInv PIC 9(5).
       01 WS-HoldPay PIC X(47).
      *> Incassi registrati nella societa' della fattura; acconti
      *> e aging sulla societa' corrente.
       01 WS-Company PIC X(2).
       01 WS-CmpName PIC X(30).
       01 WS-OnAcctBal PIC S9(8)V99.
       01 PageHeading.
           02 FILLER PIC X(34) VALUE
               "ACCOUNTS RECEIVABLE AGING  as of ".
           02 PrnAsOf PIC 9(8).
       01 CompanyLine.
           02 FILLER PIC X(9) VALUE "Company: ".
           02 PrnCompany PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCmpName PIC X(30).
      *> Fasce di scaduto dalla scadenza di ogni fattura
      *> (InvDueDate), non piu' dalla data fattura.
       01 ColHeads.
           02 FILLER PIC X(27) VALUE "Cust  Name".
           02 FILLER PIC X(39) VALUE
               "  Not due      1-30     31-60   over 60".
       01 CustAgingLine.
           02 PrnCustID PIC 9(5).
           02 FILLER PIC X(4) VALUE SPACE.
       01 WS-FullName PIC X(63).
       PROCEDURE DIVISION.
       StartPara.
           CALL 'COMPGET' USING WS-Company, WS-CmpName.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "PAYMENTS AND RECEIVABLES  company " WS-Company
                   " " WS-CmpName
               DISPLAY "1 : Record a Payment"
               DISPLAY "2 : Aging Report"
               DISPLAY "3 : Reverse a Payment (bounced cheque)"
               DISPLAY "Invoice not in register, payment refused."
           ELSE
               MOVE InvNum TO WS-HoldInv
               CALL 'PAYBAL' USING InvNum, WS-PaidNet
               COMPUTE WS-OpenBal = InvGross - WS-PaidNet
               DISPLAY "Invoice total is " InvGross ", open "
                   WS-OpenBal ", due " InvDueDate
               IF InvDiscRate > ZERO
                   COMPUTE WS-DiscPct = InvDiscRate * 100
                   DISPLAY "Cash discount " WS-DiscPct
                       "% if paid by " InvDiscDate
               END-IF
               DISPLAY "Enter Payment Date (yyyymmdd) : "
                   WITH NO ADVANCING
               ACCEPT PayDate
               MOVE 'P' TO PayType
               MOVE InvCustID TO PayCustID
               MOVE SPACES TO PayReason
               MOVE InvCompany TO PayCompany
               CALL 'DISCTAKE' USING InvDiscDate, InvDiscRate,
                   InvGross, WS-OpenBal, PayDate, PayAmount,
                   WS-DiscAmt
               PERFORM WritePayment
               IF WS-DiscAmt > ZERO
                   PERFORM WriteCashDiscount
               END-IF
           END-IF.
           CLOSE InvRegister.

           CLOSE PaymentFile.
           DISPLAY "Payment recorded against invoice " PayInvNum.

       WriteCashDiscount.
           *> Pagato entro i termini di sconto: il residuo si chiude
           *> con un movimento 'S' a parte, che GLPosting contabilizza
           *> come sconto cassa concesso e non come incasso.
           MOVE WS-HoldPay TO PaymentData.
           MOVE WS-DiscAmt TO PayAmount.
           MOVE 'S' TO PayType.
           MOVE "SCONTO" TO PayReason.
           PERFORM WritePayment.
           DISPLAY "Cash discount " WS-DiscAmt " taken, invoice "
               PayInvNum " settled in full.".

       ReversePayment.
           *> Assegno tornato insoluto: lo storno riapre la
           *> fattura nell'aging senza cancellare la storia.
           END-IF.
           MOVE InvNum TO PayInvNum.
           MOVE InvCustID TO PayCustID.
           MOVE InvCompany TO PayCompany.
           DISPLAY "Reversal date (yyyymmdd) : " WITH NO
               ADVANCING.
           ACCEPT PayDate.
           ACCEPT PayAmount.
           MOVE 'A' TO PayType.
           MOVE SPACES TO PayReason.
           MOVE WS-Company TO PayCompany.
           PERFORM WritePayment.
           DISPLAY "On-account payment held for customer "
               PayCustID ".".
                   ", refused."
               EXIT PARAGRAPH
           END-IF.
           IF InvCompany NOT = WS-Company
               DISPLAY "Invoice belongs to company " InvCompany
                   ", refused."
               EXIT PARAGRAPH
           END-IF.
           MOVE InvNum TO PayInvNum.
           MOVE WS-AskCust TO PayCustID.
           MOVE WS-Company TO PayCompany.
           DISPLAY "Application date (yyyymmdd) : " WITH NO
               ADVANCING.
           ACCEPT PayDate.
           OPEN OUTPUT AgingReport.
           MOVE WS-AsOfDate TO PrnAsOf.
           WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE.
           MOVE WS-Company TO PrnCompany.
           MOVE WS-CmpName TO PrnCmpName.
           WRITE PrintLine FROM CompanyLine AFTER ADVANCING 1 LINE.
           WRITE PrintLine FROM ColHeads AFTER ADVANCING 2 LINES.

           *> Il registro e' in ordine di InvNum: le fatture di
                   AT END MOVE 'Y' TO WS-RegEOF
                   NOT AT END
                       IF InvCustID = WS-CurCust
                               AND InvCompany = WS-Company
                           MOVE 'Y' TO WS-HaveCust
                           PERFORM AgeOneInvoice
                       END-IF
           COMPUTE WS-Balance = InvGross - WS-PaidNet.
           IF WS-Balance > ZERO
               COMPUTE WS-InvInt =
                   FUNCTION INTEGER-OF-DATE(InvDueDate)
               COMPUTE WS-AgeDays = WS-AsOfInt - WS-InvInt
               EVALUATE TRUE
                   WHEN WS-AgeDays < 1
                       ADD WS-Balance TO WS-CurrAmt WS-GCurrAmt
                   WHEN WS-AgeDays < 31
                       ADD WS-Balance TO WS-D30Amt WS-GD30Amt
                   WHEN WS-AgeDays < 61
                       ADD WS-Balance TO WS-D60Amt WS-GD60Amt
                   WHEN OTHER
                       ADD WS-Balance TO WS-D90Amt WS-GD90Amt
