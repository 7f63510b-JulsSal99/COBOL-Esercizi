               03 RT-NetInvoiced PIC S9(9)V99.
       01 I PIC 99.
       01 WS-Commission PIC S9(8)V99.
      *> Provvigioni sul fatturato della societa' corrente.
       01 WS-Company PIC X(2).
       01 WS-CmpName PIC X(30).
       01 CompanyLine.
           02 FILLER PIC X(9) VALUE "Company: ".
           02 PrnCompany PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCmpName PIC X(30).
       01 CommHeading.
           02 FILLER PIC X(25) VALUE "COMMISSION RUN   period ".
           02 PrnPeriod PIC 9(6).
           02 PrnComm PIC -ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       StartPara.
           CALL 'COMPGET' USING WS-Company, WS-CmpName.
           PERFORM LoadReps.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "SALES COMMISSIONS  company " WS-Company " "
                   WS-CmpName
               DISPLAY "1 : List Salespersons"
               DISPLAY "2 : Add Salesperson"
               DISPLAY "3 : Monthly Commission Run"
                       NOT AT END
                           IF InvDate(1:6) = WS-AskPeriod
                                   AND InvSalesRep NOT = SPACES
                                   AND InvCompany = WS-Company
                               PERFORM AddToRep
                           END-IF
                   END-READ
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CrnDate(1:6) = WS-AskPeriod
                                   AND CrnCompany = WS-Company
                               PERFORM SubtractCreditNote
                           END-IF
                   END-READ
           OPEN OUTPUT CommReport.
           MOVE WS-AskPeriod TO PrnPeriod.
           WRITE PrintLine FROM CommHeading AFTER ADVANCING PAGE.
           MOVE WS-Company TO PrnCompany.
           MOVE WS-CmpName TO PrnCmpName.
           WRITE PrintLine FROM CompanyLine AFTER ADVANCING 1 LINE.
           WRITE PrintLine FROM ColHeads AFTER ADVANCING 2 LINES.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-RepCount
               IF RT-NetInvoiced(I) NOT = ZERO
