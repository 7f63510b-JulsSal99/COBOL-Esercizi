       01 RevalTotData.
           02 RevPeriod PIC 9(6).
           02 RevTotal PIC S9(8)V99.
           02 RevCompany PIC X(2).
       WORKING-STORAGE SECTION.
       01 WS-RegStatus PIC XX.
       01 WS-PayStatus PIC XX.
               03 CU-Gain PIC S9(9)V99.
       01 I PIC 99.
       01 WS-GrandGain PIC S9(9)V99.
       01 WS-Company PIC X(2).
       01 WS-CmpName PIC X(30).
       01 RevalHeading.
           02 FILLER PIC X(34) VALUE
               "FX REVALUATION OF OPEN INVOICES   ".
           02 PrnPeriod PIC 9(6).
       01 CompanyLine.
           02 FILLER PIC X(9) VALUE "Company: ".
           02 PrnCompany PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCmpName PIC X(30).
       01 ColHeads PIC X(70) VALUE
           "Invoice Curr  Balance      Booked   Latest   Gain/Loss".
       01 RevalLine.
      *> il tasso congelato all'emissione resta nel registro, qui si
      *> misura quanto vale davvero il credito al tasso piu' recente
      *> del mese e il totale passa a MonthEndClose (PerFxGain).
      *> Solo le fatture della societa' corrente (COMPGET).
           DISPLAY "Revaluation period (aaaamm): " WITH NO
               ADVANCING.
           ACCEPT WS-AskPeriod.
           COMPUTE WS-CutoffDate = WS-AskPeriod * 100 + 31.
           CALL 'COMPGET' USING WS-Company, WS-CmpName.
           OPEN INPUT InvRegister.
           IF WS-RegStatus NOT = "00"
               DISPLAY "No invoice register on file."
           MOVE WS-AskPeriod TO PrnPeriod.
           WRITE PrintLine FROM RevalHeading AFTER ADVANCING
           PAGE.
           MOVE WS-Company TO PrnCompany.
           MOVE WS-CmpName TO PrnCmpName.
           WRITE PrintLine FROM CompanyLine AFTER ADVANCING 1 LINE.
           WRITE PrintLine FROM ColHeads AFTER ADVANCING 2 LINES.
           MOVE ZERO TO WS-GrandGain WS-CurrCount.
           MOVE 'Y' TO WS-StartOK.
                       NOT AT END
                           IF InvCurr NOT = "EUR"
                                   AND InvCurr NOT = SPACES
                                   AND InvCompany = WS-Company
                               PERFORM RevalOneInvoice
                           END-IF
                   END-READ
           END-IF.
           MOVE WS-AskPeriod TO RevPeriod.
           MOVE WS-GrandGain TO RevTotal.
           MOVE WS-Company TO RevCompany.
           WRITE RevalTotData.
           CLOSE RevalTotFile.
