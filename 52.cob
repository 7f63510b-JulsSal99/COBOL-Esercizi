       01 WS-LkpDiscount PIC V999.
       01 WS-LkpFound PIC X.
       01 WS-LkpQty PIC 9(5).
       01 WS-LkpCust PIC 9(5) VALUE ZERO.
       01 WS-LkpAgreed PIC X.
       01 WS-GrossLine PIC 9(7)V99.
       01 WS-DiscAmt PIC 9(6)V99.
       01 WS-NetLine PIC 9(7)V99.
      *> Vendite degli ordini della societa' corrente.
       01 WS-Company PIC X(2).
       01 WS-CmpName PIC X(30).
       01 ReportHeading.
           02 FILLER PIC X(22) VALUE "PRODUCT SALES RANKING ".
           02 PrnFromDate PIC 9(8).
           02 FILLER PIC X(3) VALUE " - ".
           02 PrnToDate PIC 9(8).
       01 CompanyLine.
           02 FILLER PIC X(9) VALUE "Company: ".
           02 PrnCompany PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCmpName PIC X(30).
       01 ColHeads PIC X(60) VALUE
           "Rank Product      Units      Revenue     Discount".
       01 RankLine.
       PROCEDURE DIVISION.
       MainPara.
           CALL 'CATLOAD' USING CategoryTable, WS-CatLoadOK.
           CALL 'COMPGET' USING WS-Company, WS-CmpName.
           DISPLAY "From date (yyyymmdd): " WITH NO ADVANCING.
           ACCEPT WS-FromDate.
           DISPLAY "To date (yyyymmdd): " WITH NO ADVANCING.
           MOVE WS-ToDate TO PrnToDate.
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING
           PAGE.
           MOVE WS-Company TO PrnCompany.
           MOVE WS-CmpName TO PrnCmpName.
           WRITE PrintLine FROM CompanyLine AFTER ADVANCING 1 LINE.
           WRITE PrintLine FROM ColHeads AFTER ADVANCING 2
           LINES.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-RankCount
               EXIT PARAGRAPH
           END-IF.
           IF OrdDate < WS-FromDate OR OrdDate > WS-ToDate
                   OR OrdCompany NOT = WS-Company
               EXIT PARAGRAPH
           END-IF.
           PERFORM PriceOrderLine.
           *> CategoryTable come ripiego (come in InvoiceGen).
           MOVE ZERO TO WS-LkpPrice WS-LkpDiscount.
           MOVE OrdLineQty TO WS-LkpQty.
           MOVE OrdCustID TO WS-LkpCust.
           CALL 'PRCLKUP' USING OrdLineProd, OrdDate,
               WS-LkpQty, WS-LkpPrice, WS-LkpDiscount,
               WS-LkpFound, WS-LkpCust, WS-LkpAgreed.
           IF WS-LkpFound = 'N'
               PERFORM VARYING CatIdx FROM 1 BY 1
                       UNTIL CatIdx > CatCount
