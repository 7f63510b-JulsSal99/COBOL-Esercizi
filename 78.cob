           SELECT ValTotFile ASSIGN TO "78stockval.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ValTotStatus.
           SELECT WacFile ASSIGN TO "78wac.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WacStatus.
       DATA DIVISION.
       FILE SECTION.
       FD MoveFile.
       01 ValTotData.
           02 ValPeriod PIC 9(6).
           02 ValTotal PIC 9(11)V99.
       FD WacFile.
      *> Costo medio ponderato per prodotto e periodo: lo legge
      *> ProfitReport (120.cob) per il costo del venduto.
       01 WacData.
           02 WacPeriod PIC 9(6).
           02 WacProd PIC X(10).
           02 WacCost PIC 9(5)V99.
       WORKING-STORAGE SECTION.
       01 WS-MoveStatus PIC XX.
       01 WS-ValTotStatus PIC XX.
       01 WS-WacStatus PIC XX.
       01 WS-MoveEOF PIC X.
       01 WS-AskPeriod PIC 9(6).
       01 WS-CutoffDate PIC 9(8).
               03 VT-Balance PIC S9(7).
               03 VT-WAC PIC 9(5)V99.
               03 VT-Value PIC 9(11)V99.
               03 VT-Transit PIC S9(7).
       01 WS-LkpPrice PIC 9(4)V99.
       01 WS-LkpDiscount PIC V999.
       01 WS-LkpFound PIC X.
       01 WS-LkpQty PIC 9(5).
       01 WS-LkpCust PIC 9(5) VALUE ZERO.
       01 WS-LkpAgreed PIC X.
       01 WS-GrandTotal PIC 9(11)V99.
       *> Merce in viaggio fra magazzini (TRN, 159.cob): resta nel
       *> valore totale, ma si espone a parte.
       01 WS-TransitLoc PIC X(3) VALUE "TRN".
       01 WS-TransitTotal PIC 9(11)V99.
       01 WS-TransitValue PIC 9(11)V99.
       01 ReportHeading.
           02 FILLER PIC X(33) VALUE
               "STOCK VALUATION  as of period    ".
           02 PrnPeriod PIC 9(6).
       01 ColHeads PIC X(60) VALUE
           "Product     On Hand      WAC          Value      Transit".
       01 ValLine.
           02 PrnProdName PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnWAC PIC ZZ,ZZ9.99.
           02 FILLER PIC XX VALUE SPACE.
           02 PrnValue PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC XX VALUE SPACE.
           02 PrnTransit PIC -ZZZZZZ9.
       01 TotLine.
           02 FILLER PIC X(21) VALUE "TOTAL STOCK VALUE    ".
           02 PrnTotal PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 TransitLine.
           02 FILLER PIC X(21) VALUE "  OF WHICH IN TRANSIT".
           02 PrnTransitTot PIC Z,ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MainPara.
           CALL 'CATLOAD' USING CategoryTable, WS-CatLoadOK.
               MOVE ZERO TO VT-Receipts(CatIdx)
                   VT-Issues(CatIdx) VT-RecValue(CatIdx)
                   VT-Balance(CatIdx) VT-WAC(CatIdx)
                   VT-Value(CatIdx) VT-Transit(CatIdx)
           END-PERFORM.
           MOVE 'N' TO WS-MoveEOF.
           OPEN INPUT MoveFile.
           PERFORM ComputeValues.
           PERFORM PrintValuation.
           PERFORM SaveValTotal.
           PERFORM SaveWAC.
           STOP RUN.

       TallyMovement.
                       WHEN OTHER
                           ADD MovQty TO VT-Issues(CatIdx)
                   END-EVALUATE
                   IF MovType = 'T' AND MovLocTo = WS-TransitLoc
                       ADD MovQty TO VT-Transit(CatIdx)
                   END-IF
                   IF MovLoc = WS-TransitLoc
                       SUBTRACT MovQty FROM VT-Transit(CatIdx)
                   END-IF
               END-IF
           END-PERFORM.

       ValueReceipt.
           MOVE MovQty TO WS-LkpQty.
           CALL 'PRCLKUP' USING MovProdName, MovDate, WS-LkpQty,
               WS-LkpPrice, WS-LkpDiscount, WS-LkpFound,
               WS-LkpCust, WS-LkpAgreed.
           IF WS-LkpFound = 'N'
               MOVE CatUnitPrice(CatIdx) TO WS-LkpPrice
           END-IF.
               VT-RecValue(CatIdx) + WS-LkpPrice * MovQty.

       ComputeValues.
           MOVE ZERO TO WS-GrandTotal WS-TransitTotal.
           PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > CatCount
               COMPUTE VT-Balance(CatIdx) =
                   VT-Receipts(CatIdx) - VT-Issues(CatIdx)
                       VT-Balance(CatIdx) * VT-WAC(CatIdx)
                   ADD VT-Value(CatIdx) TO WS-GrandTotal
               END-IF
               IF VT-Transit(CatIdx) > ZERO
                   COMPUTE WS-TransitValue ROUNDED =
                       VT-Transit(CatIdx) * VT-WAC(CatIdx)
                   ADD WS-TransitValue TO WS-TransitTotal
               END-IF
           END-PERFORM.

       PrintValuation.
               MOVE VT-Balance(CatIdx) TO PrnBalance
               MOVE VT-WAC(CatIdx) TO PrnWAC
               MOVE VT-Value(CatIdx) TO PrnValue
               MOVE VT-Transit(CatIdx) TO PrnTransit
               WRITE PrintLine FROM ValLine AFTER ADVANCING 1
               LINE
           END-PERFORM.
           MOVE WS-GrandTotal TO PrnTotal.
           WRITE PrintLine FROM TotLine AFTER ADVANCING 2 LINES.
           MOVE WS-TransitTotal TO PrnTransitTot.
           WRITE PrintLine FROM TransitLine AFTER ADVANCING 1 LINE.
           CLOSE ValReport.
           DISPLAY "Valuation written to 78stockval.rpt, total "
               WS-GrandTotal ".".
           MOVE WS-GrandTotal TO ValTotal.
           WRITE ValTotData.
           CLOSE ValTotFile.

       SaveWAC.
           OPEN EXTEND WacFile.
           IF WS-WacStatus = "35"
               OPEN OUTPUT WacFile
               CLOSE WacFile
               OPEN EXTEND WacFile
           END-IF.
           PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > CatCount
               IF VT-Receipts(CatIdx) > ZERO
                   MOVE WS-AskPeriod TO WacPeriod
                   MOVE CatProdName(CatIdx) TO WacProd
                   MOVE VT-WAC(CatIdx) TO WacCost
                   WRITE WacData
               END-IF
           END-PERFORM.
           CLOSE WacFile.
