       IDENTIFICATION DIVISION.
       PROGRAM-ID.       ProfitReport.
       AUTHOR.       Giulio.
       DATE-WRITTEN.10/09/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InvRegister ASSIGN TO "25invreg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS InvNum
               FILE STATUS IS WS-RegStatus.
           SELECT InvLineFile ASSIGN TO "25invlines.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS InvLnKey
               FILE STATUS IS WS-InvLineStatus.
           SELECT OrdLineFile ASSIGN TO "24ordlines.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OrdLineKey
               FILE STATUS IS WS-OrdLineStatus.
           SELECT CreditRegister ASSIGN TO "61creditreg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CrnNum
               FILE STATUS IS WS-CrnStatus.
           SELECT SalesRepFile ASSIGN TO "73salesrep.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RepStatus.
           SELECT WacFile ASSIGN TO "78wac.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WacStatus.
           SELECT CustomerFIle ASSIGN TO "15costumer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDNum
               ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
               FILE STATUS IS WS-CustStatus.
           SELECT ProfitFile ASSIGN TO "120profit.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD InvRegister.
       COPY "INVREC.cpy".
       FD InvLineFile.
       COPY "INVLINE.cpy".
       FD OrdLineFile.
       COPY "ORDLINE.cpy".
       FD CreditRegister.
       COPY "CRNREC.cpy".
       FD SalesRepFile.
       COPY "REPREC.cpy".
       FD WacFile.
       01 WacData.
           02 WacPeriod PIC 9(6).
           02 WacProd PIC X(10).
           02 WacCost PIC 9(5)V99.
       FD CustomerFIle.
       COPY "CUSTREC.cpy".
       FD ProfitFile.
       01 PrintLine PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-RegStatus PIC XX.
       01 WS-InvLineStatus PIC XX.
       01 WS-OrdLineStatus PIC XX.
       01 WS-CrnStatus PIC XX.
       01 WS-RepStatus PIC XX.
       01 WS-WacStatus PIC XX.
       01 WS-CustStatus PIC XX.
       01 WS-EOF PIC X.
      *> Redditivita' della societa' corrente.
       01 WS-Company PIC X(2).
       01 WS-CmpName PIC X(30).
       01 WS-LineEOF PIC X.
       01 WS-StartOK PIC X.
       01 WS-LineStartOK PIC X.
       01 WS-InvLookOK PIC X.
       01 WS-OrdLineOK PIC X.
       01 WS-FromDate PIC 9(8).
       01 WS-ToDate PIC 9(8).
       01 WS-ToPeriod PIC 9(6).
       01 WS-Rate PIC 9(3)V9(4).
       01 WS-RepRate PIC V999.
       01 WS-LineNet PIC S9(9)V99.
       01 WS-LineCost PIC S9(9)V99.
       01 WS-LineComm PIC S9(9)V99.
       01 WS-LineQty PIC 9(5).
       01 WS-LineCount PIC 9(3).
       01 WS-NoDetail PIC 9(5).
       01 WS-NoCost PIC 9(5).
       01 WS-NegCount PIC 9(5).
       01 WS-Prod PIC X(10).
       01 WS-Cust PIC 9(5).
       01 WS-PrnQty PIC -------9.
      *> Agenti con la loro provvigione, da 73salesrep.dat.
       01 RepTable.
           02 WS-RepCount PIC 99 VALUE ZERO.
           02 RepEntry OCCURS 50 TIMES
                   DEPENDING ON WS-RepCount.
               03 RT-Code PIC X(4).
               03 RT-Rate PIC V999.
      *> Costo medio ponderato dell'ultima valorizzazione di
      *> StockValuation non successiva al periodo del report.
       01 WacTable.
           02 WS-WacCount PIC 99 VALUE ZERO.
           02 WacEntry OCCURS 60 TIMES
                   DEPENDING ON WS-WacCount.
               03 WT-Prod PIC X(10).
               03 WT-Period PIC 9(6).
               03 WT-Cost PIC 9(5)V99.
       01 CustTable.
           02 WS-CustCount PIC 9(3) VALUE ZERO.
           02 CustEntry OCCURS 500 TIMES
                   DEPENDING ON WS-CustCount.
               03 CT-Cust PIC 9(5).
               03 CT-Revenue PIC S9(9)V99.
               03 CT-Credits PIC S9(9)V99.
               03 CT-Cost PIC S9(9)V99.
               03 CT-Comm PIC S9(9)V99.
       01 ProdTable.
           02 WS-ProdCount PIC 99 VALUE ZERO.
           02 ProdEntry OCCURS 60 TIMES
                   DEPENDING ON WS-ProdCount.
               03 PT-Prod PIC X(10).
               03 PT-Qty PIC S9(7).
               03 PT-Revenue PIC S9(9)V99.
               03 PT-Credits PIC S9(9)V99.
               03 PT-Cost PIC S9(9)V99.
               03 PT-Comm PIC S9(9)V99.
      *> Distinte base dei kit, da BOMLOAD: un kit non ha costo
      *> medio suo, costa quanto i suoi componenti.
       01 BomTable.
           02 BomCount PIC 9(3).
           02 BomLine OCCURS 200 TIMES.
               03 BL-Kit PIC X(10).
               03 BL-Comp PIC X(10).
               03 BL-Qty PIC 9(3).
       01 WS-BomLoadOK PIC X.
       01 B PIC 9(3).
       01 WS-IsKit PIC X.
       01 WS-CostMissing PIC X.
       01 WS-UnitCost PIC 9(7)V99.
       01 I PIC 9(3).
       01 K PIC 99.
       01 WS-NetSales PIC S9(9)V99.
       01 WS-Margin PIC S9(9)V99.
       01 WS-MarginPct PIC S9(5)V9.
       01 TotalAmounts.
           02 TA-Revenue PIC S9(9)V99.
           02 TA-Credits PIC S9(9)V99.
           02 TA-Cost PIC S9(9)V99.
           02 TA-Comm PIC S9(9)V99.
       01 WS-CallFirst PIC X(20).
       01 WS-CallMiddle PIC X(20) VALUE SPACES.
       01 WS-CallLast PIC X(20).
       01 WS-FullName PIC X(63).
       01 CompanyLine.
           02 FILLER PIC X(9) VALUE "Company: ".
           02 PrnCompany PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCmpName PIC X(30).
       01 ReportHeading.
           02 FILLER PIC X(30) VALUE "PROFITABILITY REPORT  period ".
           02 PrnFromDate PIC 9(8).
           02 FILLER PIC X(3) VALUE " - ".
           02 PrnToDate PIC 9(8).
       01 CustHeads.
           02 FILLER PIC X(50) VALUE
               "BY CUSTOMER      Name                    Revenue".
           02 FILLER PIC X(50) VALUE
               "   Credits      COGS  Commiss.    Margin     %".
       01 ProdHeads.
           02 FILLER PIC X(50) VALUE
               "BY PRODUCT            Qty                Revenue".
           02 FILLER PIC X(50) VALUE
               "   Credits      COGS  Commiss.    Margin     %".
       01 DetailLine.
           02 PrnKey PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnName PIC X(22).
           02 PrnRevenue PIC ----,---,--9.
           02 PrnCredits PIC --,---,--9.
           02 PrnCost PIC --,---,--9.
           02 PrnComm PIC --,---,--9.
           02 PrnMargin PIC --,---,--9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnMarginPct PIC ----9.9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnFlag PIC X(8).
       01 NoteLine.
           02 PrnNoteCount PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnNoteText PIC X(70).
       PROCEDURE DIVISION.
       MainPara.
      *> Redditivita' di periodo: fatturato netto (in euro al cambio
      *> di registrazione) meno note credito, costo del venduto al
      *> costo medio ponderato di StockValuation e provvigioni al
      *> RepRate dell'agente della fattura, per cliente e per
      *> prodotto. I clienti a margine negativo sono segnalati.
           CALL 'COMPGET' USING WS-Company, WS-CmpName.
           DISPLAY "From date (yyyymmdd): " WITH NO ADVANCING.
           ACCEPT WS-FromDate.
           DISPLAY "To date (yyyymmdd): " WITH NO ADVANCING.
           ACCEPT WS-ToDate.
           MOVE WS-ToDate(1:6) TO WS-ToPeriod.
           OPEN INPUT InvRegister.
           IF WS-RegStatus NOT = "00"
               DISPLAY "No invoice register on file."
               CLOSE InvRegister
               STOP RUN
           END-IF.
           PERFORM LoadReps.
           PERFORM LoadWAC.
           CALL 'BOMLOAD' USING BomTable, WS-BomLoadOK.
           IF WS-WacCount = ZERO
               DISPLAY "Warning: no average costs in 78wac.dat, "
                   "run StockValuation first: COGS will be zero."
           END-IF.
           MOVE ZERO TO WS-NoDetail WS-NoCost WS-NegCount.
           OPEN INPUT InvLineFile.
           OPEN INPUT OrdLineFile.
           PERFORM TallyInvoices.
           CLOSE InvLineFile, OrdLineFile.
           PERFORM TallyCreditNotes.
           CLOSE InvRegister.
           PERFORM PrintReport.
           DISPLAY "Profitability written to 120profit.rpt, "
               WS-NegCount " customers with negative margin.".
           STOP RUN.

       LoadReps.
           MOVE ZERO TO WS-RepCount.
           OPEN INPUT SalesRepFile.
           IF WS-RepStatus NOT = "00"
               CLOSE SalesRepFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y' OR WS-RepCount >= 50
               READ SalesRepFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RepCount
                       MOVE RepCode TO RT-Code(WS-RepCount)
                       MOVE RepRate TO RT-Rate(WS-RepCount)
               END-READ
           END-PERFORM.
           CLOSE SalesRepFile.

       LoadWAC.
           MOVE ZERO TO WS-WacCount.
           OPEN INPUT WacFile.
           IF WS-WacStatus NOT = "00"
               CLOSE WacFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ WacFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WacPeriod <= WS-ToPeriod
                           PERFORM KeepWAC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WacFile.

       KeepWAC.
           *> Vale l'ultima valorizzazione: a parita' di periodo la
           *> riga scritta dopo.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WS-WacCount
                   OR WT-Prod(K) = WacProd
               CONTINUE
           END-PERFORM.
           IF K > WS-WacCount
               IF WS-WacCount >= 60
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-WacCount
               MOVE WS-WacCount TO K
               MOVE WacProd TO WT-Prod(K)
               MOVE ZERO TO WT-Period(K)
           END-IF.
           IF WacPeriod >= WT-Period(K)
               MOVE WacPeriod TO WT-Period(K)
               MOVE WacCost TO WT-Cost(K)
           END-IF.

       FindRepRate.
           MOVE ZERO TO WS-RepRate.
           IF InvSalesRep = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-RepCount
               IF RT-Code(K) = InvSalesRep
                   MOVE RT-Rate(K) TO WS-RepRate
               END-IF
           END-PERFORM.

       FindUnitCost.
           *> Costo unitario di WS-Prod in WS-LineCost per
           *> WS-LineQty pezzi; il nolo non ha costo di magazzino.
           MOVE ZERO TO WS-LineCost.
           IF WS-Prod = "FREIGHT"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-IsKit WS-CostMissing.
           MOVE ZERO TO WS-UnitCost.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > BomCount
               IF BL-Kit(B) = WS-Prod
                   MOVE 'Y' TO WS-IsKit
                   PERFORM AddComponentCost
               END-IF
           END-PERFORM.
           IF WS-IsKit = 'Y'
               IF WS-CostMissing = 'Y'
                   ADD 1 TO WS-NoCost
               ELSE
                   COMPUTE WS-LineCost ROUNDED =
                       WS-LineQty * WS-UnitCost
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WS-WacCount
                   OR WT-Prod(K) = WS-Prod
               CONTINUE
           END-PERFORM.
           IF K > WS-WacCount
               ADD 1 TO WS-NoCost
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-LineCost ROUNDED = WS-LineQty * WT-Cost(K).

       AddComponentCost.
           *> Un componente senza costo medio lascia il kit senza
           *> costo, come un articolo senza costo.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WS-WacCount
                   OR WT-Prod(K) = BL-Comp(B)
               CONTINUE
           END-PERFORM.
           IF K > WS-WacCount
               MOVE 'Y' TO WS-CostMissing
           ELSE
               COMPUTE WS-UnitCost = WS-UnitCost
                   + BL-Qty(B) * WT-Cost(K)
           END-IF.

       TallyInvoices.
           MOVE 'Y' TO WS-StartOK.
           MOVE ZERO TO InvNum.
           START InvRegister KEY IS NOT LESS THAN InvNum
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE 'N' TO WS-EOF.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ InvRegister NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           *> Le note di addebito interessi non
                           *> sono vendite e non hanno provvigione.
                           IF InvDate >= WS-FromDate
                                   AND InvDate <= WS-ToDate
                                   AND InvCompany = WS-Company
                                   AND NOT InvInterest
                               PERFORM TallyOneInvoice
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       TallyOneInvoice.
           MOVE InvRate TO WS-Rate.
           IF WS-Rate = ZERO
               MOVE 1 TO WS-Rate
           END-IF.
           PERFORM FindRepRate.
           MOVE InvCustID TO WS-Cust.
           PERFORM FindCustEntry.
           IF I = ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-LineNet ROUNDED = InvNet * WS-Rate.
           ADD WS-LineNet TO CT-Revenue(I).
           COMPUTE WS-LineComm ROUNDED = WS-LineNet * WS-RepRate.
           ADD WS-LineComm TO CT-Comm(I).
           MOVE ZERO TO WS-LineCount.
           PERFORM TallyInvoiceLines.
           IF WS-LineCount = ZERO
               ADD 1 TO WS-NoDetail
           END-IF.

       TallyInvoiceLines.
           *> Riga di fattura -> riga d'ordine di 24ordlines.dat: la
           *> quantita' che esce dal magazzino e' quella spedita
           *> sulla riga d'ordine, se ancora presente.
           IF WS-InvLineStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE InvNum TO InvLnInv.
           MOVE ZERO TO InvLnSeq.
           MOVE 'Y' TO WS-LineStartOK.
           START InvLineFile KEY IS NOT LESS THAN InvLnKey
               INVALID KEY MOVE 'N' TO WS-LineStartOK
           END-START.
           IF WS-LineStartOK = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-LineEOF.
           PERFORM UNTIL WS-LineEOF = 'Y'
               READ InvLineFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-LineEOF
                   NOT AT END
                       IF InvLnInv NOT = InvNum
                           MOVE 'Y' TO WS-LineEOF
                       ELSE
                           PERFORM TallyOneLine
                       END-IF
               END-READ
           END-PERFORM.

       TallyOneLine.
           ADD 1 TO WS-LineCount.
           MOVE InvLnProd TO WS-Prod.
           MOVE InvLnQty TO WS-LineQty.
           IF InvLnOrdSeq > ZERO AND WS-OrdLineStatus = "00"
               MOVE InvLnOrd TO OrdLineOrd
               MOVE InvLnOrdSeq TO OrdLineSeq
               MOVE 'Y' TO WS-OrdLineOK
               READ OrdLineFile
                   INVALID KEY MOVE 'N' TO WS-OrdLineOK
               END-READ
               IF WS-OrdLineOK = 'Y' AND OrdLineProd = InvLnProd
                   MOVE OrdLineShipQty TO WS-LineQty
               END-IF
           END-IF.
           PERFORM FindUnitCost.
           COMPUTE WS-LineNet ROUNDED = InvLnNet * WS-Rate.
           COMPUTE WS-LineComm ROUNDED = WS-LineNet * WS-RepRate.
           ADD WS-LineCost TO CT-Cost(I).
           PERFORM FindProdEntry.
           IF K = ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD WS-LineQty TO PT-Qty(K).
           ADD WS-LineNet TO PT-Revenue(K).
           ADD WS-LineCost TO PT-Cost(K).
           ADD WS-LineComm TO PT-Comm(K).

       TallyCreditNotes.
           *> La merce resa rientra a magazzino (carico 'R' di
           *> ReturnsCredit): il costo del venduto si storna, e la
           *> provvigione scala con l'agente della fattura d'origine
           *> come in CommissionRun.
           OPEN INPUT CreditRegister.
           IF WS-CrnStatus NOT = "00"
               CLOSE CreditRegister
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-StartOK.
           MOVE ZERO TO CrnNum.
           START CreditRegister KEY IS NOT LESS THAN CrnNum
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE 'N' TO WS-EOF.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CreditRegister NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CrnDate >= WS-FromDate
                                   AND CrnDate <= WS-ToDate
                                   AND CrnCompany = WS-Company
                               PERFORM TallyOneCredit
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CreditRegister.

       TallyOneCredit.
           MOVE CrnInvNum TO InvNum.
           MOVE 'Y' TO WS-InvLookOK.
           READ InvRegister
               INVALID KEY MOVE 'N' TO WS-InvLookOK
           END-READ.
           MOVE 1 TO WS-Rate.
           MOVE ZERO TO WS-RepRate.
           IF WS-InvLookOK = 'Y'
               IF InvRate > ZERO
                   MOVE InvRate TO WS-Rate
               END-IF
               PERFORM FindRepRate
           END-IF.
           COMPUTE WS-LineNet ROUNDED = CrnNet * WS-Rate.
           COMPUTE WS-LineComm ROUNDED = WS-LineNet * WS-RepRate.
           MOVE CrnProdName TO WS-Prod.
           MOVE CrnQty TO WS-LineQty.
           PERFORM FindUnitCost.
           MOVE CrnCustID TO WS-Cust.
           PERFORM FindCustEntry.
           IF I > ZERO
               ADD WS-LineNet TO CT-Credits(I)
               SUBTRACT WS-LineCost FROM CT-Cost(I)
               SUBTRACT WS-LineComm FROM CT-Comm(I)
           END-IF.
           PERFORM FindProdEntry.
           IF K > ZERO
               SUBTRACT WS-LineQty FROM PT-Qty(K)
               ADD WS-LineNet TO PT-Credits(K)
               SUBTRACT WS-LineCost FROM PT-Cost(K)
               SUBTRACT WS-LineComm FROM PT-Comm(K)
           END-IF.

       FindCustEntry.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CustCount
                   OR CT-Cust(I) = WS-Cust
               CONTINUE
           END-PERFORM.
           IF I > WS-CustCount
               IF WS-CustCount >= 500
                   MOVE ZERO TO I
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CustCount
               MOVE WS-CustCount TO I
               MOVE WS-Cust TO CT-Cust(I)
               MOVE ZERO TO CT-Revenue(I) CT-Credits(I) CT-Cost(I)
                   CT-Comm(I)
           END-IF.

       FindProdEntry.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WS-ProdCount
                   OR PT-Prod(K) = WS-Prod
               CONTINUE
           END-PERFORM.
           IF K > WS-ProdCount
               IF WS-ProdCount >= 60
                   MOVE ZERO TO K
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ProdCount
               MOVE WS-ProdCount TO K
               MOVE WS-Prod TO PT-Prod(K)
               MOVE ZERO TO PT-Qty(K) PT-Revenue(K) PT-Credits(K)
                   PT-Cost(K) PT-Comm(K)
           END-IF.

       PrintReport.
           OPEN OUTPUT ProfitFile.
           OPEN INPUT CustomerFIle.
           MOVE WS-FromDate TO PrnFromDate.
           MOVE WS-ToDate TO PrnToDate.
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING PAGE.
           MOVE WS-Company TO PrnCompany.
           MOVE WS-CmpName TO PrnCmpName.
           WRITE PrintLine FROM CompanyLine AFTER ADVANCING 1 LINE.
           WRITE PrintLine FROM CustHeads AFTER ADVANCING 2 LINES.
           MOVE ZERO TO TA-Revenue TA-Credits TA-Cost TA-Comm.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CustCount
               MOVE SPACES TO PrnKey
               MOVE CT-Cust(I) TO PrnKey(1:5)
               MOVE CT-Cust(I) TO IDNum
               MOVE SPACES TO WS-FullName
               READ CustomerFIle
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE FirstName TO WS-CallFirst
                       MOVE LastName TO WS-CallLast
                       CALL 'NAMEFMT' USING WS-CallFirst,
                           WS-CallMiddle, WS-CallLast, WS-FullName
               END-READ
               MOVE WS-FullName TO PrnName
               MOVE CT-Revenue(I) TO PrnRevenue
               MOVE CT-Credits(I) TO PrnCredits
               MOVE CT-Cost(I) TO PrnCost
               MOVE CT-Comm(I) TO PrnComm
               COMPUTE WS-NetSales = CT-Revenue(I) - CT-Credits(I)
               COMPUTE WS-Margin = WS-NetSales - CT-Cost(I)
                   - CT-Comm(I)
               PERFORM PrintMargin
               IF WS-Margin < ZERO
                   MOVE "NEGATIVE" TO PrnFlag
                   ADD 1 TO WS-NegCount
               END-IF
               WRITE PrintLine FROM DetailLine AFTER ADVANCING 1 LINE
               ADD CT-Revenue(I) TO TA-Revenue
               ADD CT-Credits(I) TO TA-Credits
               ADD CT-Cost(I) TO TA-Cost
               ADD CT-Comm(I) TO TA-Comm
           END-PERFORM.
           PERFORM PrintTotal.
           WRITE PrintLine FROM ProdHeads AFTER ADVANCING 3 LINES.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-ProdCount
               MOVE PT-Prod(K) TO PrnKey
               MOVE SPACES TO PrnName
               MOVE PT-Qty(K) TO WS-PrnQty
               MOVE WS-PrnQty TO PrnName(1:8)
               MOVE PT-Revenue(K) TO PrnRevenue
               MOVE PT-Credits(K) TO PrnCredits
               MOVE PT-Cost(K) TO PrnCost
               MOVE PT-Comm(K) TO PrnComm
               COMPUTE WS-NetSales = PT-Revenue(K) - PT-Credits(K)
               COMPUTE WS-Margin = WS-NetSales - PT-Cost(K)
                   - PT-Comm(K)
               PERFORM PrintMargin
               WRITE PrintLine FROM DetailLine AFTER ADVANCING 1 LINE
           END-PERFORM.
           IF WS-NoDetail > ZERO
               MOVE WS-NoDetail TO PrnNoteCount
               MOVE "invoices without line detail (no COGS)"
                   TO PrnNoteText
               WRITE PrintLine FROM NoteLine AFTER ADVANCING 2 LINES
           END-IF.
           IF WS-NoCost > ZERO
               MOVE WS-NoCost TO PrnNoteCount
               MOVE "lines with no average cost (costed at zero)"
                   TO PrnNoteText
               WRITE PrintLine FROM NoteLine AFTER ADVANCING 1 LINE
           END-IF.
           CLOSE ProfitFile, CustomerFIle.

       PrintMargin.
           MOVE WS-Margin TO PrnMargin.
           MOVE ZERO TO WS-MarginPct.
           IF WS-NetSales NOT = ZERO
               COMPUTE WS-MarginPct ROUNDED =
                   WS-Margin * 100 / WS-NetSales
           END-IF.
           MOVE WS-MarginPct TO PrnMarginPct.
           MOVE SPACES TO PrnFlag.

       PrintTotal.
           MOVE "TOTAL" TO PrnKey.
           MOVE SPACES TO PrnName.
           MOVE TA-Revenue TO PrnRevenue.
           MOVE TA-Credits TO PrnCredits.
           MOVE TA-Cost TO PrnCost.
           MOVE TA-Comm TO PrnComm.
           COMPUTE WS-NetSales = TA-Revenue - TA-Credits.
           COMPUTE WS-Margin = WS-NetSales - TA-Cost - TA-Comm.
           PERFORM PrintMargin.
           WRITE PrintLine FROM DetailLine AFTER ADVANCING 2 LINES.
