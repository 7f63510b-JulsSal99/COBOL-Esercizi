       IDENTIFICATION DIVISION.
       PROGRAM-ID.       AbcAnalysis.
       AUTHOR.       Giulio.
       DATE-WRITTEN.17/09/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MoveFile ASSIGN TO "27invmove.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MoveStatus.
           SELECT ValTotFile ASSIGN TO "78stockval.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ValTotStatus.
           SELECT WacFile ASSIGN TO "78wac.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WacStatus.
           SELECT AbcFile ASSIGN TO "126abc.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AbcStatus.
           SELECT AbcReport ASSIGN TO "126abc.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD MoveFile.
       COPY "MOVEREC.cpy".
       FD ValTotFile.
       01 ValTotData.
           02 ValPeriod PIC 9(6).
           02 ValTotal PIC 9(11)V99.
       FD WacFile.
       01 WacData.
           02 WacPeriod PIC 9(6).
           02 WacProd PIC X(10).
           02 WacCost PIC 9(5)V99.
       FD AbcFile.
       COPY "ABCREC.cpy".
       FD AbcReport.
       01 PrintLine PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-MoveStatus PIC XX.
       01 WS-ValTotStatus PIC XX.
       01 WS-WacStatus PIC XX.
       01 WS-AbcStatus PIC XX.
       01 WS-EOF PIC X.
       01 WS-AskPeriod PIC 9(6).
       01 WS-AskParts REDEFINES WS-AskPeriod.
           02 WS-AskYear PIC 9(4).
           02 WS-AskMonth PIC 99.
       01 WS-NextMonth PIC 9(8).
       01 WS-CutoffDate PIC 9(8).
       01 WS-CutoffInt PIC 9(7).
       01 WS-YearStart PIC 9(8).
       01 WS-ParmKey PIC X(12).
       01 WS-ParmValue PIC X(20).
       01 WS-ParmFound PIC X.
      *> Soglie di classe sul valore scaricato cumulato, in percento:
      *> SYSPARM ABCAPCT e ABCBPCT.
       01 WS-APct PIC 9(3).
       01 WS-BPct PIC 9(3).
       01 CategoryTable.
           02 CatCount PIC 99 VALUE ZERO.
           02 CategoryEntry OCCURS 50 TIMES.
               03 CatProdName PIC X(10).
               03 CatUnitPrice PIC 9(4)V99.
               03 CatDiscount PIC V999.
       01 WS-CatLoadOK PIC X.
       01 CatIdx PIC 99.
      *> Per prodotto: giacenza al taglio, scarichi dell'anno,
      *> ultimo scarico e ultimo movimento di qualsiasi tipo.
       01 AbcTable.
           02 AbcEntry OCCURS 50 TIMES.
               03 AB-Receipts PIC 9(7).
               03 AB-Issues PIC 9(7).
               03 AB-Balance PIC S9(7).
               03 AB-YearIssue PIC 9(7).
               03 AB-LastIssue PIC 9(8).
               03 AB-LastMove PIC 9(8).
               03 AB-WacPeriod PIC 9(6).
               03 AB-Cost PIC 9(5)V99.
               03 AB-IssueValue PIC 9(9)V99.
               03 AB-Value PIC 9(11)V99.
               03 AB-Class PIC X.
       01 RankTable.
           02 RK-Idx PIC 99 OCCURS 50 TIMES.
       01 WS-SwapIdx PIC 99.
       01 I PIC 99.
       01 J PIC 99.
       01 WS-TotIssueValue PIC 9(11)V99.
       01 WS-CumValue PIC 9(11)V99.
       01 WS-CumPct PIC 9(3)V9.
       01 WS-CumBefore PIC 9(3)V9.
       01 WS-TotStockValue PIC 9(11)V99.
       01 WS-Idle90 PIC 9(11)V99.
       01 WS-Idle180 PIC 9(11)V99.
       01 WS-Idle365 PIC 9(11)V99.
       01 WS-IdleDays PIC 9(5).
       01 WS-Days PIC 9(5).
       01 WS-CoverDays PIC 9(7).
       01 WS-EditDays PIC ZZZZ9.
       01 WS-ClassCount.
           02 WS-CountA PIC 99.
           02 WS-CountB PIC 99.
           02 WS-CountC PIC 99.
       01 WS-ValFound PIC X.
       01 WS-BookValue PIC 9(11)V99.
       01 WS-DeadPct PIC 9(3)V9.
       01 ReportHeading.
           02 FILLER PIC X(36) VALUE
               "ABC AND SLOW-MOVING STOCK  period   ".
           02 PrnPeriod PIC 9(6).
           02 FILLER PIC X(16) VALUE "  (12 months to ".
           02 PrnCutoff PIC 9(8).
           02 FILLER PIC X VALUE ")".
       01 ColHeads PIC X(100) VALUE
           " Rk Product    C    Issued/year  Cum%  On Hand    Stock Val
      -    "ue LastIs  Cover Idle".
       01 AbcLine.
           02 PrnRank PIC ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnProdName PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnClass PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 PrnIssueValue PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnCumPct PIC ZZ9.9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnBalance PIC -ZZZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnValue PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnLastIssue PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCover PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnIdle PIC X(7).
       01 TotLine.
           02 PrnTotLabel PIC X(40).
           02 PrnTotValue PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 NoteLine PIC X(100).
       PROCEDURE DIVISION.
       MainPara.
           CALL 'CATLOAD' USING CategoryTable, WS-CatLoadOK.
           IF WS-CatLoadOK NOT = 'Y'
               DISPLAY "Errore: catalogo categorie non "
                   "disponibile."
               STOP RUN
           END-IF.
           DISPLAY "Analysis period (aaaamm): " WITH NO ADVANCING.
           ACCEPT WS-AskPeriod.
           IF WS-AskMonth < 1 OR WS-AskMonth > 12
               DISPLAY "Period must be aaaamm."
               STOP RUN
           END-IF.
           *> Taglio all'ultimo giorno del mese, anno mobile di 365
           *> giorni fino al taglio.
           IF WS-AskMonth = 12
               COMPUTE WS-NextMonth = (WS-AskYear + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NextMonth = (WS-AskPeriod + 1) * 100 + 1
           END-IF.
           COMPUTE WS-CutoffInt =
               FUNCTION INTEGER-OF-DATE(WS-NextMonth) - 1.
           COMPUTE WS-CutoffDate =
               FUNCTION DATE-OF-INTEGER(WS-CutoffInt).
           COMPUTE WS-YearStart =
               FUNCTION DATE-OF-INTEGER(WS-CutoffInt - 364).
           PERFORM GetThresholds.
           PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > CatCount
               MOVE ZERO TO AB-Receipts(CatIdx) AB-Issues(CatIdx)
                   AB-Balance(CatIdx) AB-YearIssue(CatIdx)
                   AB-LastIssue(CatIdx) AB-LastMove(CatIdx)
                   AB-WacPeriod(CatIdx) AB-IssueValue(CatIdx)
                   AB-Value(CatIdx)
               MOVE CatUnitPrice(CatIdx) TO AB-Cost(CatIdx)
               MOVE 'C' TO AB-Class(CatIdx)
           END-PERFORM.
           OPEN INPUT MoveFile.
           IF WS-MoveStatus NOT = "00"
               DISPLAY "No movements on file."
               CLOSE MoveFile
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ MoveFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MovDate <= WS-CutoffDate
                           PERFORM TallyMovement
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MoveFile.
           PERFORM LoadWAC.
           PERFORM ComputeValues.
           PERFORM RankByIssueValue.
           PERFORM AssignClasses.
           PERFORM LoadBookValue.
           PERFORM PrintAnalysis.
           PERFORM SaveClasses.
           DISPLAY "ABC analysis written to 126abc.rpt: "
               WS-CountA " A, " WS-CountB " B, " WS-CountC " C.".
           STOP RUN.

       GetThresholds.
           MOVE "ABCAPCT" TO WS-ParmKey.
           CALL 'PARMGET' USING WS-ParmKey, WS-ParmValue,
               WS-ParmFound.
           IF WS-ParmFound = 'Y' AND WS-ParmValue(1:3) IS NUMERIC
               MOVE WS-ParmValue(1:3) TO WS-APct
           ELSE
               MOVE 80 TO WS-APct
           END-IF.
           MOVE "ABCBPCT" TO WS-ParmKey.
           CALL 'PARMGET' USING WS-ParmKey, WS-ParmValue,
               WS-ParmFound.
           IF WS-ParmFound = 'Y' AND WS-ParmValue(1:3) IS NUMERIC
               MOVE WS-ParmValue(1:3) TO WS-BPct
           ELSE
               MOVE 95 TO WS-BPct
           END-IF.
           IF WS-BPct < WS-APct
               MOVE WS-APct TO WS-BPct
           END-IF.

       TallyMovement.
           *> Consumo = scarichi 'I' (vendite e prelievi); rettifiche
           *> e trasferimenti contano solo per la giacenza e come
           *> movimento.
           PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > CatCount
               IF CatProdName(CatIdx) = MovProdName
                   IF MovDate > AB-LastMove(CatIdx)
                       MOVE MovDate TO AB-LastMove(CatIdx)
                   END-IF
                   EVALUATE MovType
                       WHEN 'T' CONTINUE
                       WHEN 'R' ADD MovQty TO AB-Receipts(CatIdx)
                       WHEN 'A' ADD MovQty TO AB-Receipts(CatIdx)
                       WHEN 'I'
                           ADD MovQty TO AB-Issues(CatIdx)
                           PERFORM TallyIssue
                       WHEN OTHER
                           ADD MovQty TO AB-Issues(CatIdx)
                   END-EVALUATE
               END-IF
           END-PERFORM.

       TallyIssue.
           IF MovDate >= WS-YearStart
               ADD MovQty TO AB-YearIssue(CatIdx)
           END-IF.
           IF MovDate > AB-LastIssue(CatIdx)
               MOVE MovDate TO AB-LastIssue(CatIdx)
           END-IF.

       LoadWAC.
           *> Costo medio ponderato di StockValuation (78wac.dat),
           *> l'ultimo periodo non oltre quello analizzato; senza
           *> valutazione resta il prezzo di catalogo.
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
                       IF WacPeriod <= WS-AskPeriod
                           PERFORM KeepWAC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WacFile.

       KeepWAC.
           PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > CatCount
               IF CatProdName(CatIdx) = WacProd
                       AND WacPeriod >= AB-WacPeriod(CatIdx)
                   MOVE WacPeriod TO AB-WacPeriod(CatIdx)
                   MOVE WacCost TO AB-Cost(CatIdx)
               END-IF
           END-PERFORM.

       ComputeValues.
           MOVE ZERO TO WS-TotIssueValue WS-TotStockValue.
           PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > CatCount
               COMPUTE AB-Balance(CatIdx) =
                   AB-Receipts(CatIdx) - AB-Issues(CatIdx)
               COMPUTE AB-IssueValue(CatIdx) ROUNDED =
                   AB-YearIssue(CatIdx) * AB-Cost(CatIdx)
               ADD AB-IssueValue(CatIdx) TO WS-TotIssueValue
               IF AB-Balance(CatIdx) > ZERO
                   COMPUTE AB-Value(CatIdx) ROUNDED =
                       AB-Balance(CatIdx) * AB-Cost(CatIdx)
                   ADD AB-Value(CatIdx) TO WS-TotStockValue
               END-IF
           END-PERFORM.

       RankByIssueValue.
           *> Ordinamento a scambio degli indici, valore scaricato
           *> decrescente.
           PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > CatCount
               MOVE CatIdx TO RK-Idx(CatIdx)
           END-PERFORM.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= CatCount
               PERFORM VARYING J FROM 1 BY 1 UNTIL J >= CatCount
                   IF AB-IssueValue(RK-Idx(J + 1)) >
                           AB-IssueValue(RK-Idx(J))
                       MOVE RK-Idx(J) TO WS-SwapIdx
                       MOVE RK-Idx(J + 1) TO RK-Idx(J)
                       MOVE WS-SwapIdx TO RK-Idx(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       AssignClasses.
           *> A finche' il cumulato PRIMA del prodotto e' sotto
           *> ABCAPCT (il prodotto che passa la soglia e' ancora A),
           *> poi B fino a ABCBPCT, il resto C. Senza scarichi: C.
           MOVE ZERO TO WS-CumValue WS-CountA WS-CountB WS-CountC.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CatCount
               MOVE RK-Idx(I) TO CatIdx
               MOVE ZERO TO WS-CumBefore
               IF WS-TotIssueValue > ZERO
                   COMPUTE WS-CumBefore ROUNDED =
                       WS-CumValue * 100 / WS-TotIssueValue
               END-IF
               EVALUATE TRUE
                   WHEN AB-IssueValue(CatIdx) = ZERO
                       MOVE 'C' TO AB-Class(CatIdx)
                   WHEN WS-CumBefore < WS-APct
                       MOVE 'A' TO AB-Class(CatIdx)
                   WHEN WS-CumBefore < WS-BPct
                       MOVE 'B' TO AB-Class(CatIdx)
                   WHEN OTHER
                       MOVE 'C' TO AB-Class(CatIdx)
               END-EVALUATE
               EVALUATE AB-Class(CatIdx)
                   WHEN 'A' ADD 1 TO WS-CountA
                   WHEN 'B' ADD 1 TO WS-CountB
                   WHEN OTHER ADD 1 TO WS-CountC
               END-EVALUATE
               ADD AB-IssueValue(CatIdx) TO WS-CumValue
           END-PERFORM.

       LoadBookValue.
           *> Valore di magazzino registrato da StockValuation per il
           *> periodo (l'ultima valutazione se rifatta).
           MOVE 'N' TO WS-ValFound.
           MOVE ZERO TO WS-BookValue.
           OPEN INPUT ValTotFile.
           IF WS-ValTotStatus NOT = "00"
               CLOSE ValTotFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ValTotFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ValPeriod = WS-AskPeriod
                           MOVE ValTotal TO WS-BookValue
                           MOVE 'Y' TO WS-ValFound
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ValTotFile.

       PrintAnalysis.
           OPEN OUTPUT AbcReport.
           MOVE WS-AskPeriod TO PrnPeriod.
           MOVE WS-CutoffDate TO PrnCutoff.
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING PAGE.
           WRITE PrintLine FROM ColHeads AFTER ADVANCING 2 LINES.
           MOVE ZERO TO WS-CumValue WS-Idle90 WS-Idle180 WS-Idle365.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CatCount
               MOVE RK-Idx(I) TO CatIdx
               PERFORM PrintOneProduct
           END-PERFORM.
           MOVE SPACES TO PrnTotLabel.
           MOVE "Issue value, last 12 months" TO PrnTotLabel.
           MOVE WS-TotIssueValue TO PrnTotValue.
           WRITE PrintLine FROM TotLine AFTER ADVANCING 2 LINES.
           MOVE "Stock value at cost" TO PrnTotLabel.
           MOVE WS-TotStockValue TO PrnTotValue.
           WRITE PrintLine FROM TotLine AFTER ADVANCING 1 LINE.
           MOVE "No movement for 90 days or more" TO PrnTotLabel.
           MOVE WS-Idle90 TO PrnTotValue.
           WRITE PrintLine FROM TotLine AFTER ADVANCING 1 LINE.
           MOVE "No movement for 180 days or more" TO PrnTotLabel.
           MOVE WS-Idle180 TO PrnTotValue.
           WRITE PrintLine FROM TotLine AFTER ADVANCING 1 LINE.
           MOVE "No movement for 365 days or more" TO PrnTotLabel.
           MOVE WS-Idle365 TO PrnTotValue.
           WRITE PrintLine FROM TotLine AFTER ADVANCING 1 LINE.
           IF WS-ValFound = 'Y'
               MOVE "Stock value per StockValuation" TO PrnTotLabel
               MOVE WS-BookValue TO PrnTotValue
               WRITE PrintLine FROM TotLine AFTER ADVANCING 1 LINE
               IF WS-BookValue > ZERO
                   COMPUTE WS-DeadPct ROUNDED =
                       WS-Idle90 * 100 / WS-BookValue
                       ON SIZE ERROR MOVE 999.9 TO WS-DeadPct
                   END-COMPUTE
                   MOVE SPACES TO NoteLine
                   STRING "Stock idle 90 days or more is "
                       WS-DeadPct " % of the valued stock"
                       DELIMITED BY SIZE INTO NoteLine
                   END-STRING
                   WRITE PrintLine FROM NoteLine AFTER ADVANCING 1
                   LINE
               END-IF
           ELSE
               MOVE "Period not yet valued by StockValuation."
                   TO NoteLine
               WRITE PrintLine FROM NoteLine AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO NoteLine.
           STRING "Class A up to " WS-APct "% of issue value, B up "
               "to " WS-BPct "%, C the rest. Cover = days of stock "
               "at the last 12 months' usage." DELIMITED BY SIZE
               INTO NoteLine
           END-STRING.
           WRITE PrintLine FROM NoteLine AFTER ADVANCING 2 LINES.
           CLOSE AbcReport.

       PrintOneProduct.
           ADD AB-IssueValue(CatIdx) TO WS-CumValue.
           MOVE ZERO TO WS-CumPct.
           IF WS-TotIssueValue > ZERO
               COMPUTE WS-CumPct ROUNDED =
                   WS-CumValue * 100 / WS-TotIssueValue
           END-IF.
           MOVE I TO PrnRank.
           MOVE CatProdName(CatIdx) TO PrnProdName.
           MOVE AB-Class(CatIdx) TO PrnClass.
           MOVE AB-IssueValue(CatIdx) TO PrnIssueValue.
           MOVE WS-CumPct TO PrnCumPct.
           MOVE AB-Balance(CatIdx) TO PrnBalance.
           MOVE AB-Value(CatIdx) TO PrnValue.
           *> Giorni dall'ultimo scarico.
           IF AB-LastIssue(CatIdx) = ZERO
               MOVE " never" TO PrnLastIssue
           ELSE
               COMPUTE WS-Days = WS-CutoffInt -
                   FUNCTION INTEGER-OF-DATE(AB-LastIssue(CatIdx))
               MOVE WS-Days TO WS-EditDays
               MOVE WS-EditDays TO PrnLastIssue
           END-IF.
           *> Copertura: giorni di giacenza al consumo dell'anno.
           EVALUATE TRUE
               WHEN AB-Balance(CatIdx) NOT > ZERO
                   MOVE "     0" TO PrnCover
               WHEN AB-YearIssue(CatIdx) = ZERO
                   MOVE "no use" TO PrnCover
               WHEN OTHER
                   COMPUTE WS-CoverDays ROUNDED =
                       AB-Balance(CatIdx) * 365 / AB-YearIssue(CatIdx)
                   IF WS-CoverDays > 99999
                       MOVE "99999+" TO PrnCover
                   ELSE
                       MOVE WS-CoverDays TO WS-EditDays
                       MOVE WS-EditDays TO PrnCover
                   END-IF
           END-EVALUATE.
           *> Merce ferma: nessun movimento da 90/180/365 giorni.
           IF AB-LastMove(CatIdx) = ZERO
               MOVE 99999 TO WS-IdleDays
           ELSE
               COMPUTE WS-IdleDays = WS-CutoffInt -
                   FUNCTION INTEGER-OF-DATE(AB-LastMove(CatIdx))
           END-IF.
           MOVE SPACES TO PrnIdle.
           IF AB-Value(CatIdx) > ZERO
               IF WS-IdleDays >= 90
                   ADD AB-Value(CatIdx) TO WS-Idle90
                   MOVE "IDLE90" TO PrnIdle
               END-IF
               IF WS-IdleDays >= 180
                   ADD AB-Value(CatIdx) TO WS-Idle180
                   MOVE "IDLE180" TO PrnIdle
               END-IF
               IF WS-IdleDays >= 365
                   ADD AB-Value(CatIdx) TO WS-Idle365
                   MOVE "IDLE365" TO PrnIdle
               END-IF
           END-IF.
           WRITE PrintLine FROM AbcLine AFTER ADVANCING 1 LINE.

       SaveClasses.
           *> Riscrittura integrale: vale sempre l'ultima analisi.
           OPEN OUTPUT AbcFile.
           PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > CatCount
               MOVE CatProdName(CatIdx) TO AbcProd
               MOVE AB-Class(CatIdx) TO AbcClass
               MOVE WS-AskPeriod TO AbcPeriod
               MOVE AB-IssueValue(CatIdx) TO AbcIssueValue
               WRITE AbcData
           END-PERFORM.
           CLOSE AbcFile.
