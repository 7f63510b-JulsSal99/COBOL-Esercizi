       IDENTIFICATION DIVISION.
       PROGRAM-ID.       SupplierScore.
       AUTHOR.       Giulio.
       DATE-WRITTEN.14/09/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SupplierFile ASSIGN TO "76supplier.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SupStatus.
           SELECT PoFile ASSIGN TO "76po.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PONum
               FILE STATUS IS WS-PoStatus.
           SELECT SourcingFile ASSIGN TO "76sourcing.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SrcProd
               FILE STATUS IS WS-SrcStatus.
           SELECT PoRecvFile ASSIGN TO "76porecv.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PoRecvStatus.
           SELECT ApInvFile ASSIGN TO "77apinv.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APInvNum
               FILE STATUS IS WS-ApInvStatus.
           SELECT ScoreReport ASSIGN TO "123supscore.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SupplierFile.
       COPY "SUPREC.cpy".
       FD PoFile.
       COPY "POREC.cpy".
       FD SourcingFile.
       COPY "SRCREC.cpy".
       FD PoRecvFile.
       COPY "PORCVREC.cpy".
       FD ApInvFile.
       COPY "APINVREC.cpy".
       FD ScoreReport.
       01 PrintLine PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-SupStatus PIC XX.
       01 WS-PoStatus PIC XX.
       01 WS-SrcStatus PIC XX.
       01 WS-PoRecvStatus PIC XX.
       01 WS-ApInvStatus PIC XX.
       01 WS-EOF PIC X.
       01 WS-StartOK PIC X.
       01 WS-PoFound PIC X.
       01 WS-SrcFound PIC X.
       01 WS-SrcOpen PIC X.
       01 WS-FromPeriod PIC 9(6).
       01 WS-FromParts REDEFINES WS-FromPeriod.
           02 WS-FromYear PIC 9(4).
           02 WS-FromMonth PIC 99.
       01 WS-ToPeriod PIC 9(6).
       01 WS-DatePeriod PIC 9(6).
       01 WS-DateParts REDEFINES WS-DatePeriod.
           02 WS-DateYear PIC 9(4).
           02 WS-DateMonth PIC 99.
       01 WS-MonIdx PIC S9(4).
       01 WS-MonCount PIC 99.
       01 WS-YearAdd PIC 9.
       01 WS-MonthRem PIC 99.
       01 WS-DueDate PIC 9(8).
       01 WS-FindSup PIC X(4).
       01 WS-ParmKey PIC X(12).
       01 WS-ParmValue PIC X(20).
       01 WS-ParmFound PIC X.
      *> Sotto questo punteggio il fornitore va in revisione:
      *> SYSPARM SUPSCOREMIN.
       01 WS-ScoreMin PIC 9(3).
       01 WS-ReviewCount PIC 9(3).
      *> Fornitori dell'anagrafica (piu' eventuali codici trovati
      *> solo negli ordini), con le misure mese per mese.
       01 ScoreTable.
           02 WS-SupCount PIC 9(3) VALUE ZERO.
           02 ScoreEntry OCCURS 200 TIMES
                   DEPENDING ON WS-SupCount.
               03 SC-Sup PIC X(4).
               03 SC-Name PIC X(20).
               03 SC-Month OCCURS 12 TIMES.
                   04 SM-Receipts PIC 9(5).
                   04 SM-OnTime PIC 9(5).
                   04 SM-Partial PIC 9(5).
                   04 SM-DueCount PIC 9(5).
                   04 SM-OrdQty PIC 9(7).
                   04 SM-RecQty PIC 9(7).
                   04 SM-PriceHold PIC 9(3).
                   04 SM-QtyHold PIC 9(3).
                   04 SM-Cancel PIC 9(3).
       01 S PIC 9(3).
       01 M PIC 99.
       01 I PIC 9(3).
       01 J PIC 9(3).
      *> Misure di un fornitore su un mese o sull'intero arco.
       01 WS-Measures.
           02 WS-Receipts PIC 9(5).
           02 WS-OnTime PIC 9(5).
           02 WS-Partial PIC 9(5).
           02 WS-DueCount PIC 9(5).
           02 WS-OrdQty PIC 9(7).
           02 WS-RecQty PIC 9(7).
           02 WS-PriceHold PIC 9(3).
           02 WS-QtyHold PIC 9(3).
           02 WS-Cancel PIC 9(3).
       01 WS-OnTimePct PIC 9(3)V9.
       01 WS-FillPct PIC 9(3)V9.
       01 WS-Score PIC S9(3)V9.
       01 RankTable.
           02 WS-RankCount PIC 9(3) VALUE ZERO.
           02 RankEntry OCCURS 200 TIMES
                   DEPENDING ON WS-RankCount.
               03 RK-Sup PIC X(4).
               03 RK-Name PIC X(20).
               03 RK-Measures PIC X(43).
               03 RK-OnTimePct PIC 9(3)V9.
               03 RK-FillPct PIC 9(3)V9.
               03 RK-Score PIC S9(3)V9.
       01 WS-SwapEntry PIC X(79).
       01 ReportHeading.
           02 FILLER PIC X(30) VALUE "SUPPLIER PERFORMANCE SCORECARD".
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnFrom PIC 9(6).
           02 FILLER PIC X(3) VALUE " - ".
           02 PrnTo PIC 9(6).
       01 MonthHeading.
           02 FILLER PIC X(7) VALUE "Month ".
           02 PrnMonth PIC 9(6).
       01 ColHeads PIC X(100) VALUE
           "Rank Sup  Name                 Rcpt OnTime%  Fill% Part Prc
      -    "H QtyH Canc  Score".
       01 ScoreLine.
           02 PrnRank PIC ZZ9.
           02 FILLER PIC XX VALUE SPACE.
           02 PrnSup PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 PrnName PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnReceipts PIC ZZZ9.
           02 FILLER PIC XX VALUE SPACE.
           02 PrnOnTime PIC ZZ9.9.
           02 FILLER PIC XX VALUE SPACE.
           02 PrnFill PIC ZZ9.9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnPartial PIC ZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnPriceHold PIC ZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnQtyHold PIC ZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnCancel PIC ZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnScore PIC -ZZ9.9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnFlag PIC X(6).
       01 NoteLine PIC X(100).
       PROCEDURE DIVISION.
       MainPara.
           DISPLAY "From period (aaaamm): " WITH NO ADVANCING.
           ACCEPT WS-FromPeriod.
           DISPLAY "To period (aaaamm): " WITH NO ADVANCING.
           ACCEPT WS-ToPeriod.
           MOVE WS-ToPeriod TO WS-DatePeriod.
           PERFORM FindMonth.
           IF WS-FromMonth < 1 OR WS-FromMonth > 12
                   OR WS-DateMonth < 1 OR WS-DateMonth > 12
                   OR WS-MonIdx < 1
               DISPLAY "Periods must be aaaamm, at most twelve "
                   "months apart."
               STOP RUN
           END-IF.
           MOVE WS-MonIdx TO WS-MonCount.
           MOVE "SUPSCOREMIN" TO WS-ParmKey.
           CALL 'PARMGET' USING WS-ParmKey, WS-ParmValue,
               WS-ParmFound.
           IF WS-ParmFound = 'Y' AND WS-ParmValue(1:3) IS NUMERIC
               MOVE WS-ParmValue(1:3) TO WS-ScoreMin
           ELSE
               MOVE 70 TO WS-ScoreMin
           END-IF.
           PERFORM LoadSuppliers.
           OPEN INPUT PoFile.
           IF WS-PoStatus NOT = "00"
               DISPLAY "No purchase orders on file."
               CLOSE PoFile
               STOP RUN
           END-IF.
           OPEN INPUT SourcingFile.
           MOVE 'N' TO WS-SrcOpen.
           IF WS-SrcStatus = "00"
               MOVE 'Y' TO WS-SrcOpen
           END-IF.
           PERFORM TallyOrders.
           PERFORM TallyReceipts.
           CLOSE PoFile, SourcingFile.
           PERFORM TallyHolds.
           PERFORM PrintReport.
           DISPLAY "Scorecard for " WS-RankCount " suppliers written "
               "to 123supscore.rpt, " WS-ReviewCount
               " below the review score.".
           STOP RUN.

       FindMonth.
           *> Posizione del mese WS-DatePeriod nell'arco richiesto:
           *> fuori arco se minore di 1 o maggiore di WS-MonCount.
           COMPUTE WS-MonIdx = (WS-DateYear - WS-FromYear) * 12
               + WS-DateMonth - WS-FromMonth + 1.
           IF WS-MonIdx > 12
               MOVE ZERO TO WS-MonIdx
           END-IF.

       LoadSuppliers.
           MOVE ZERO TO WS-SupCount.
           OPEN INPUT SupplierFile.
           IF WS-SupStatus NOT = "00"
               CLOSE SupplierFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y' OR WS-SupCount >= 200
               READ SupplierFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SupCode TO WS-FindSup
                       PERFORM FindSupplier
               END-READ
           END-PERFORM.
           CLOSE SupplierFile.

       FindSupplier.
           *> S punta al fornitore WS-FindSup, aggiunto se nuovo;
           *> zero se la tabella e' piena.
           PERFORM VARYING S FROM 1 BY 1
                   UNTIL S > WS-SupCount OR SC-Sup(S) = WS-FindSup
               CONTINUE
           END-PERFORM.
           IF S > WS-SupCount
               IF WS-SupCount >= 200
                   MOVE ZERO TO S
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SupCount
               MOVE WS-SupCount TO S
               MOVE WS-FindSup TO SC-Sup(S)
               MOVE "(not in supplier file)" TO SC-Name(S)
               IF WS-FindSup = SupCode
                   MOVE SupName TO SC-Name(S)
               END-IF
               PERFORM VARYING M FROM 1 BY 1 UNTIL M > 12
                   MOVE ZERO TO SM-Receipts(S, M) SM-OnTime(S, M)
                       SM-Partial(S, M) SM-DueCount(S, M)
                       SM-OrdQty(S, M) SM-RecQty(S, M)
                       SM-PriceHold(S, M) SM-QtyHold(S, M)
                       SM-Cancel(S, M)
               END-PERFORM
           END-IF.

       PoDueDate.
           *> Consegna promessa sull'ordine; per gli ordini scritti
           *> prima, data ordine + lead time della scheda prodotto.
           MOVE ZERO TO WS-DueDate.
           IF POPromDate IS NUMERIC AND POPromDate > ZERO
               MOVE POPromDate TO WS-DueDate
               EXIT PARAGRAPH
           END-IF.
           IF WS-SrcOpen = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE POProdName TO SrcProd.
           MOVE 'Y' TO WS-SrcFound.
           READ SourcingFile
               INVALID KEY MOVE 'N' TO WS-SrcFound
           END-READ.
           IF WS-SrcFound = 'Y' AND SrcLeadDays > ZERO
               COMPUTE WS-DueDate = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(PODate) + SrcLeadDays)
           END-IF.

       TallyOrders.
           *> Fill rate sugli ordini in scadenza nel mese (annullati
           *> compresi: il residuo non arrivato pesa); annulli nel
           *> mese dell'annullo.
           MOVE 'Y' TO WS-StartOK.
           MOVE ZERO TO PONum.
           START PoFile KEY IS NOT LESS THAN PONum
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE 'N' TO WS-EOF.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PoFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM TallyOneOrder
                   END-READ
               END-PERFORM
           END-IF.

       TallyOneOrder.
           MOVE POSupCode TO WS-FindSup.
           PERFORM FindSupplier.
           IF S = ZERO
               EXIT PARAGRAPH
           END-IF.
           PERFORM PoDueDate.
           IF WS-DueDate > ZERO
               MOVE WS-DueDate(1:6) TO WS-DatePeriod
               PERFORM FindMonth
               IF WS-MonIdx > 0 AND WS-MonIdx <= WS-MonCount
                   MOVE WS-MonIdx TO M
                   ADD 1 TO SM-DueCount(S, M)
                   ADD POQty TO SM-OrdQty(S, M)
                   ADD PORecQty TO SM-RecQty(S, M)
               END-IF
           END-IF.
           IF POCancelled AND POCancelDate IS NUMERIC
                   AND POCancelDate > ZERO
               MOVE POCancelDate(1:6) TO WS-DatePeriod
               PERFORM FindMonth
               IF WS-MonIdx > 0 AND WS-MonIdx <= WS-MonCount
                   MOVE WS-MonIdx TO M
                   ADD 1 TO SM-Cancel(S, M)
               END-IF
           END-IF.

       TallyReceipts.
           *> Ogni entrata nel mese in cui arriva: puntuale se entro
           *> la consegna promessa del suo ordine.
           OPEN INPUT PoRecvFile.
           IF WS-PoRecvStatus NOT = "00"
               CLOSE PoRecvFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ PoRecvFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM TallyOneReceipt
               END-READ
           END-PERFORM.
           CLOSE PoRecvFile.

       TallyOneReceipt.
           MOVE PRcDate(1:6) TO WS-DatePeriod.
           PERFORM FindMonth.
           IF WS-MonIdx < 1 OR WS-MonIdx > WS-MonCount
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MonIdx TO M.
           MOVE PRcSupCode TO WS-FindSup.
           PERFORM FindSupplier.
           IF S = ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO SM-Receipts(S, M).
           IF PRcIsPartial
               ADD 1 TO SM-Partial(S, M)
           END-IF.
           MOVE PRcPONum TO PONum.
           MOVE 'Y' TO WS-PoFound.
           READ PoFile
               INVALID KEY MOVE 'N' TO WS-PoFound
           END-READ.
           MOVE ZERO TO WS-DueDate.
           IF WS-PoFound = 'Y'
               PERFORM PoDueDate
           END-IF.
           *> Senza data promessa non si puo' dire in ritardo.
           IF WS-DueDate = ZERO OR PRcDate <= WS-DueDate
               ADD 1 TO SM-OnTime(S, M)
           END-IF.

       TallyHolds.
           *> Fatture sospese dal controllo a tre vie, nel mese della
           *> fattura, per motivo: prezzo o quantita'.
           OPEN INPUT ApInvFile.
           IF WS-ApInvStatus NOT = "00"
               CLOSE ApInvFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-StartOK.
           MOVE ZERO TO APInvNum.
           START ApInvFile KEY IS NOT LESS THAN APInvNum
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE 'N' TO WS-EOF.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ApInvFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF APHoldPrice OR APHoldQty
                               PERFORM TallyOneHold
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ApInvFile.

       TallyOneHold.
           MOVE APDate(1:6) TO WS-DatePeriod.
           PERFORM FindMonth.
           IF WS-MonIdx < 1 OR WS-MonIdx > WS-MonCount
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MonIdx TO M.
           MOVE APSupCode TO WS-FindSup.
           PERFORM FindSupplier.
           IF S = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF APHoldPrice
               ADD 1 TO SM-PriceHold(S, M)
           ELSE
               ADD 1 TO SM-QtyHold(S, M)
           END-IF.

       ComputeScore.
           *> Punteggio su 100: meta' puntualita', meta' fill rate,
           *> meno 5 punti per sospensione prezzo o quantita', 10 per
           *> ordine annullato, 2 per entrata parziale. Senza entrate
           *> o ordini in scadenza la misura relativa vale 100.
           MOVE 100 TO WS-OnTimePct WS-FillPct.
           IF WS-Receipts > ZERO
               COMPUTE WS-OnTimePct ROUNDED =
                   WS-OnTime * 100 / WS-Receipts
           END-IF.
           IF WS-OrdQty > ZERO
               COMPUTE WS-FillPct ROUNDED =
                   WS-RecQty * 100 / WS-OrdQty
           END-IF.
           COMPUTE WS-Score = (WS-OnTimePct + WS-FillPct) / 2
               - 5 * (WS-PriceHold + WS-QtyHold)
               - 10 * WS-Cancel - 2 * WS-Partial
               ON SIZE ERROR MOVE ZERO TO WS-Score
           END-COMPUTE.
           IF WS-Score < ZERO
               MOVE ZERO TO WS-Score
           END-IF.

       PrintReport.
           OPEN OUTPUT ScoreReport.
           MOVE WS-FromPeriod TO PrnFrom.
           MOVE WS-ToPeriod TO PrnTo.
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING PAGE.
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MonCount
               PERFORM PrintMonth
           END-PERFORM.
           PERFORM BuildRanking.
           PERFORM RankByScore.
           MOVE "RANKED SUMMARY, worst first" TO NoteLine.
           WRITE PrintLine FROM NoteLine AFTER ADVANCING 3 LINES.
           WRITE PrintLine FROM ColHeads AFTER ADVANCING 2 LINES.
           MOVE ZERO TO WS-ReviewCount.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-RankCount
               MOVE I TO PrnRank
               MOVE RK-Sup(I) TO PrnSup
               MOVE RK-Name(I) TO PrnName
               MOVE RK-Measures(I) TO WS-Measures
               MOVE RK-OnTimePct(I) TO WS-OnTimePct
               MOVE RK-FillPct(I) TO WS-FillPct
               MOVE RK-Score(I) TO WS-Score
               PERFORM FillScoreLine
               IF WS-Score < WS-ScoreMin
                   MOVE "REVIEW" TO PrnFlag
                   ADD 1 TO WS-ReviewCount
               END-IF
               WRITE PrintLine FROM ScoreLine AFTER ADVANCING 1 LINE
           END-PERFORM.
           MOVE SPACES TO NoteLine.
           STRING "Score = (on-time% + fill%) / 2 - 5 per hold - 10 "
               "per cancelled PO - 2 per partial; REVIEW below "
               WS-ScoreMin DELIMITED BY SIZE INTO NoteLine
           END-STRING.
           WRITE PrintLine FROM NoteLine AFTER ADVANCING 2 LINES.
           CLOSE ScoreReport.

       PrintMonth.
           COMPUTE WS-MonIdx = WS-FromMonth + M - 2.
           DIVIDE WS-MonIdx BY 12 GIVING WS-YearAdd
               REMAINDER WS-MonthRem.
           COMPUTE WS-DateYear = WS-FromYear + WS-YearAdd.
           COMPUTE WS-DateMonth = WS-MonthRem + 1.
           MOVE WS-DatePeriod TO PrnMonth.
           WRITE PrintLine FROM MonthHeading AFTER ADVANCING 2 LINES.
           WRITE PrintLine FROM ColHeads AFTER ADVANCING 1 LINE.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SupCount
               MOVE SC-Month(S, M) TO WS-Measures
               IF WS-Measures NOT = ZERO
                   PERFORM ComputeScore
                   MOVE ZERO TO PrnRank
                   MOVE SC-Sup(S) TO PrnSup
                   MOVE SC-Name(S) TO PrnName
                   PERFORM FillScoreLine
                   WRITE PrintLine FROM ScoreLine AFTER
                       ADVANCING 1 LINE
               END-IF
           END-PERFORM.

       FillScoreLine.
           MOVE WS-Receipts TO PrnReceipts.
           MOVE WS-OnTimePct TO PrnOnTime.
           MOVE WS-FillPct TO PrnFill.
           MOVE WS-Partial TO PrnPartial.
           MOVE WS-PriceHold TO PrnPriceHold.
           MOVE WS-QtyHold TO PrnQtyHold.
           MOVE WS-Cancel TO PrnCancel.
           MOVE WS-Score TO PrnScore.
           MOVE SPACES TO PrnFlag.

       BuildRanking.
           *> Somma dei mesi per fornitore; restano fuori quelli
           *> senza alcuna attivita' nell'arco.
           MOVE ZERO TO WS-RankCount.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SupCount
               MOVE ZERO TO WS-Receipts WS-OnTime WS-Partial
                   WS-DueCount WS-OrdQty WS-RecQty WS-PriceHold
                   WS-QtyHold WS-Cancel
               PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MonCount
                   ADD SM-Receipts(S, M) TO WS-Receipts
                   ADD SM-OnTime(S, M) TO WS-OnTime
                   ADD SM-Partial(S, M) TO WS-Partial
                   ADD SM-DueCount(S, M) TO WS-DueCount
                   ADD SM-OrdQty(S, M) TO WS-OrdQty
                   ADD SM-RecQty(S, M) TO WS-RecQty
                   ADD SM-PriceHold(S, M) TO WS-PriceHold
                   ADD SM-QtyHold(S, M) TO WS-QtyHold
                   ADD SM-Cancel(S, M) TO WS-Cancel
               END-PERFORM
               IF WS-Measures NOT = ZERO
                   PERFORM ComputeScore
                   ADD 1 TO WS-RankCount
                   MOVE SC-Sup(S) TO RK-Sup(WS-RankCount)
                   MOVE SC-Name(S) TO RK-Name(WS-RankCount)
                   MOVE WS-Measures TO RK-Measures(WS-RankCount)
                   MOVE WS-OnTimePct TO RK-OnTimePct(WS-RankCount)
                   MOVE WS-FillPct TO RK-FillPct(WS-RankCount)
                   MOVE WS-Score TO RK-Score(WS-RankCount)
               END-IF
           END-PERFORM.

       RankByScore.
           *> Ordinamento a scambio, punteggio crescente: i peggiori
           *> in cima per la revisione trimestrale.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I >= WS-RankCount
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J >= WS-RankCount
                   IF RK-Score(J + 1) < RK-Score(J)
                       MOVE RankEntry(J) TO WS-SwapEntry
                       MOVE RankEntry(J + 1) TO RankEntry(J)
                       MOVE WS-SwapEntry TO RankEntry(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
