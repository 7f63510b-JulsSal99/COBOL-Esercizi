           SELECT ShipRegFile ASSIGN TO "58shipreg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ShipRegStatus.
           SELECT BackorderFile ASSIGN TO "58backorder.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BONum
               FILE STATUS IS WS-BOStatus.
           SELECT CancelLog ASSIGN TO "57cancel.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CancelStatus.
           SELECT CancelReport ASSIGN TO "57cancel.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD OrderFile.
       COPY "ORDLINE.cpy".
       FD ShipRegFile.
       COPY "SHIPREC.cpy".
       FD BackorderFile.
       COPY "BORDREC.cpy".
       FD CancelLog.
       COPY "CANCREC.cpy".
       FD CancelReport.
       01 PrintLine PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-OrderStatus PIC XX.
       01 WS-OrdLineStatus PIC XX.
       01 WS-OpID PIC X(8).
       01 WS-OpRole PIC X.
       01 WS-SignonOK PIC X.
       01 WS-BOStatus PIC XX.
       01 WS-CancelStatus PIC XX.
       01 WS-BOEOF PIC X.
       01 WS-BOStartOK PIC X.
       01 WS-TodayDate PIC 9(8).
       01 WS-Confirm PIC X.
       01 WS-LineExists PIC X.
       01 WS-AmendSeq PIC 99.
       01 WS-NewQty PIC 9(3).
       01 WS-OldQty PIC 9(3).
       01 WS-DropQty PIC 9(5).
       01 WS-DropLeft PIC 9(5).
       01 WS-CutQty PIC 9(3).
       01 WS-BOOpenQty PIC 9(5).
       01 WS-BOCancelAll PIC X.
       01 WS-BOCount PIC 9(3).
       01 WS-OrdQty PIC 9(5).
       01 WS-OrdValue PIC 9(7)V99.
       01 WS-LineValue PIC 9(7)V99.
       01 WS-LineCount PIC 99.
       01 WS-SavedLine PIC X(29).
      *> Motivi di annullamento ammessi: codice e descrizione, una
      *> tabella fissa come RetentionSetData in RetentionPurge.
       01 ReasonTableData.
           02 FILLER PIC X(30) VALUE "PRBetter price elsewhere      ".
           02 FILLER PIC X(30) VALUE "DLDelivery date too late     ".
           02 FILLER PIC X(30) VALUE "STOut of stock                ".
           02 FILLER PIC X(30) VALUE "CRCredit refused              ".
           02 FILLER PIC X(30) VALUE "CHCustomer changed mind       ".
           02 FILLER PIC X(30) VALUE "DUDuplicate order             ".
           02 FILLER PIC X(30) VALUE "EREntry error                 ".
           02 FILLER PIC X(30) VALUE "OTOther                       ".
       01 ReasonTable REDEFINES ReasonTableData.
           02 ReasonEntry OCCURS 8 TIMES.
               03 RT-Code PIC X(2).
               03 RT-Desc PIC X(28).
       01 RTIdx PIC 9.
       01 WS-Reason PIC X(2).
       01 WS-ReasonOK PIC X.
      *> Prezzo della quantita' persa, come la fatturerebbe
      *> InvoiceGen.
       01 WS-LkpProdName PIC X(10).
       01 WS-LkpDate PIC 9(8).
       01 WS-LkpQty PIC 9(5).
       01 WS-LkpPrice PIC 9(4)V99.
       01 WS-LkpDiscount PIC V999.
       01 WS-LkpFound PIC X.
       01 WS-LkpCust PIC 9(5) VALUE ZERO.
       01 WS-LkpAgreed PIC X.
       01 WS-NetPrice PIC 9(4)V99.
       01 WS-ATPOnHand PIC S9(7).
       01 WS-ATPReserved PIC 9(7).
       01 WS-ATPAvail PIC S9(7).
       01 WS-JrnFileCode PIC X(8).
       01 WS-JrnAction PIC X(8).
       01 WS-JrnKey PIC X(10).
       01 WS-JrnBefore PIC X(200).
       01 WS-JrnAfter PIC X(200).
      *> Report annullamenti per motivo e agente.
       01 WS-FromDate PIC 9(8).
       01 WS-ToDate PIC 9(8).
       01 WS-LogEOF PIC X.
       01 CxlTotals.
           02 WS-CxlCount PIC 9(3) VALUE ZERO.
           02 CxlEntry OCCURS 200 TIMES.
               03 CR-Reason PIC X(2).
               03 CR-Rep PIC X(4).
               03 CR-Orders PIC 9(5).
               03 CR-Lines PIC 9(5).
               03 CR-Units PIC 9(7).
               03 CR-Value PIC 9(9)V99.
       01 CRIdx PIC 9(3).
       01 WS-SubOrders PIC 9(5).
       01 WS-SubLines PIC 9(5).
       01 WS-SubUnits PIC 9(7).
       01 WS-SubValue PIC 9(9)V99.
       01 WS-TotOrders PIC 9(5).
       01 WS-TotLines PIC 9(5).
       01 WS-TotUnits PIC 9(7).
       01 WS-TotValue PIC 9(9)V99.
      *> Code di lavoro e report sugli ordini della societa'
      *> corrente.
       01 WS-Company PIC X(2).
       01 WS-CmpName PIC X(30).
       01 CompanyLine.
           02 FILLER PIC X(9) VALUE "Company: ".
           02 PrnCompany PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCmpName PIC X(30).
       01 CxlHeading.
           02 FILLER PIC X(37)
               VALUE "LOST ORDERS BY REASON AND AGENT from ".
           02 PrnFromDate PIC 9(8).
           02 FILLER PIC X(4) VALUE " to ".
           02 PrnToDate PIC 9(8).
       01 CxlColumns.
           02 FILLER PIC X(40)
               VALUE "Rs Description                  Rep   Or".
           02 FILLER PIC X(35)
               VALUE "ders Lines     Units          Value".
       01 CxlDetailLine.
           02 PrnReason PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnReasonDesc PIC X(28).
           02 FILLER PIC X VALUE SPACE.
           02 PrnRep PIC X(4).
           02 FILLER PIC X(3) VALUE SPACES.
           02 PrnOrders PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnLines PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnUnits PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnValue PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       StartPara.
           CALL 'SIGNON' USING WS-OpID, WS-OpRole, WS-SignonOK.
               CALL 'MSGSHOW' USING WS-MsgID
               GOBACK
           END-IF.
           OPEN I-O OrdLineFile.
           IF WS-OrdLineStatus NOT = "00"
               DISPLAY "No order line file on record."
               CLOSE OrderFile
               GOBACK
           END-IF.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           CALL 'COMPGET' USING WS-Company, WS-CmpName.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "ORDER STATUS CONTROL  company " WS-Company " "
                   WS-CmpName
               DISPLAY "1 : Work Queue by Status"
               DISPLAY "2 : Mark Order Picked (E -> P)"
               DISPLAY "3 : Close Invoiced Order (I -> C)"
               DISPLAY "4 : Release Credit Hold (H -> E, "
                   "supervisor)"
               DISPLAY "5 : Shipment Inquiry"
               DISPLAY "6 : Cancel Order (not yet shipped)"
               DISPLAY "7 : Amend Order Line"
               DISPLAY "8 : Cancellations Report by Reason and "
                   "Agent"
               DISPLAY "0 : Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
                   WHEN 3 PERFORM CloseOrder
                   WHEN 4 PERFORM ReleaseCreditHold
                   WHEN 5 PERFORM ShipmentInquiry
                   WHEN 6 PERFORM CancelOrder
                   WHEN 7 PERFORM AmendLine
                   WHEN 8 PERFORM CancelReportRun
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           GOBACK.

       WorkQueue.
           DISPLAY "Status (E/P/S/I/C/H/X): " WITH NO ADVANCING.
           ACCEPT WS-AskStatus.
           DISPLAY " ".
           DISPLAY "Order  Cust Date      Lines".
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF OrdStatus = WS-AskStatus
                                   AND OrdCompany = WS-Company
                               DISPLAY OrdNum "  " OrdCustID "   "
                                   OrdDate "  " OrdLineCount
                               PERFORM ListOrderLines
           READ OrderFile
               INVALID KEY MOVE 'N' TO WS-OrdExists
           END-READ.
           *> Gli ordini delle altre societa' non si toccano da qui.
           IF WS-OrdExists = 'Y' AND OrdCompany NOT = WS-Company
               MOVE 'N' TO WS-OrdExists
           END-IF.
           IF WS-OrdExists = 'N'
               MOVE "STS002" TO WS-MsgID
               CALL 'MSGSHOW' USING WS-MsgID
           END-IF.

       CancelOrder.
           *> Solo ordini non ancora spediti: l'impegno di magazzino
           *> (ATPCHK) conta E, P e H, quindi lo stato 'X' lo libera.
           PERFORM ReadOrder.
           IF WS-OrdExists = 'N'
               EXIT PARAGRAPH
           END-IF.
           IF NOT OrdEntered AND NOT OrdPicked AND NOT OrdCreditHold
               DISPLAY "Order is in status " OrdStatus
                   ", only orders not yet shipped can be cancelled."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ListOrderLines.
           PERFORM AskReason.
           IF WS-ReasonOK = 'N'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Cancel order " OrdNum " for customer " OrdCustID
               "? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-Confirm.
           IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
               DISPLAY "Order left as it was."
               EXIT PARAGRAPH
           END-IF.
           MOVE OrderData TO WS-JrnBefore.
           PERFORM ValueOpenLines.
           MOVE 'Y' TO WS-BOCancelAll.
           MOVE ZERO TO WS-AmendSeq.
           MOVE 'X' TO OrdStatus.
           REWRITE OrderData
               INVALID KEY
                   DISPLAY "Order not updated"
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE "ORDERS" TO WS-JrnFileCode.
           PERFORM LogOrderJournal.
           *> I backorder si annullano solo a ordine annullato.
           PERFORM CancelBackorders.
           MOVE 'O' TO CxlType.
           MOVE ZERO TO CxlLineSeq.
           MOVE SPACES TO CxlProd.
           MOVE WS-OrdQty TO CxlQty.
           MOVE WS-OrdValue TO CxlValue.
           PERFORM WriteCancelLog.
           DISPLAY "Order " OrdNum " cancelled by " WS-OpID
               ", reason " WS-Reason ".".
           IF WS-BOCount > ZERO
               DISPLAY WS-BOCount " open backorders cancelled."
           END-IF.

       ValueOpenLines.
           *> Quantita' e valore ancora da spedire sull'ordine.
           MOVE ZERO TO WS-OrdQty WS-OrdValue.
           MOVE OrdNum TO OrdLineOrd.
           MOVE ZERO TO OrdLineSeq.
           MOVE 'Y' TO WS-LineStartOK.
           START OrdLineFile KEY IS NOT LESS THAN OrdLineKey
               INVALID KEY MOVE 'N' TO WS-LineStartOK
           END-START.
           IF WS-LineStartOK = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-LineEOF.
           PERFORM UNTIL WS-LineEOF = 'Y'
               READ OrdLineFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-LineEOF
                   NOT AT END
                       IF OrdLineOrd NOT = OrdNum
                           MOVE 'Y' TO WS-LineEOF
                       ELSE
                           IF OrdLineQty > OrdLineShipQty
                               COMPUTE WS-DropQty =
                                   OrdLineQty - OrdLineShipQty
                               PERFORM PriceDroppedQty
                               ADD WS-DropQty TO WS-OrdQty
                               ADD WS-LineValue TO WS-OrdValue
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       AmendLine.
           *> Ordini aperti: quantita' libera in piu' o in meno, 0
           *> toglie la riga. Ordini spediti corti: si taglia solo
           *> il residuo ancora in backorder.
           PERFORM ReadOrder.
           IF WS-OrdExists = 'N'
               EXIT PARAGRAPH
           END-IF.
           IF NOT OrdEntered AND NOT OrdPicked AND NOT OrdCreditHold
                   AND NOT OrdShipped
               DISPLAY "Order is in status " OrdStatus
                   ", its lines can no longer be changed."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ListOrderLines.
           DISPLAY "Line number: " WITH NO ADVANCING.
           ACCEPT WS-AmendSeq.
           MOVE OrdNum TO OrdLineOrd.
           MOVE WS-AmendSeq TO OrdLineSeq.
           MOVE 'Y' TO WS-LineExists.
           READ OrdLineFile
               INVALID KEY MOVE 'N' TO WS-LineExists
           END-READ.
           IF WS-LineExists = 'N'
               DISPLAY "No such line on order " OrdNum "."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-BOCancelAll.
           PERFORM SumLineBackorders.
           IF OrdShipped AND WS-BOOpenQty = ZERO
               DISPLAY "Order already shipped and no backorder "
                   "open on this line, nothing to amend."
               EXIT PARAGRAPH
           END-IF.
           MOVE OrdLineQty TO WS-OldQty.
           DISPLAY "Line " OrdLineSeq " " OrdLineProd " qty "
               OrdLineQty " shipped " OrdLineShipQty.
           IF WS-BOOpenQty > ZERO
               DISPLAY "Open on backorder: " WS-BOOpenQty
           END-IF.
           DISPLAY "New quantity (0 = drop the line): "
               WITH NO ADVANCING.
           ACCEPT WS-NewQty.
           IF WS-NewQty = WS-OldQty
               DISPLAY "Quantity unchanged."
               EXIT PARAGRAPH
           END-IF.
           IF WS-NewQty < OrdLineShipQty
               DISPLAY "Cannot go below the " OrdLineShipQty
                   " already shipped."
               EXIT PARAGRAPH
           END-IF.
           IF OrdShipped
               IF WS-NewQty > WS-OldQty
                       OR WS-OldQty - WS-NewQty > WS-BOOpenQty
                   DISPLAY "On a shipped order only the "
                       WS-BOOpenQty " still on backorder can be cut."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-NewQty > WS-OldQty
               PERFORM CheckIncrease
           ELSE
               PERFORM AskReason
               IF WS-ReasonOK = 'N'
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "Change line " OrdLineSeq " from " WS-OldQty
               " to " WS-NewQty "? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-Confirm.
           IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
               DISPLAY "Line left as it was."
               EXIT PARAGRAPH
           END-IF.
           MOVE OrderLineData TO WS-JrnBefore WS-SavedLine.
           IF WS-NewQty = ZERO
               PERFORM DropLine
               IF WS-LineExists = 'N'
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE WS-NewQty TO OrdLineQty
               REWRITE OrderLineData
                   INVALID KEY
                       DISPLAY "Line not updated"
                       EXIT PARAGRAPH
               END-REWRITE
               MOVE "REWRITE" TO WS-JrnAction
               MOVE OrderLineData TO WS-JrnAfter
               PERFORM LogLineJournal
           END-IF.
           IF WS-NewQty > WS-OldQty
               DISPLAY "Line " WS-AmendSeq " raised to " WS-NewQty
                   " by " WS-OpID "."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DropQty = WS-OldQty - WS-NewQty.
           PERFORM CancelBackorders.
           PERFORM PriceDroppedQty.
           MOVE 'L' TO CxlType.
           MOVE WS-AmendSeq TO CxlLineSeq.
           MOVE OrdLineProd TO CxlProd.
           MOVE WS-DropQty TO CxlQty.
           MOVE WS-LineValue TO CxlValue.
           PERFORM WriteCancelLog.
           DISPLAY "Line " WS-AmendSeq " reduced by " WS-DropQty
               " by " WS-OpID ", reason " WS-Reason ".".
           IF WS-BOCount > ZERO
               DISPLAY WS-BOCount " backorders adjusted."
           END-IF.

       CheckIncrease.
           *> Avviso se la quantita' in piu' supera il disponibile:
           *> l'aumento resta ammesso, come in OrderEntry.
           CALL 'ATPCHK' USING OrdLineProd, WS-ATPOnHand,
               WS-ATPReserved, WS-ATPAvail.
           IF WS-NewQty - WS-OldQty > WS-ATPAvail
               DISPLAY "Warning: only " WS-ATPAvail " of "
                   OrdLineProd " available to promise."
           END-IF.

       DropLine.
           *> La riga sparisce; l'ordine senza piu' righe e'
           *> annullato.
           DELETE OrdLineFile
               INVALID KEY
                   DISPLAY "Line not removed"
                   MOVE 'N' TO WS-LineExists
                   EXIT PARAGRAPH
           END-DELETE.
           MOVE "DELETE" TO WS-JrnAction.
           MOVE SPACES TO WS-JrnAfter.
           PERFORM LogLineJournal.
           MOVE OrderData TO WS-JrnBefore.
           IF OrdLineCount > ZERO
               SUBTRACT 1 FROM OrdLineCount
           END-IF.
           PERFORM CountOrderLines.
           IF WS-LineCount = ZERO
               MOVE 'X' TO OrdStatus
               DISPLAY "No lines left, order " OrdNum " cancelled."
           END-IF.
           REWRITE OrderData
               INVALID KEY DISPLAY "Order not updated"
           END-REWRITE.
           MOVE "ORDERS" TO WS-JrnFileCode.
           PERFORM LogOrderJournal.
           MOVE WS-SavedLine TO OrderLineData.

       CountOrderLines.
           MOVE ZERO TO WS-LineCount.
           MOVE OrdNum TO OrdLineOrd.
           MOVE ZERO TO OrdLineSeq.
           MOVE 'Y' TO WS-LineStartOK.
           START OrdLineFile KEY IS NOT LESS THAN OrdLineKey
               INVALID KEY MOVE 'N' TO WS-LineStartOK
           END-START.
           IF WS-LineStartOK = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-LineEOF.
           PERFORM UNTIL WS-LineEOF = 'Y'
               READ OrdLineFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-LineEOF
                   NOT AT END
                       IF OrdLineOrd NOT = OrdNum
                           MOVE 'Y' TO WS-LineEOF
                       ELSE
                           ADD 1 TO WS-LineCount
                       END-IF
               END-READ
           END-PERFORM.

       PriceDroppedQty.
           *> Prezzo bloccato sulla riga o listino alla data
           *> dell'ordine, con gli accordi del cliente.
           MOVE ZERO TO WS-LineValue.
           IF OrdLinePrice > ZERO
               COMPUTE WS-LineValue ROUNDED =
                   OrdLinePrice * WS-DropQty
               EXIT PARAGRAPH
           END-IF.
           MOVE OrdLineProd TO WS-LkpProdName.
           MOVE OrdDate TO WS-LkpDate.
           MOVE OrdLineQty TO WS-LkpQty.
           MOVE OrdCustID TO WS-LkpCust.
           CALL 'PRCLKUP' USING WS-LkpProdName, WS-LkpDate,
               WS-LkpQty, WS-LkpPrice, WS-LkpDiscount,
               WS-LkpFound, WS-LkpCust, WS-LkpAgreed.
           IF WS-LkpFound = 'Y'
               COMPUTE WS-NetPrice ROUNDED =
                   WS-LkpPrice - (WS-LkpPrice * WS-LkpDiscount)
               COMPUTE WS-LineValue ROUNDED =
                   WS-NetPrice * WS-DropQty
           END-IF.

       SumLineBackorders.
           MOVE ZERO TO WS-BOOpenQty.
           OPEN INPUT BackorderFile.
           IF WS-BOStatus NOT = "00"
               CLOSE BackorderFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-BOStartOK.
           MOVE ZERO TO BONum.
           START BackorderFile KEY IS NOT LESS THAN BONum
               INVALID KEY MOVE 'N' TO WS-BOStartOK
           END-START.
           MOVE 'N' TO WS-BOEOF.
           IF WS-BOStartOK = 'Y'
               PERFORM UNTIL WS-BOEOF = 'Y'
                   READ BackorderFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-BOEOF
                       NOT AT END
                           IF BOOrdNum = OrdNum AND BOOpen
                                   AND BOLineSeq = WS-AmendSeq
                                   AND BOQty > BORelQty
                               COMPUTE WS-BOOpenQty = WS-BOOpenQty
                                   + BOQty - BORelQty
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE BackorderFile.

       CancelBackorders.
           *> Tutto l'ordine (WS-BOCancelAll 'Y') o WS-DropQty pezzi
           *> della riga WS-AmendSeq, dai backorder piu' vecchi.
           MOVE ZERO TO WS-BOCount.
           MOVE WS-DropQty TO WS-DropLeft.
           OPEN I-O BackorderFile.
           IF WS-BOStatus NOT = "00"
               CLOSE BackorderFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-BOStartOK.
           MOVE ZERO TO BONum.
           START BackorderFile KEY IS NOT LESS THAN BONum
               INVALID KEY MOVE 'N' TO WS-BOStartOK
           END-START.
           MOVE 'N' TO WS-BOEOF.
           IF WS-BOStartOK = 'Y'
               PERFORM UNTIL WS-BOEOF = 'Y'
                   READ BackorderFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-BOEOF
                       NOT AT END
                           IF BOOrdNum = OrdNum AND BOOpen
                                   AND (WS-BOCancelAll = 'Y'
                                   OR BOLineSeq = WS-AmendSeq)
                               PERFORM CancelOneBackorder
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE BackorderFile.

       CancelOneBackorder.
           IF WS-BOCancelAll = 'N' AND WS-DropLeft = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE BackorderData TO WS-JrnBefore.
           IF WS-BOCancelAll = 'Y'
                   OR WS-DropLeft >= BOQty - BORelQty
               COMPUTE WS-CutQty = BOQty - BORelQty
               IF WS-DropLeft > WS-CutQty
                   SUBTRACT WS-CutQty FROM WS-DropLeft
               ELSE
                   MOVE ZERO TO WS-DropLeft
               END-IF
               MOVE BORelQty TO BOQty
               MOVE 'X' TO BOStatus
           ELSE
               MOVE WS-DropLeft TO WS-CutQty
               SUBTRACT WS-CutQty FROM BOQty
               MOVE ZERO TO WS-DropLeft
           END-IF.
           REWRITE BackorderData
               INVALID KEY
                   DISPLAY "Backorder " BONum " not updated"
                   EXIT PARAGRAPH
           END-REWRITE.
           ADD 1 TO WS-BOCount.
           MOVE "BACKORD" TO WS-JrnFileCode.
           MOVE "REWRITE" TO WS-JrnAction.
           MOVE SPACES TO WS-JrnKey.
           MOVE BONum TO WS-JrnKey(1:5).
           MOVE BackorderData TO WS-JrnAfter.
           CALL 'JRNL' USING WS-JrnFileCode, WS-JrnAction,
               WS-JrnKey, WS-JrnBefore, WS-JrnAfter.

       AskReason.
           MOVE 'N' TO WS-ReasonOK.
           PERFORM VARYING RTIdx FROM 1 BY 1 UNTIL RTIdx > 8
               DISPLAY "  " RT-Code(RTIdx) " " RT-Desc(RTIdx)
           END-PERFORM.
           DISPLAY "Reason code: " WITH NO ADVANCING.
           ACCEPT WS-Reason.
           PERFORM VARYING RTIdx FROM 1 BY 1 UNTIL RTIdx > 8
               IF RT-Code(RTIdx) = WS-Reason
                   MOVE 'Y' TO WS-ReasonOK
               END-IF
           END-PERFORM.
           IF WS-ReasonOK = 'N'
               DISPLAY "Unknown reason code, nothing changed."
           END-IF.

       LogOrderJournal.
           MOVE "REWRITE" TO WS-JrnAction.
           MOVE SPACES TO WS-JrnKey.
           MOVE OrdNum TO WS-JrnKey(1:5).
           MOVE OrderData TO WS-JrnAfter.
           CALL 'JRNL' USING WS-JrnFileCode, WS-JrnAction,
               WS-JrnKey, WS-JrnBefore, WS-JrnAfter.

       LogLineJournal.
           MOVE "ORDLINES" TO WS-JrnFileCode.
           MOVE SPACES TO WS-JrnKey.
           MOVE OrdLineKey TO WS-JrnKey(1:7).
           CALL 'JRNL' USING WS-JrnFileCode, WS-JrnAction,
               WS-JrnKey, WS-JrnBefore, WS-JrnAfter.

       WriteCancelLog.
           MOVE WS-TodayDate TO CxlDate.
           MOVE OrdNum TO CxlOrdNum.
           MOVE WS-Reason TO CxlReason.
           MOVE OrdCustID TO CxlCustID.
           MOVE OrdSalesRep TO CxlSalesRep.
           MOVE WS-OpID TO CxlOpID.
           MOVE OrdCompany TO CxlCompany.
           OPEN EXTEND CancelLog.
           IF WS-CancelStatus = "35"
               OPEN OUTPUT CancelLog
               CLOSE CancelLog
               OPEN EXTEND CancelLog
           END-IF.
           WRITE CancelData.
           CLOSE CancelLog.

       CancelReportRun.
           DISPLAY "From date (yyyymmdd, 0 = all): "
               WITH NO ADVANCING.
           ACCEPT WS-FromDate.
           DISPLAY "To date (yyyymmdd, 0 = today): "
               WITH NO ADVANCING.
           ACCEPT WS-ToDate.
           IF WS-ToDate = ZERO
               MOVE WS-TodayDate TO WS-ToDate
           END-IF.
           OPEN INPUT CancelLog.
           IF WS-CancelStatus NOT = "00"
               DISPLAY "No cancellations on record."
               CLOSE CancelLog
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-CxlCount.
           MOVE 'N' TO WS-LogEOF.
           PERFORM UNTIL WS-LogEOF = 'Y'
               READ CancelLog
                   AT END MOVE 'Y' TO WS-LogEOF
                   NOT AT END
                       IF CxlCompany = SPACES
                           MOVE "01" TO CxlCompany
                       END-IF
                       IF CxlDate >= WS-FromDate
                               AND CxlDate <= WS-ToDate
                               AND CxlCompany = WS-Company
                           PERFORM AddCancelTotal
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CancelLog.
           OPEN OUTPUT CancelReport.
           MOVE WS-FromDate TO PrnFromDate.
           MOVE WS-ToDate TO PrnToDate.
           WRITE PrintLine FROM CxlHeading AFTER ADVANCING PAGE.
           MOVE WS-Company TO PrnCompany.
           MOVE WS-CmpName TO PrnCmpName.
           WRITE PrintLine FROM CompanyLine AFTER ADVANCING 1 LINE.
           WRITE PrintLine FROM CxlColumns AFTER ADVANCING 2 LINES.
           MOVE ZERO TO WS-TotOrders WS-TotLines WS-TotUnits
               WS-TotValue.
           PERFORM VARYING RTIdx FROM 1 BY 1 UNTIL RTIdx > 8
               PERFORM PrintReasonGroup
           END-PERFORM.
           MOVE SPACES TO PrnReason PrnRep.
           MOVE "ALL REASONS" TO PrnReasonDesc.
           MOVE WS-TotOrders TO PrnOrders.
           MOVE WS-TotLines TO PrnLines.
           MOVE WS-TotUnits TO PrnUnits.
           MOVE WS-TotValue TO PrnValue.
           WRITE PrintLine FROM CxlDetailLine AFTER ADVANCING 2
           LINES.
           CLOSE CancelReport.
           DISPLAY WS-TotOrders " orders cancelled, " WS-TotLines
               " lines cut, listed on 57cancel.rpt".

       AddCancelTotal.
           PERFORM VARYING CRIdx FROM 1 BY 1
                   UNTIL CRIdx > WS-CxlCount
                   OR (CR-Reason(CRIdx) = CxlReason
                   AND CR-Rep(CRIdx) = CxlSalesRep)
               CONTINUE
           END-PERFORM.
           IF CRIdx > WS-CxlCount
               IF WS-CxlCount >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CxlCount
               MOVE WS-CxlCount TO CRIdx
               MOVE CxlReason TO CR-Reason(CRIdx)
               MOVE CxlSalesRep TO CR-Rep(CRIdx)
               MOVE ZERO TO CR-Orders(CRIdx) CR-Lines(CRIdx)
                   CR-Units(CRIdx) CR-Value(CRIdx)
           END-IF.
           IF CxlOrder
               ADD 1 TO CR-Orders(CRIdx)
           ELSE
               ADD 1 TO CR-Lines(CRIdx)
           END-IF.
           ADD CxlQty TO CR-Units(CRIdx).
           ADD CxlValue TO CR-Value(CRIdx).

       PrintReasonGroup.
           MOVE ZERO TO WS-SubOrders WS-SubLines WS-SubUnits
               WS-SubValue.
           PERFORM VARYING CRIdx FROM 1 BY 1
                   UNTIL CRIdx > WS-CxlCount
               IF CR-Reason(CRIdx) = RT-Code(RTIdx)
                   MOVE RT-Code(RTIdx) TO PrnReason
                   MOVE RT-Desc(RTIdx) TO PrnReasonDesc
                   MOVE CR-Rep(CRIdx) TO PrnRep
                   MOVE CR-Orders(CRIdx) TO PrnOrders
                   MOVE CR-Lines(CRIdx) TO PrnLines
                   MOVE CR-Units(CRIdx) TO PrnUnits
                   MOVE CR-Value(CRIdx) TO PrnValue
                   WRITE PrintLine FROM CxlDetailLine AFTER
                       ADVANCING 1 LINE
                   ADD CR-Orders(CRIdx) TO WS-SubOrders
                   ADD CR-Lines(CRIdx) TO WS-SubLines
                   ADD CR-Units(CRIdx) TO WS-SubUnits
                   ADD CR-Value(CRIdx) TO WS-SubValue
               END-IF
           END-PERFORM.
           IF WS-SubOrders + WS-SubLines = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO PrnReason PrnRep.
           MOVE "  reason total" TO PrnReasonDesc.
           MOVE WS-SubOrders TO PrnOrders.
           MOVE WS-SubLines TO PrnLines.
           MOVE WS-SubUnits TO PrnUnits.
           MOVE WS-SubValue TO PrnValue.
           WRITE PrintLine FROM CxlDetailLine AFTER ADVANCING 1 LINE.
           ADD WS-SubOrders TO WS-TotOrders.
           ADD WS-SubLines TO WS-TotLines.
           ADD WS-SubUnits TO WS-TotUnits.
           ADD WS-SubValue TO WS-TotValue.
