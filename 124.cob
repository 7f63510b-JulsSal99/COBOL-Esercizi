       IDENTIFICATION DIVISION.
       PROGRAM-ID.       RecallTrace.
       AUTHOR.       Giulio.
       DATE-WRITTEN.15/09/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PoFile ASSIGN TO "76po.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PONum
               FILE STATUS IS WS-PoStatus.
           SELECT PoRecvFile ASSIGN TO "76porecv.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PoRecvStatus.
           SELECT ShipLotFile ASSIGN TO "58shiplot.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ShipLotStatus.
           SELECT ShipRegFile ASSIGN TO "58shipreg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ShipRegStatus.
           SELECT CustomerFIle ASSIGN TO "15costumer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDNum
               ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
               FILE STATUS IS WS-CustStatus.
           SELECT RecallReport ASSIGN TO "124recall.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PoFile.
       COPY "POREC.cpy".
       FD PoRecvFile.
       COPY "PORCVREC.cpy".
       FD ShipLotFile.
       COPY "SHIPLOT.cpy".
       FD ShipRegFile.
       COPY "SHIPREC.cpy".
       FD CustomerFIle.
       COPY "CUSTREC.cpy".
       FD RecallReport.
       01 PrintLine PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-PoStatus PIC XX.
       01 WS-PoRecvStatus PIC XX.
       01 WS-ShipLotStatus PIC XX.
       01 WS-ShipRegStatus PIC XX.
       01 WS-CustStatus PIC XX.
       01 WS-EOF PIC X.
       01 WS-RegEOF PIC X.
       01 WS-PoFound PIC X.
       01 WS-CustOpen PIC X.
       01 WS-PoOpen PIC X.
       01 WS-TraceProd PIC X(10).
       01 WS-TraceLot PIC X(12).
       01 WS-CallFirst PIC X(20).
       01 WS-CallMiddle PIC X(20) VALUE SPACES.
       01 WS-CallLast PIC X(20).
       01 WS-FullName PIC X(63).
       01 WS-RecvCount PIC 9(5).
       01 WS-RecvQty PIC 9(7).
       01 WS-ShipCount PIC 9(5).
       01 WS-ShipQty PIC 9(7).
       01 WS-StockQty PIC S9(7).
       *> Giacenza residua del lotto per magazzino, da LOTLOAD.
       01 LotTable.
           02 LotCount PIC 9(3).
           02 LotEntry OCCURS 500 TIMES.
               03 LotProdName PIC X(10).
               03 LotLoc PIC X(3).
               03 LotNum PIC X(12).
               03 LotExpiry PIC 9(8).
               03 LotQty PIC S9(7).
       01 WS-LotStatus PIC X.
       01 WS-LotIdx PIC 9(3).
       01 ReportHeading.
           02 FILLER PIC X(20) VALUE "LOT RECALL TRACE   ".
           02 PrnHeadProd PIC X(10).
           02 FILLER PIC X(6) VALUE "  lot ".
           02 PrnHeadLot PIC X(12).
       01 NoteLine PIC X(100).
       01 RecvHeads PIC X(60) VALUE
           "PO     Sup   Received   Quantity".
       01 RecvLine.
           02 PrnPONum PIC 9(5).
           02 FILLER PIC XX VALUE SPACE.
           02 PrnSupCode PIC X(4).
           02 FILLER PIC XX VALUE SPACE.
           02 PrnRecvDate PIC 9(8).
           02 FILLER PIC XX VALUE SPACE.
           02 PrnRecvQty PIC ZZ,ZZ9.
       01 ShipHeads PIC X(100) VALUE
           "Order  Cust   Customer                       Shipped   Qty L
      -    "oc Carrier    Tracking".
       01 ShipLine.
           02 PrnOrdNum PIC 9(5).
           02 FILLER PIC XX VALUE SPACE.
           02 PrnCustID PIC 9(5).
           02 FILLER PIC XX VALUE SPACE.
           02 PrnCustName PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 PrnShipDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnShipQty PIC ZZ,ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnShipLoc PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCarrier PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnTracking PIC X(15).
       01 StockHeads PIC X(60) VALUE
           "Loc  Expiry     On hand".
       01 StockLine.
           02 PrnLoc PIC X(3).
           02 FILLER PIC XX VALUE SPACE.
           02 PrnExpiry PIC 9(8).
           02 FILLER PIC XX VALUE SPACE.
           02 PrnStockQty PIC -ZZZ,ZZ9.
       01 TotalLine.
           02 FILLER PIC X(8) VALUE "Total : ".
           02 PrnTotCount PIC ZZZZ9.
           02 FILLER PIC X(9) VALUE " records ".
           02 PrnTotQty PIC -Z,ZZZ,ZZ9.
           02 FILLER PIC X(6) VALUE " units".
       PROCEDURE DIVISION.
       MainPara.
           *> Richiamo di un lotto: da chi e' arrivato, a quali
           *> clienti e con quale bolla e' uscito, quanto ne resta
           *> e dove.
           DISPLAY "Product name : " WITH NO ADVANCING.
           ACCEPT WS-TraceProd.
           DISPLAY "Lot number   : " WITH NO ADVANCING.
           ACCEPT WS-TraceLot.
           IF WS-TraceProd = SPACES OR WS-TraceLot = SPACES
               DISPLAY "Product and lot are both required."
               STOP RUN
           END-IF.
           OPEN OUTPUT RecallReport.
           MOVE WS-TraceProd TO PrnHeadProd.
           MOVE WS-TraceLot TO PrnHeadLot.
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING PAGE.
           PERFORM TraceReceipts.
           PERFORM TraceShipments.
           PERFORM TraceStock.
           CLOSE RecallReport.
           DISPLAY "Lot " WS-TraceLot " shipped on " WS-ShipCount
               " delivery lines, recall trace written to "
               "124recall.rpt".
           STOP RUN.

       TraceReceipts.
           MOVE "RECEIVED FROM SUPPLIERS" TO NoteLine.
           WRITE PrintLine FROM NoteLine AFTER ADVANCING 2 LINES.
           WRITE PrintLine FROM RecvHeads AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-RecvCount WS-RecvQty.
           OPEN INPUT PoRecvFile.
           IF WS-PoRecvStatus NOT = "00"
               CLOSE PoRecvFile
               MOVE "  no goods receipts on file" TO NoteLine
               WRITE PrintLine FROM NoteLine AFTER ADVANCING 1 LINE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT PoFile.
           MOVE 'N' TO WS-PoOpen.
           IF WS-PoStatus = "00"
               MOVE 'Y' TO WS-PoOpen
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ PoRecvFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PRcLot = WS-TraceLot
                           PERFORM PrintReceipt
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PoRecvFile, PoFile.
           MOVE WS-RecvCount TO PrnTotCount.
           MOVE WS-RecvQty TO PrnTotQty.
           WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE.

       PrintReceipt.
           *> Il record di entrata non porta il prodotto: lo si
           *> prende dal PO, lo stesso numero di lotto su un altro
           *> prodotto non c'entra.
           MOVE 'N' TO WS-PoFound.
           IF WS-PoOpen = 'Y'
               MOVE PRcPONum TO PONum
               MOVE 'Y' TO WS-PoFound
               READ PoFile
                   INVALID KEY MOVE 'N' TO WS-PoFound
               END-READ
           END-IF.
           IF WS-PoFound = 'N' OR POProdName NOT = WS-TraceProd
               EXIT PARAGRAPH
           END-IF.
           MOVE PRcPONum TO PrnPONum.
           MOVE PRcSupCode TO PrnSupCode.
           MOVE PRcDate TO PrnRecvDate.
           MOVE PRcQty TO PrnRecvQty.
           WRITE PrintLine FROM RecvLine AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-RecvCount.
           ADD PRcQty TO WS-RecvQty.

       TraceShipments.
           MOVE "SHIPPED TO CUSTOMERS" TO NoteLine.
           WRITE PrintLine FROM NoteLine AFTER ADVANCING 2 LINES.
           WRITE PrintLine FROM ShipHeads AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-ShipCount WS-ShipQty.
           OPEN INPUT ShipLotFile.
           IF WS-ShipLotStatus NOT = "00"
               CLOSE ShipLotFile
               MOVE "  no lot shipments on file" TO NoteLine
               WRITE PrintLine FROM NoteLine AFTER ADVANCING 1 LINE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CustomerFIle.
           MOVE 'N' TO WS-CustOpen.
           IF WS-CustStatus = "00"
               MOVE 'Y' TO WS-CustOpen
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ShipLotFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SlProd = WS-TraceProd
                               AND SlLot = WS-TraceLot
                           PERFORM PrintShipment
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ShipLotFile, CustomerFIle.
           MOVE WS-ShipCount TO PrnTotCount.
           MOVE WS-ShipQty TO PrnTotQty.
           WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE.

       PrintShipment.
           MOVE SPACES TO WS-FullName.
           IF WS-CustOpen = 'Y'
               MOVE SlCustID TO IDNum
               READ CustomerFIle
                   INVALID KEY MOVE SPACES TO FirstName LastName
               END-READ
               MOVE FirstName TO WS-CallFirst
               MOVE LastName TO WS-CallLast
               CALL 'NAMEFMT' USING WS-CallFirst, WS-CallMiddle,
                   WS-CallLast, WS-FullName
           END-IF.
           PERFORM FindDeliveryNote.
           MOVE SlOrdNum TO PrnOrdNum.
           MOVE SlCustID TO PrnCustID.
           MOVE WS-FullName TO PrnCustName.
           MOVE SlDate TO PrnShipDate.
           MOVE SlQty TO PrnShipQty.
           MOVE SlLoc TO PrnShipLoc.
           WRITE PrintLine FROM ShipLine AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-ShipCount.
           ADD SlQty TO WS-ShipQty.

       FindDeliveryNote.
           *> La bolla e' la spedizione dello stesso ordine nello
           *> stesso giorno in 58shipreg.dat: vettore e tracking.
           MOVE SPACES TO PrnCarrier PrnTracking.
           OPEN INPUT ShipRegFile.
           IF WS-ShipRegStatus NOT = "00"
               CLOSE ShipRegFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-RegEOF.
           PERFORM UNTIL WS-RegEOF = 'Y'
               READ ShipRegFile
                   AT END MOVE 'Y' TO WS-RegEOF
                   NOT AT END
                       IF ShpOrdNum = SlOrdNum AND ShpDate = SlDate
                           MOVE ShpCarrier TO PrnCarrier
                           MOVE ShpTracking TO PrnTracking
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ShipRegFile.

       TraceStock.
           MOVE "REMAINING STOCK BY LOCATION" TO NoteLine.
           WRITE PrintLine FROM NoteLine AFTER ADVANCING 2 LINES.
           WRITE PrintLine FROM StockHeads AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-StockQty.
           CALL 'LOTLOAD' USING LotTable, WS-LotStatus.
           IF WS-LotStatus = 'F'
               MOVE "  warning: lot table full, balances partial"
                   TO NoteLine
               WRITE PrintLine FROM NoteLine AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM VARYING WS-LotIdx FROM 1 BY 1
                   UNTIL WS-LotIdx > LotCount
               IF LotProdName(WS-LotIdx) = WS-TraceProd
                       AND LotNum(WS-LotIdx) = WS-TraceLot
                       AND LotQty(WS-LotIdx) NOT = ZERO
                   MOVE LotLoc(WS-LotIdx) TO PrnLoc
                   MOVE LotExpiry(WS-LotIdx) TO PrnExpiry
                   MOVE LotQty(WS-LotIdx) TO PrnStockQty
                   WRITE PrintLine FROM StockLine AFTER
                       ADVANCING 1 LINE
                   ADD LotQty(WS-LotIdx) TO WS-StockQty
               END-IF
           END-PERFORM.
           MOVE WS-StockQty TO PrnStockQty.
           MOVE SPACES TO NoteLine.
           STRING "Total on hand " DELIMITED BY SIZE
               PrnStockQty DELIMITED BY SIZE
               INTO NoteLine
           END-STRING.
           WRITE PrintLine FROM NoteLine AFTER ADVANCING 1 LINE.
