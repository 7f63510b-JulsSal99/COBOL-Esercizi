       IDENTIFICATION DIVISION.
       PROGRAM-ID.       TransferOrders.
       AUTHOR.       Giulio.
       DATE-WRITTEN.15/10/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XferFile ASSIGN TO "159xfer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XfNum
               FILE STATUS IS WS-XferStatus.
           SELECT XferLineFile ASSIGN TO "159xferline.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XlKey
               FILE STATUS IS WS-XlStatus.
           SELECT XferLotFile ASSIGN TO "159xferlot.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XtStatus.
           SELECT DiscFile ASSIGN TO "159xferdisc.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DiscStatus.
           SELECT MoveFile ASSIGN TO "27invmove.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MoveStatus.
           SELECT NoteFile ASSIGN TO "159xfernote.prt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NoteStatus.
           SELECT DueReport ASSIGN TO "159xferdue.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD XferFile.
       COPY "XFERREC.cpy".
       FD XferLineFile.
       COPY "XFERLINE.cpy".
       FD XferLotFile.
       *> Lotti spediti per riga di trasferimento, nell'ordine FEFO
       *> del prelievo: il ricevimento li scarica da TRN nello
       *> stesso ordine (lotto a spazi = merce non tracciata).
       01 XferLotData.
           02 XtNum PIC 9(5).
           02 XtSeq PIC 99.
           02 XtProd PIC X(10).
           02 XtLot PIC X(12).
           02 XtExpiry PIC 9(8).
           02 XtQty PIC 9(5).
       FD DiscFile.
       *> Ammanco al ricevimento: spedito meno ricevuto, scaricato
       *> da TRN con un movimento 'D' alla data del ricevimento.
       01 DiscData.
           02 DsDate PIC 9(8).
           02 DsNum PIC 9(5).
           02 DsSeq PIC 99.
           02 DsProd PIC X(10).
           02 DsFromLoc PIC X(3).
           02 DsToLoc PIC X(3).
           02 DsShipQty PIC 9(5).
           02 DsRecvQty PIC 9(5).
           02 DsShortQty PIC 9(5).
           02 DsOpID PIC X(8).
       FD MoveFile.
       COPY "MOVEREC.cpy".
       FD NoteFile.
       01 NoteLine PIC X(70).
       FD DueReport.
       01 PrintLine PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-XferStatus PIC XX.
       01 WS-XlStatus PIC XX.
       01 WS-XtStatus PIC XX.
       01 WS-DiscStatus PIC XX.
       01 WS-MoveStatus PIC XX.
       01 WS-NoteStatus PIC XX.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-OpID PIC X(8).
       01 WS-OpRole PIC X.
       01 WS-SignonOK PIC X.
       *> Magazzino "in viaggio": la merce spedita e non ancora
       *> ricevuta sta qui, fuori dai magazzini di prelievo.
       01 WS-TransitLoc PIC X(3) VALUE "TRN".
       01 WS-IDSeries PIC X(4) VALUE "XFR ".
       01 WS-IDStatus PIC X.
       01 WS-TodayDate PIC 9(8).
       01 WS-TodayInt PIC 9(7).
       01 WS-XferFound PIC X.
       01 WS-AskNum PIC 9(5).
       01 WS-AskDate PIC X(8).
       01 WS-AskQty PIC X(5).
       01 WS-QtyOK PIC X.
       01 WS-EOF PIC X.
       01 CategoryTable.
           02 CatCount PIC 99 VALUE ZERO.
           02 CategoryEntry OCCURS 50 TIMES.
               03 CatProdName PIC X(10).
               03 CatUnitPrice PIC 9(4)V99.
               03 CatDiscount PIC V999.
       01 WS-CatLoadOK PIC X.
       01 CatIdx PIC 99.
       01 BomTable.
           02 BomCount PIC 9(3).
           02 BomLine OCCURS 200 TIMES.
               03 BL-Kit PIC X(10).
               03 BL-Comp PIC X(10).
               03 BL-Qty PIC 9(3).
       01 WS-BomLoadOK PIC X.
       01 B PIC 9(3).
       01 WS-ProdOK PIC X.
       *> Righe in digitazione, scritte solo alla conferma.
       01 NewLineTable.
           02 WS-NewCount PIC 99 VALUE ZERO.
           02 NewLineEntry OCCURS 20 TIMES.
               03 NL-Prod PIC X(10).
               03 NL-Qty PIC 9(5).
       01 WS-NewProd PIC X(10).
       01 WS-NewQty PIC 9(5).
       01 I PIC 99.
       01 WS-Confirm PIC X.
       *> Giacenza per lotto da LOTLOAD: la spedizione preleva dal
       *> magazzino di partenza in FEFO (LOTPICK).
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
       01 L PIC 9(3).
       01 WS-LocAvail PIC S9(7).
       01 WS-ShipQty PIC 9(5).
       01 WS-ShipLeft PIC 9(5).
       01 WS-IssQty PIC 9(5).
       01 WS-IssLot PIC X(12).
       01 WS-IssExpiry PIC 9(8).
       01 WS-TotShipped PIC 9(6).
       01 WS-TotRecv PIC 9(6).
       01 WS-TotShort PIC 9(6).
       01 WS-RecvLeft PIC 9(5).
       01 WS-ShortQty PIC 9(5).
       *> Lotti spediti della riga in ricevimento.
       01 RecvLotTable.
           02 WS-RlCount PIC 99 VALUE ZERO.
           02 RecvLotEntry OCCURS 50 TIMES.
               03 RL-Lot PIC X(12).
               03 RL-Expiry PIC 9(8).
               03 RL-Qty PIC 9(5).
       01 R PIC 99.
       01 WS-MovType PIC X.
       01 WS-MovFrom PIC X(3).
       01 WS-MovTo PIC X(3).
       01 WS-MovProd PIC X(10).
       01 WS-DaysLate PIC 9(5).
       01 WS-OpenQty PIC 9(6).
       01 WS-DueCount PIC 9(4).
       01 NoteHeading.
           02 FILLER PIC X(21) VALUE "TRANSFER NOTE  order ".
           02 PrnNoteNum PIC 9(5).
           02 FILLER PIC X(7) VALUE "  date ".
           02 PrnNoteDate PIC 9(8).
       01 NoteRouteLine.
           02 FILLER PIC X(6) VALUE "From: ".
           02 PrnNoteFrom PIC X(3).
           02 FILLER PIC X(8) VALUE "    To: ".
           02 PrnNoteTo PIC X(3).
           02 FILLER PIC X(16) VALUE "    Requested : ".
           02 PrnNoteReq PIC 9(8).
       01 NoteColHeads PIC X(70) VALUE
           "  Product           Qty  Lot           Expiry".
       01 NoteDetailLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnNoteProd PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnNoteQty PIC ZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnNoteLot PIC X(12).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnNoteExp PIC X(8).
       01 NoteShortLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnShortProd PIC X(10).
           02 FILLER PIC X(20) VALUE "  requested / sent  ".
           02 PrnShortReq PIC ZZ,ZZ9.
           02 FILLER PIC X(3) VALUE " / ".
           02 PrnShortSent PIC ZZ,ZZ9.
       01 DueHeading.
           02 FILLER PIC X(33) VALUE
               "OVERDUE TRANSFER ORDERS   as of ".
           02 PrnDueToday PIC 9(8).
       01 DueColHeads.
           02 FILLER PIC X(31) VALUE
               "Xfer     From To  Requested    ".
           02 FILLER PIC X(28) VALUE "Late    Status      Open Qty".
       01 DueLine.
           02 PrnDueNum PIC 9(5).
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnDueFrom PIC X(3).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnDueTo PIC X(3).
           02 FILLER PIC X(1) VALUE SPACE.
           02 PrnDueReq PIC 9(8).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnDueDays PIC ZZ,ZZ9.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnDueState PIC X(12).
           02 PrnDueQty PIC ZZZ,ZZ9.
       01 DueTotalLine.
           02 FILLER PIC X(26) VALUE "Overdue transfer orders : ".
           02 PrnDueCount PIC Z,ZZ9.
       PROCEDURE DIVISION.
       StartPara.
      *> Ordini di trasferimento fra magazzini: creazione con le
      *> righe richieste, spedizione in FEFO dal magazzino di
      *> partenza al magazzino in viaggio TRN (movimenti 'T' con il
      *> lotto, bolla 159xfernote.prt), ricevimento da TRN alla
      *> destinazione con ammanchi scaricati da TRN e registrati in
      *> 159xferdisc.dat, elenco, prospetto dei trasferimenti in
      *> ritardo (159xferdue.rpt) e annullo degli ordini non spediti.
           CALL 'SIGNON' USING WS-OpID, WS-OpRole, WS-SignonOK.
           IF WS-SignonOK NOT = 'Y'
               DISPLAY "Sign-on failed, program ends."
               GOBACK
           END-IF.
           CALL 'CATLOAD' USING CategoryTable, WS-CatLoadOK.
           CALL 'BOMLOAD' USING BomTable, WS-BomLoadOK.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "TRANSFER ORDERS"
               DISPLAY "1 : Create Transfer Order"
               DISPLAY "2 : Dispatch Transfer"
               DISPLAY "3 : Receive Transfer"
               DISPLAY "4 : List Transfer Orders"
               DISPLAY "5 : Overdue Transfers Report"
               DISPLAY "6 : Cancel Transfer Order"
               DISPLAY "0 : Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM CreateTransfer
                   WHEN 2 PERFORM DispatchTransfer
                   WHEN 3 PERFORM ReceiveTransfer
                   WHEN 4 PERFORM ListTransfers
                   WHEN 5 PERFORM OverdueReport
                   WHEN 6 PERFORM CancelTransfer
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           GOBACK.

       CreateTransfer.
           IF WS-CatLoadOK NOT = 'Y'
               DISPLAY "Product catalog not available."
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           DISPLAY "From location (3 chars) : " WITH NO ADVANCING.
           ACCEPT XfFromLoc.
           DISPLAY "To location (3 chars) : " WITH NO ADVANCING.
           ACCEPT XfToLoc.
           IF XfFromLoc = SPACES OR XfToLoc = SPACES
               DISPLAY "Both locations are required."
               EXIT PARAGRAPH
           END-IF.
           IF XfFromLoc = XfToLoc
               DISPLAY "From and to location must differ."
               EXIT PARAGRAPH
           END-IF.
           IF XfFromLoc = WS-TransitLoc OR XfToLoc = WS-TransitLoc
               DISPLAY "Location " WS-TransitLoc
                   " is reserved for stock in transit."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Requested arrival date (YYYYMMDD, blank = "
               "today) : " WITH NO ADVANCING.
           ACCEPT WS-AskDate.
           IF WS-AskDate = SPACES
               MOVE WS-TodayDate TO XfReqDate
           ELSE
               IF WS-AskDate IS NOT NUMERIC
                   DISPLAY "Invalid date."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-AskDate TO XfReqDate
               IF FUNCTION TEST-DATE-YYYYMMDD(XfReqDate) NOT = ZERO
                   DISPLAY "Invalid date."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE ZERO TO WS-NewCount.
           MOVE 'Y' TO WS-Confirm.
           PERFORM UNTIL WS-Confirm = 'N' OR WS-NewCount = 20
               DISPLAY "Product (blank = end) : " WITH NO ADVANCING
               ACCEPT WS-NewProd
               IF WS-NewProd = SPACES
                   MOVE 'N' TO WS-Confirm
               ELSE
                   PERFORM CheckProduct
                   IF WS-ProdOK = 'Y'
                       DISPLAY "Quantity : " WITH NO ADVANCING
                       ACCEPT WS-NewQty
                       IF WS-NewQty = ZERO
                           DISPLAY "Quantity must be above zero."
                       ELSE
                           ADD 1 TO WS-NewCount
                           MOVE WS-NewProd TO NL-Prod(WS-NewCount)
                           MOVE WS-NewQty TO NL-Qty(WS-NewCount)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-NewCount = ZERO
               DISPLAY "No lines entered, transfer not created."
               EXIT PARAGRAPH
           END-IF.
           PERFORM OpenXferFiles.
           IF WS-XferStatus NOT = "00" OR WS-XlStatus NOT = "00"
               DISPLAY "Transfer files not available."
               CLOSE XferFile, XferLineFile
               EXIT PARAGRAPH
           END-IF.
           CALL 'IDNEXT' USING WS-IDSeries, XfNum, WS-IDStatus.
           IF WS-IDStatus = 'Y'
               DISPLAY "Transfer number series exhausted."
               CLOSE XferFile, XferLineFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'O' TO XfStatus.
           MOVE WS-NewCount TO XfLineCount.
           MOVE WS-TodayDate TO XfCreateDate.
           MOVE ZERO TO XfDispDate XfRecvDate.
           MOVE WS-OpID TO XfOpID.
           WRITE TransferData
               INVALID KEY
                   DISPLAY "Transfer " XfNum " already on file."
                   CLOSE XferFile, XferLineFile
                   EXIT PARAGRAPH
           END-WRITE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-NewCount
               MOVE XfNum TO XlNum
               MOVE I TO XlSeq
               MOVE NL-Prod(I) TO XlProd
               MOVE NL-Qty(I) TO XlQty
               MOVE ZERO TO XlShipQty XlRecvQty
               WRITE TransferLineData
                   INVALID KEY
                       DISPLAY "Line " I " not written."
               END-WRITE
           END-PERFORM.
           CLOSE XferFile, XferLineFile.
           DISPLAY "Transfer " XfNum " created, " WS-NewCount
               " lines.".

       CheckProduct.
           *> Solo prodotti a catalogo; i kit non hanno giacenza
           *> propria e si trasferiscono per componente.
           MOVE 'N' TO WS-ProdOK.
           PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > CatCount
               IF CatProdName(CatIdx) = WS-NewProd
                   MOVE 'Y' TO WS-ProdOK
               END-IF
           END-PERFORM.
           IF WS-ProdOK = 'N'
               DISPLAY "Product not in catalog."
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > BomCount
               IF BL-Kit(B) = WS-NewProd
                   MOVE 'N' TO WS-ProdOK
               END-IF
           END-PERFORM.
           IF WS-ProdOK = 'N'
               DISPLAY "Kits are transferred by component."
           END-IF.

       OpenXferFiles.
           OPEN I-O XferFile.
           IF WS-XferStatus = "35"
               OPEN OUTPUT XferFile
               CLOSE XferFile
               OPEN I-O XferFile
           END-IF.
           OPEN I-O XferLineFile.
           IF WS-XlStatus = "35"
               OPEN OUTPUT XferLineFile
               CLOSE XferLineFile
               OPEN I-O XferLineFile
           END-IF.

       ReadTransfer.
           DISPLAY "Transfer number : " WITH NO ADVANCING.
           ACCEPT WS-AskNum.
           MOVE WS-AskNum TO XfNum.
           MOVE 'Y' TO WS-XferFound.
           READ XferFile
               INVALID KEY MOVE 'N' TO WS-XferFound
           END-READ.
           IF WS-XferFound = 'N'
               DISPLAY "Transfer not on file."
           END-IF.

       DispatchTransfer.
           PERFORM OpenXferFiles.
           IF WS-XferStatus NOT = "00" OR WS-XlStatus NOT = "00"
               DISPLAY "Transfer files not available."
               CLOSE XferFile, XferLineFile
               EXIT PARAGRAPH
           END-IF.
           PERFORM ReadTransfer.
           IF WS-XferFound = 'N'
               CLOSE XferFile, XferLineFile
               EXIT PARAGRAPH
           END-IF.
           IF NOT XfOpen
               DISPLAY "Transfer is in status " XfStatus
                   ", only open transfers can be dispatched."
               CLOSE XferFile, XferLineFile
               EXIT PARAGRAPH
           END-IF.
           CALL 'LOTLOAD' USING LotTable, WS-LotStatus.
           IF WS-LotStatus = 'F'
               DISPLAY "Warning: lot table full, lot balances are "
                   "partial."
           END-IF.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           PERFORM OpenMoveFile.
           OPEN EXTEND XferLotFile.
           IF WS-XtStatus = "35"
               OPEN OUTPUT XferLotFile
               CLOSE XferLotFile
               OPEN EXTEND XferLotFile
           END-IF.
           OPEN OUTPUT NoteFile.
           MOVE XfNum TO PrnNoteNum.
           MOVE WS-TodayDate TO PrnNoteDate.
           WRITE NoteLine FROM NoteHeading AFTER ADVANCING PAGE.
           MOVE XfFromLoc TO PrnNoteFrom.
           MOVE XfToLoc TO PrnNoteTo.
           MOVE XfReqDate TO PrnNoteReq.
           WRITE NoteLine FROM NoteRouteLine AFTER ADVANCING 1 LINE.
           WRITE NoteLine FROM NoteColHeads AFTER ADVANCING 2 LINES.
           MOVE ZERO TO WS-TotShipped.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > XfLineCount
               MOVE XfNum TO XlNum
               MOVE I TO XlSeq
               READ XferLineFile
                   INVALID KEY
                       DISPLAY "Line " I " missing."
                   NOT INVALID KEY
                       PERFORM DispatchLine
               END-READ
           END-PERFORM.
           CLOSE MoveFile, XferLotFile, NoteFile.
           IF WS-TotShipped = ZERO
               DISPLAY "Nothing available at " XfFromLoc
                   ", transfer stays open."
               CLOSE XferFile, XferLineFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'T' TO XfStatus.
           MOVE WS-TodayDate TO XfDispDate.
           REWRITE TransferData
               INVALID KEY
                   DISPLAY "Transfer not updated"
               NOT INVALID KEY
                   DISPLAY "Transfer " XfNum " dispatched ("
                       WS-TotShipped " units), note written to "
                       "159xfernote.prt"
           END-REWRITE.
           CLOSE XferFile, XferLineFile.

       DispatchLine.
           *> Si spedisce quel che il magazzino di partenza ha: la
           *> giacenza netta del prodotto in XfFromLoc dalla tabella
           *> lotti (gia' ridotta dalle righe precedenti).
           MOVE ZERO TO WS-LocAvail.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > LotCount
               IF LotProdName(L) = XlProd AND LotLoc(L) = XfFromLoc
                   ADD LotQty(L) TO WS-LocAvail
               END-IF
           END-PERFORM.
           IF WS-LocAvail < ZERO
               MOVE ZERO TO WS-LocAvail
           END-IF.
           IF WS-LocAvail < XlQty
               MOVE WS-LocAvail TO WS-ShipQty
               DISPLAY "Warning: " XlProd " only " WS-ShipQty
                   " of " XlQty " available at " XfFromLoc "."
               MOVE XlProd TO PrnShortProd
               MOVE XlQty TO PrnShortReq
               MOVE WS-ShipQty TO PrnShortSent
               WRITE NoteLine FROM NoteShortLine AFTER ADVANCING
                   1 LINE
           ELSE
               MOVE XlQty TO WS-ShipQty
           END-IF.
           MOVE WS-ShipQty TO XlShipQty.
           REWRITE TransferLineData
               INVALID KEY
                   DISPLAY "Line " XlSeq " not updated."
           END-REWRITE.
           ADD WS-ShipQty TO WS-TotShipped.
           MOVE WS-ShipQty TO WS-ShipLeft.
           PERFORM UNTIL WS-ShipLeft = ZERO
               CALL 'LOTPICK' USING LotTable, XlProd, XfFromLoc,
                   WS-LotIdx
               IF WS-LotIdx = ZERO
                   MOVE SPACES TO WS-IssLot
                   MOVE ZERO TO WS-IssExpiry
                   MOVE WS-ShipLeft TO WS-IssQty
               ELSE
                   MOVE LotNum(WS-LotIdx) TO WS-IssLot
                   MOVE LotExpiry(WS-LotIdx) TO WS-IssExpiry
                   IF LotQty(WS-LotIdx) < WS-ShipLeft
                       MOVE LotQty(WS-LotIdx) TO WS-IssQty
                   ELSE
                       MOVE WS-ShipLeft TO WS-IssQty
                   END-IF
                   SUBTRACT WS-IssQty FROM LotQty(WS-LotIdx)
               END-IF
               SUBTRACT WS-IssQty FROM WS-ShipLeft
               MOVE 'T' TO WS-MovType
               MOVE XlProd TO WS-MovProd
               MOVE XfFromLoc TO WS-MovFrom
               MOVE WS-TransitLoc TO WS-MovTo
               PERFORM WriteMovement
               MOVE XfNum TO XtNum
               MOVE XlSeq TO XtSeq
               MOVE XlProd TO XtProd
               MOVE WS-IssLot TO XtLot
               MOVE WS-IssExpiry TO XtExpiry
               MOVE WS-IssQty TO XtQty
               WRITE XferLotData
               MOVE XlProd TO PrnNoteProd
               MOVE WS-IssQty TO PrnNoteQty
               MOVE WS-IssLot TO PrnNoteLot
               IF WS-IssExpiry = ZERO
                   MOVE SPACES TO PrnNoteExp
               ELSE
                   MOVE WS-IssExpiry TO PrnNoteExp
               END-IF
               WRITE NoteLine FROM NoteDetailLine AFTER ADVANCING
                   1 LINE
           END-PERFORM.

       OpenMoveFile.
           OPEN EXTEND MoveFile.
           IF WS-MoveStatus = "35"
               OPEN OUTPUT MoveFile
               CLOSE MoveFile
               OPEN EXTEND MoveFile
           END-IF.

       WriteMovement.
           MOVE WS-MovProd TO MovProdName.
           MOVE WS-MovType TO MovType.
           MOVE WS-IssQty TO MovQty.
           MOVE WS-TodayDate TO MovDate.
           MOVE WS-MovFrom TO MovLoc.
           MOVE WS-MovTo TO MovLocTo.
           MOVE WS-IssLot TO MovLot.
           MOVE WS-IssExpiry TO MovExpiry.
           WRITE MoveData.

       ReceiveTransfer.
           PERFORM OpenXferFiles.
           IF WS-XferStatus NOT = "00" OR WS-XlStatus NOT = "00"
               DISPLAY "Transfer files not available."
               CLOSE XferFile, XferLineFile
               EXIT PARAGRAPH
           END-IF.
           PERFORM ReadTransfer.
           IF WS-XferFound = 'N'
               CLOSE XferFile, XferLineFile
               EXIT PARAGRAPH
           END-IF.
           IF NOT XfInTransit
               DISPLAY "Transfer is in status " XfStatus
                   ", only dispatched transfers can be received."
               CLOSE XferFile, XferLineFile
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           DISPLAY "Receiving transfer " XfNum " from " XfFromLoc
               " at " XfToLoc.
           PERFORM OpenMoveFile.
           MOVE ZERO TO WS-TotRecv WS-TotShort.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > XfLineCount
               MOVE XfNum TO XlNum
               MOVE I TO XlSeq
               READ XferLineFile
                   INVALID KEY
                       DISPLAY "Line " I " missing."
                   NOT INVALID KEY
                       IF XlShipQty > ZERO
                           PERFORM ReceiveLine
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MoveFile.
           MOVE 'R' TO XfStatus.
           MOVE WS-TodayDate TO XfRecvDate.
           REWRITE TransferData
               INVALID KEY
                   DISPLAY "Transfer not updated"
               NOT INVALID KEY
                   DISPLAY "Transfer " XfNum " received ("
                       WS-TotRecv " units, " WS-TotShort
                       " short)."
           END-REWRITE.
           CLOSE XferFile, XferLineFile.

       ReceiveLine.
           MOVE 'N' TO WS-QtyOK.
           PERFORM UNTIL WS-QtyOK = 'Y'
               DISPLAY XlProd " shipped " XlShipQty
                   " - received (blank = all) : " WITH NO ADVANCING
               ACCEPT WS-AskQty
               IF WS-AskQty = SPACES
                   MOVE XlShipQty TO XlRecvQty
                   MOVE 'Y' TO WS-QtyOK
               ELSE
                   IF FUNCTION TRIM(WS-AskQty) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WS-AskQty) TO XlRecvQty
                       IF XlRecvQty > XlShipQty
                           DISPLAY "Cannot receive more than was "
                               "shipped."
                       ELSE
                           MOVE 'Y' TO WS-QtyOK
                       END-IF
                   ELSE
                       DISPLAY "Invalid quantity."
                   END-IF
               END-IF
           END-PERFORM.
           REWRITE TransferLineData
               INVALID KEY
                   DISPLAY "Line " XlSeq " not updated."
           END-REWRITE.
           ADD XlRecvQty TO WS-TotRecv.
           PERFORM LoadLineLots.
           *> I lotti entrano a destinazione nell'ordine di
           *> spedizione; quel che manca si scarica da TRN lotto per
           *> lotto, cosi' il magazzino in viaggio si azzera.
           MOVE XlRecvQty TO WS-RecvLeft.
           MOVE XlProd TO WS-MovProd.
           MOVE WS-TransitLoc TO WS-MovFrom.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-RlCount
               MOVE RL-Lot(R) TO WS-IssLot
               MOVE RL-Expiry(R) TO WS-IssExpiry
               IF RL-Qty(R) < WS-RecvLeft
                   MOVE RL-Qty(R) TO WS-IssQty
               ELSE
                   MOVE WS-RecvLeft TO WS-IssQty
               END-IF
               SUBTRACT WS-IssQty FROM WS-RecvLeft
               COMPUTE WS-ShortQty = RL-Qty(R) - WS-IssQty
               IF WS-IssQty > ZERO
                   MOVE 'T' TO WS-MovType
                   MOVE XfToLoc TO WS-MovTo
                   PERFORM WriteMovement
               END-IF
               IF WS-ShortQty > ZERO
                   MOVE WS-ShortQty TO WS-IssQty
                   MOVE 'D' TO WS-MovType
                   MOVE SPACES TO WS-MovTo
                   PERFORM WriteMovement
               END-IF
           END-PERFORM.
           IF XlRecvQty < XlShipQty
               PERFORM LogDiscrepancy
           END-IF.

       LoadLineLots.
           MOVE ZERO TO WS-RlCount.
           OPEN INPUT XferLotFile.
           IF WS-XtStatus NOT = "00"
               CLOSE XferLotFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ XferLotFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF XtNum = XlNum AND XtSeq = XlSeq
                               AND WS-RlCount < 50
                           ADD 1 TO WS-RlCount
                           MOVE XtLot TO RL-Lot(WS-RlCount)
                           MOVE XtExpiry TO RL-Expiry(WS-RlCount)
                           MOVE XtQty TO RL-Qty(WS-RlCount)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE XferLotFile.

       LogDiscrepancy.
           COMPUTE WS-ShortQty = XlShipQty - XlRecvQty.
           ADD WS-ShortQty TO WS-TotShort.
           DISPLAY "Discrepancy: " XlProd " short " WS-ShortQty.
           OPEN EXTEND DiscFile.
           IF WS-DiscStatus = "35"
               OPEN OUTPUT DiscFile
               CLOSE DiscFile
               OPEN EXTEND DiscFile
           END-IF.
           MOVE WS-TodayDate TO DsDate.
           MOVE XlNum TO DsNum.
           MOVE XlSeq TO DsSeq.
           MOVE XlProd TO DsProd.
           MOVE XfFromLoc TO DsFromLoc.
           MOVE XfToLoc TO DsToLoc.
           MOVE XlShipQty TO DsShipQty.
           MOVE XlRecvQty TO DsRecvQty.
           MOVE WS-ShortQty TO DsShortQty.
           MOVE WS-OpID TO DsOpID.
           WRITE DiscData.
           CLOSE DiscFile.

       ListTransfers.
           OPEN INPUT XferFile.
           IF WS-XferStatus NOT = "00"
               DISPLAY "No transfer orders on file."
               CLOSE XferFile
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Num   From To  Requested St Dispatched Received".
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ XferFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       DISPLAY XfNum " " XfFromLoc "  " XfToLoc " "
                           XfReqDate "  " XfStatus " " XfDispDate
                           "   " XfRecvDate
               END-READ
           END-PERFORM.
           CLOSE XferFile.

       OverdueReport.
           *> Trasferimenti non ancora ricevuti oltre la data
           *> richiesta: aperti (quantita' richiesta) o in viaggio
           *> (quantita' spedita, ferma in TRN).
           OPEN INPUT XferFile.
           IF WS-XferStatus NOT = "00"
               DISPLAY "No transfer orders on file."
               CLOSE XferFile
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT XferLineFile.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           COMPUTE WS-TodayInt =
               FUNCTION INTEGER-OF-DATE(WS-TodayDate).
           OPEN OUTPUT DueReport.
           MOVE WS-TodayDate TO PrnDueToday.
           WRITE PrintLine FROM DueHeading AFTER ADVANCING PAGE.
           WRITE PrintLine FROM DueColHeads AFTER ADVANCING 2 LINES.
           MOVE ZERO TO WS-DueCount.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ XferFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (XfOpen OR XfInTransit)
                               AND XfReqDate < WS-TodayDate
                           PERFORM PrintOverdue
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-DueCount TO PrnDueCount.
           WRITE PrintLine FROM DueTotalLine AFTER ADVANCING 2 LINES.
           CLOSE XferFile, XferLineFile, DueReport.
           DISPLAY WS-DueCount " overdue transfers, report written "
               "to 159xferdue.rpt".

       PrintOverdue.
           ADD 1 TO WS-DueCount.
           COMPUTE WS-DaysLate = WS-TodayInt -
               FUNCTION INTEGER-OF-DATE(XfReqDate).
           MOVE ZERO TO WS-OpenQty.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > XfLineCount
               MOVE XfNum TO XlNum
               MOVE I TO XlSeq
               READ XferLineFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF XfOpen
                           ADD XlQty TO WS-OpenQty
                       ELSE
                           ADD XlShipQty TO WS-OpenQty
                       END-IF
               END-READ
           END-PERFORM.
           MOVE XfNum TO PrnDueNum.
           MOVE XfFromLoc TO PrnDueFrom.
           MOVE XfToLoc TO PrnDueTo.
           MOVE XfReqDate TO PrnDueReq.
           MOVE WS-DaysLate TO PrnDueDays.
           IF XfOpen
               MOVE "NOT SENT" TO PrnDueState
           ELSE
               MOVE "IN TRANSIT" TO PrnDueState
           END-IF.
           MOVE WS-OpenQty TO PrnDueQty.
           WRITE PrintLine FROM DueLine AFTER ADVANCING 1 LINE.

       CancelTransfer.
           PERFORM OpenXferFiles.
           IF WS-XferStatus NOT = "00"
               DISPLAY "Transfer files not available."
               CLOSE XferFile, XferLineFile
               EXIT PARAGRAPH
           END-IF.
           PERFORM ReadTransfer.
           IF WS-XferFound = 'N'
               CLOSE XferFile, XferLineFile
               EXIT PARAGRAPH
           END-IF.
           IF NOT XfOpen
               DISPLAY "Only open transfers can be cancelled, stock "
                   "in transit must be received."
               CLOSE XferFile, XferLineFile
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Cancel transfer " XfNum " (Y/N) : " WITH NO
               ADVANCING.
           ACCEPT WS-Confirm.
           IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
               CLOSE XferFile, XferLineFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'X' TO XfStatus.
           REWRITE TransferData
               INVALID KEY
                   DISPLAY "Transfer not updated"
               NOT INVALID KEY
                   DISPLAY "Transfer " XfNum " cancelled."
           END-REWRITE.
           CLOSE XferFile, XferLineFile.
