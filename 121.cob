       IDENTIFICATION DIVISION.
       PROGRAM-ID.       ReorderRun.
       AUTHOR.       Giulio.
       DATE-WRITTEN.11/09/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SourcingFile ASSIGN TO "76sourcing.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SrcProd
               FILE STATUS IS WS-SrcStatus.
           SELECT SupplierFile ASSIGN TO "76supplier.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SupStatus.
           SELECT PoFile ASSIGN TO "76po.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PONum
               FILE STATUS IS WS-PoStatus.
           SELECT MoveFile ASSIGN TO "27invmove.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MoveStatus.
           SELECT ProposalFile ASSIGN TO "121reorder.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NightLog ASSIGN TO "23nightlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LogStatus.
       DATA DIVISION.
       FILE SECTION.
       FD SourcingFile.
       COPY "SRCREC.cpy".
       FD SupplierFile.
       COPY "SUPREC.cpy".
       FD PoFile.
       COPY "POREC.cpy".
       FD MoveFile.
       COPY "MOVEREC.cpy".
       FD ProposalFile.
       01 PrintLine PIC X(100).
       FD NightLog.
       01 LogLine PIC X(70).
       WORKING-STORAGE SECTION.
       01 WS-SrcStatus PIC XX.
       01 WS-SupStatus PIC XX.
       01 WS-PoStatus PIC XX.
       01 WS-MoveStatus PIC XX.
       01 WS-LogStatus PIC XX.
       01 WS-EOF PIC X.
       01 WS-StartOK PIC X.
       01 WS-SrcFound PIC X.
       01 WS-TodayDate PIC 9(8).
       01 WS-TodayInt PIC 9(7).
       01 WS-WindowStart PIC 9(8).
       01 WS-NowTime PIC 9(8).
       01 WS-RunID PIC 9(5).
       01 WS-IDSeries PIC X(4) VALUE "PO  ".
       01 WS-IDStatus PIC X.
       01 WS-GenCount PIC 9(3) VALUE ZERO.
       01 WS-HoldCount PIC 9(3) VALUE ZERO.
       01 WS-ParmKey PIC X(12).
       01 WS-ParmValue PIC X(20).
       01 WS-ParmFound PIC X.
      *> Finestra di osservazione dei consumi (REORDWINDOW), giorni
      *> di scorta di sicurezza di default (REORDSAFE) e giorni di
      *> copertura ordinati oltre il punto di riordino (REORDCOVER).
       01 WS-WindowDays PIC 9(3) VALUE 90.
       01 WS-SafetyDays PIC 9(3) VALUE 7.
       01 WS-CoverDays PIC 9(3) VALUE 30.
       01 CategoryTable.
           02 CatCount PIC 99 VALUE ZERO.
           02 CategoryEntry OCCURS 50 TIMES.
               03 CatProdName PIC X(10).
               03 CatUnitPrice PIC 9(4)V99.
               03 CatDiscount PIC V999.
       01 WS-CatLoadOK PIC X.
       01 CatIdx PIC 99.
       01 StockTable.
           02 StockEntry OCCURS 50 TIMES.
               03 ST-Receipts PIC 9(7).
               03 ST-Issues PIC 9(7).
               03 ST-Demand PIC 9(7).
               03 ST-OnOrder PIC 9(7).
       01 SupTable.
           02 WS-SupCount PIC 9(3) VALUE ZERO.
           02 SupEntry OCCURS 200 TIMES
                   DEPENDING ON WS-SupCount.
               03 SP-Code PIC X(4).
      *> Distinte base dei kit, da BOMLOAD: il kit non si ordina,
      *> si riordinano i suoi componenti sulle loro righe.
       01 BomTable.
           02 BomCount PIC 9(3).
           02 BomLine OCCURS 200 TIMES.
               03 BL-Kit PIC X(10).
               03 BL-Comp PIC X(10).
               03 BL-Qty PIC 9(3).
       01 WS-BomLoadOK PIC X.
       01 B PIC 9(3).
       01 WS-IsKit PIC X.
       01 K PIC 9(3).
       01 WS-AskSup PIC X(4).
       01 WS-SupFound PIC X.
       01 WS-OnHand PIC S9(7).
       01 WS-Position PIC S9(7).
       01 WS-AvgDaily PIC 9(5)V999.
       01 WS-UseSafety PIC 9(3).
       01 WS-ROP PIC 9(7).
       01 WS-OrderQty PIC S9(7).
       01 WS-Packs PIC 9(7).
       01 WS-PackRem PIC 9(5).
       01 WS-OrderSup PIC X(4).
       01 WS-OrderValue PIC 9(9)V99.
       01 WS-TotalValue PIC 9(9)V99 VALUE ZERO.
       01 ReportHeading.
           02 FILLER PIC X(26) VALUE "REORDER PROPOSAL  run of ".
           02 PrnToday PIC 9(8).
           02 FILLER PIC X(17) VALUE "  demand window ".
           02 PrnWindow PIC ZZ9.
           02 FILLER PIC X(5) VALUE " days".
       01 ColumnHeads.
           02 FILLER PIC X(50) VALUE
               "Product     OnHand OnOrder  Avg/day    ROP   Order".
           02 FILLER PIC X(50) VALUE
               " Sup    PO       Value  Note".
       01 DetailLine.
           02 PrnProd PIC X(10).
           02 PrnOnHand PIC -----,--9.
           02 PrnOnOrder PIC ZZZ,ZZ9.
           02 PrnAvg PIC ZZ,ZZ9.999.
           02 PrnROP PIC ZZZ,ZZ9.
           02 PrnQty PIC ZZZ,ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnSup PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 PrnPONum PIC X(5).
           02 PrnValue PIC ZZZ,ZZ9.99.
           02 FILLER PIC XX VALUE SPACES.
           02 PrnNote PIC X(20).
       01 TotalLine.
           02 FILLER PIC X(20) VALUE "POs raised: ".
           02 PrnGenCount PIC ZZ9.
           02 FILLER PIC X(20) VALUE "   not raised: ".
           02 PrnHoldCount PIC ZZ9.
           02 FILLER PIC X(18) VALUE "   total value: ".
           02 PrnTotalValue PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MainPara.
      *> Riordino automatico, passo batch per la catena notturna di
      *> NightlyDriver (23.cob) e opzione 3 di Purchasing (76.cob).
      *> Per ogni prodotto a catalogo: consumo medio giornaliero
      *> (scarichi 'I' di 27invmove.dat nella finestra REORDWINDOW),
      *> punto di riordino = consumo medio x (lead time + giorni di
      *> scorta di sicurezza). Se giacenza + ordinato aperto scende
      *> al punto di riordino si emette un PO al fornitore preferito
      *> di 76sourcing.dat (alternativo se il preferito non e' in
      *> anagrafica) per riportare la posizione al punto di riordino
      *> piu' REORDCOVER giorni di consumo, con lotto minimo e
      *> multipli di confezione. La proposta per il buyer va su
      *> 121reorder.rpt, ogni PO emesso anche su 23nightlog.txt.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           CALL 'RUNGET' USING WS-RunID.
           CALL 'CATLOAD' USING CategoryTable, WS-CatLoadOK.
           IF WS-CatLoadOK NOT = 'Y'
               DISPLAY "Errore: catalogo categorie non "
                   "disponibile."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LoadParms.
           CALL 'BOMLOAD' USING BomTable, WS-BomLoadOK.
           COMPUTE WS-TodayInt =
               FUNCTION INTEGER-OF-DATE(WS-TodayDate).
           COMPUTE WS-WindowStart = FUNCTION DATE-OF-INTEGER(
               WS-TodayInt - WS-WindowDays + 1).
           PERFORM LoadSuppliers.
           PERFORM ComputeStock.
           OPEN I-O PoFile.
           IF WS-PoStatus = "35"
               OPEN OUTPUT PoFile
               CLOSE PoFile
               OPEN I-O PoFile
           END-IF.
           IF WS-PoStatus NOT = "00"
               DISPLAY "Purchase order file not available."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM TallyOpenPOs.
           OPEN INPUT SourcingFile.
           OPEN OUTPUT ProposalFile.
           MOVE WS-TodayDate TO PrnToday.
           MOVE WS-WindowDays TO PrnWindow.
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING PAGE.
           WRITE PrintLine FROM ColumnHeads AFTER ADVANCING 2 LINES.
           PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > CatCount
               IF CatProdName(CatIdx) NOT = "FREIGHT"
                   PERFORM ReviewProduct
               END-IF
           END-PERFORM.
           MOVE WS-GenCount TO PrnGenCount.
           MOVE WS-HoldCount TO PrnHoldCount.
           MOVE WS-TotalValue TO PrnTotalValue.
           WRITE PrintLine FROM TotalLine AFTER ADVANCING 2 LINES.
           CLOSE SourcingFile, ProposalFile, PoFile.
           DISPLAY "Reorder run: " WS-GenCount " POs raised, "
               WS-HoldCount " below reorder point not raised, "
               "proposal on 121reorder.rpt.".
           GOBACK.

       LoadParms.
           MOVE "REORDWINDOW" TO WS-ParmKey.
           CALL 'PARMGET' USING WS-ParmKey, WS-ParmValue,
               WS-ParmFound.
           IF WS-ParmFound = 'Y' AND WS-ParmValue(1:3) IS NUMERIC
               MOVE WS-ParmValue(1:3) TO WS-WindowDays
           END-IF.
           IF WS-WindowDays = ZERO
               MOVE 90 TO WS-WindowDays
           END-IF.
           MOVE "REORDSAFE" TO WS-ParmKey.
           CALL 'PARMGET' USING WS-ParmKey, WS-ParmValue,
               WS-ParmFound.
           IF WS-ParmFound = 'Y' AND WS-ParmValue(1:3) IS NUMERIC
               MOVE WS-ParmValue(1:3) TO WS-SafetyDays
           END-IF.
           MOVE "REORDCOVER" TO WS-ParmKey.
           CALL 'PARMGET' USING WS-ParmKey, WS-ParmValue,
               WS-ParmFound.
           IF WS-ParmFound = 'Y' AND WS-ParmValue(1:3) IS NUMERIC
               MOVE WS-ParmValue(1:3) TO WS-CoverDays
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
                       ADD 1 TO WS-SupCount
                       MOVE SupCode TO SP-Code(WS-SupCount)
               END-READ
           END-PERFORM.
           CLOSE SupplierFile.

       CheckSupplier.
           MOVE 'N' TO WS-SupFound.
           IF WS-AskSup = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-SupCount
               IF SP-Code(K) = WS-AskSup
                   MOVE 'Y' TO WS-SupFound
               END-IF
           END-PERFORM.

       ComputeStock.
           PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > CatCount
               MOVE ZERO TO ST-Receipts(CatIdx) ST-Issues(CatIdx)
                   ST-Demand(CatIdx) ST-OnOrder(CatIdx)
           END-PERFORM.
           OPEN INPUT MoveFile.
           IF WS-MoveStatus NOT = "00"
               CLOSE MoveFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ MoveFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM TallyMovement
               END-READ
           END-PERFORM.
           CLOSE MoveFile.

       TallyMovement.
           *> Giacenza come in Purchasing; la domanda sono solo gli
           *> scarichi 'I' nella finestra, non le rettifiche.
           PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > CatCount
               IF CatProdName(CatIdx) = MovProdName
                   EVALUATE MovType
                       WHEN 'T' CONTINUE
                       WHEN 'R' ADD MovQty TO ST-Receipts(CatIdx)
                       WHEN 'A' ADD MovQty TO ST-Receipts(CatIdx)
                       WHEN OTHER
                           ADD MovQty TO ST-Issues(CatIdx)
                   END-EVALUATE
                   IF MovType = 'I' AND MovDate >= WS-WindowStart
                           AND MovDate <= WS-TodayDate
                       ADD MovQty TO ST-Demand(CatIdx)
                   END-IF
               END-IF
           END-PERFORM.

       TallyOpenPOs.
           *> L'ordinato non ancora ricevuto conta nella posizione:
           *> un PO emesso ieri non si riemette stanotte.
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
                       NOT AT END
                           IF POOpen
                               PERFORM AddOnOrder
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       AddOnOrder.
           PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > CatCount
               IF CatProdName(CatIdx) = POProdName
                       AND POQty > PORecQty
                   COMPUTE ST-OnOrder(CatIdx) =
                       ST-OnOrder(CatIdx) + POQty - PORecQty
               END-IF
           END-PERFORM.

       ReviewProduct.
           MOVE 'N' TO WS-IsKit.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > BomCount
               IF BL-Kit(B) = CatProdName(CatIdx)
                   MOVE 'Y' TO WS-IsKit
               END-IF
           END-PERFORM.
           IF WS-IsKit = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO DetailLine.
           MOVE CatProdName(CatIdx) TO PrnProd.
           COMPUTE WS-OnHand =
               ST-Receipts(CatIdx) - ST-Issues(CatIdx).
           COMPUTE WS-Position = WS-OnHand + ST-OnOrder(CatIdx).
           MOVE WS-OnHand TO PrnOnHand.
           MOVE ST-OnOrder(CatIdx) TO PrnOnOrder.
           COMPUTE WS-AvgDaily ROUNDED =
               ST-Demand(CatIdx) / WS-WindowDays.
           MOVE WS-AvgDaily TO PrnAvg.
           MOVE ZERO TO WS-ROP WS-OrderQty WS-OrderValue.
           MOVE CatProdName(CatIdx) TO SrcProd.
           MOVE 'Y' TO WS-SrcFound.
           READ SourcingFile
               INVALID KEY MOVE 'N' TO WS-SrcFound
           END-READ.
           IF WS-SrcFound = 'N'
               MOVE ZERO TO PrnROP PrnQty PrnValue
               IF WS-AvgDaily > ZERO OR WS-OnHand <= ZERO
                   MOVE "NO SOURCING" TO PrnNote
                   ADD 1 TO WS-HoldCount
                   WRITE PrintLine FROM DetailLine
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE SrcSafetyDays TO WS-UseSafety.
           IF WS-UseSafety = ZERO
               MOVE WS-SafetyDays TO WS-UseSafety
           END-IF.
           *> Arrotondato per eccesso al pezzo intero.
           COMPUTE WS-ROP = WS-AvgDaily
               * (SrcLeadDays + WS-UseSafety) + 0.999.
           MOVE WS-ROP TO PrnROP.
           IF WS-AvgDaily = ZERO OR WS-Position > WS-ROP
               MOVE ZERO TO PrnQty PrnValue
               IF WS-AvgDaily = ZERO
                   MOVE "no demand" TO PrnNote
               END-IF
               WRITE PrintLine FROM DetailLine
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-OrderQty = WS-ROP
               + WS-AvgDaily * WS-CoverDays + 0.999 - WS-Position.
           IF WS-OrderQty < SrcMinQty
               MOVE SrcMinQty TO WS-OrderQty
           END-IF.
           IF SrcPackSize > 1
               DIVIDE WS-OrderQty BY SrcPackSize GIVING WS-Packs
                   REMAINDER WS-PackRem
               IF WS-PackRem > ZERO
                   ADD 1 TO WS-Packs
               END-IF
               COMPUTE WS-OrderQty = WS-Packs * SrcPackSize
           END-IF.
           IF WS-OrderQty > 99999
               MOVE 99999 TO WS-OrderQty
           END-IF.
           MOVE WS-OrderQty TO PrnQty.
           COMPUTE WS-OrderValue = WS-OrderQty * SrcPrice.
           MOVE WS-OrderValue TO PrnValue.
           PERFORM ChooseSupplier.
           IF WS-OrderSup = SPACES
               MOVE "NO VALID SUPPLIER" TO PrnNote
               ADD 1 TO WS-HoldCount
               WRITE PrintLine FROM DetailLine
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OrderSup TO PrnSup.
           IF WS-OrderSup NOT = SrcPrefSup
               MOVE "alternate supplier" TO PrnNote
           END-IF.
           PERFORM RaisePO.
           WRITE PrintLine FROM DetailLine.

       ChooseSupplier.
           MOVE SPACES TO WS-OrderSup.
           MOVE SrcPrefSup TO WS-AskSup.
           PERFORM CheckSupplier.
           IF WS-SupFound = 'Y'
               MOVE SrcPrefSup TO WS-OrderSup
               EXIT PARAGRAPH
           END-IF.
           MOVE SrcAltSup TO WS-AskSup.
           PERFORM CheckSupplier.
           IF WS-SupFound = 'Y'
               MOVE SrcAltSup TO WS-OrderSup
           END-IF.

       RaisePO.
           CALL 'IDNEXT' USING WS-IDSeries, PONum, WS-IDStatus.
           IF WS-IDStatus = 'Y'
               MOVE "PO SERIES EXHAUSTED" TO PrnNote
               ADD 1 TO WS-HoldCount
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OrderSup TO POSupCode.
           MOVE CatProdName(CatIdx) TO POProdName.
           MOVE WS-OrderQty TO POQty.
           MOVE WS-TodayDate TO PODate.
           MOVE 'O' TO POStatus.
           MOVE ZERO TO PORecQty.
           COMPUTE POPromDate = FUNCTION DATE-OF-INTEGER(
               WS-TodayInt + SrcLeadDays).
           MOVE ZERO TO POCancelDate.
           WRITE PurchOrderData
               INVALID KEY
                   MOVE "PO NUMBER ON FILE" TO PrnNote
                   ADD 1 TO WS-HoldCount
               NOT INVALID KEY
                   ADD 1 TO WS-GenCount
                   ADD WS-OrderValue TO WS-TotalValue
                   MOVE PONum TO PrnPONum
                   PERFORM LogRaised
           END-WRITE.

       LogRaised.
           *> Stesso formato del LogStep di NightlyDriver: "RUN
           *> nnnnn" alle colonne 19-27.
           OPEN EXTEND NightLog.
           IF WS-LogStatus = "35"
               OPEN OUTPUT NightLog
               CLOSE NightLog
               OPEN EXTEND NightLog
           END-IF.
           ACCEPT WS-NowTime FROM TIME.
           MOVE SPACES TO LogLine.
           STRING WS-TodayDate " " WS-NowTime " RUN " WS-RunID
               " REORDER PO " PONum " " POSupCode " "
               POProdName " x " POQty
               DELIMITED BY SIZE INTO LogLine
           END-STRING.
           WRITE LogLine.
           CLOSE NightLog.
