           SELECT ShipRegFile ASSIGN TO "58shipreg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ShipRegStatus.
           SELECT CategoryCatalog ASSIGN TO "16category.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CatalogStatus.
           SELECT ShipLotFile ASSIGN TO "58shiplot.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ShipLotStatus.
           SELECT PickReport ASSIGN TO "58picklist.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       01 DeliveryLine PIC X(70).
       FD ShipRegFile.
       COPY "SHIPREC.cpy".
       FD ShipLotFile.
       COPY "SHIPLOT.cpy".
       FD CategoryCatalog.
       01 CatalogRecord.
           02 CatRecName PIC X(10).
           02 CatRecPrice PIC 9(4)V99.
           02 CatRecDiscount PIC V999.
           02 CatRecTaxClass PIC X(2).
           02 CatRecWeight PIC 9(3)V99.
       FD PickReport.
       01 PrintLine PIC X(60).
       WORKING-STORAGE SECTION.
       01 WS-CustStatus PIC XX.
       01 WS-DelivStatus PIC XX.
       01 WS-ShipRegStatus PIC XX.
       01 WS-ShipLotStatus PIC XX.
       01 WS-CatalogStatus PIC XX.
       01 WS-CatEOF PIC X.
       01 WS-UnitWeight PIC 9(3)V99.
       01 WS-ShipWeight PIC 9(5)V99.
       01 WS-ShipProv PIC X(2).
       01 WS-ShipCountry PIC X(2).
       01 WS-ShipZone PIC X(2).
       01 WS-Freight PIC 9(5)V99.
       01 WS-FreightFound PIC X.
       01 WS-CallFirst PIC X(20).
       01 WS-CallMiddle PIC X(20) VALUE SPACES.
       01 WS-CallLast PIC X(20).
       *> Righe appena spedite, per la bolla di consegna.
       01 DelivTable.
           02 WS-DelivCount PIC 99 VALUE ZERO.
           02 DelivEntry OCCURS 40 TIMES
                   DEPENDING ON WS-DelivCount.
               03 DV-Kind PIC X.
                   88 DV-KitHead VALUE 'K'.
                   88 DV-KitComp VALUE 'C'.
               03 DV-Prod PIC X(10).
               03 DV-Qty PIC 9(5).
               03 DV-Lot PIC X(12).
               03 DV-Expiry PIC 9(8).
       01 WS-DelivIdx PIC 99.
       01 DelivHeading.
           02 FILLER PIC X(21) VALUE "DELIVERY NOTE  order ".
           02 FILLER PIC X(9) VALUE SPACE.
           02 PrnDelivAddr PIC X(30).
       01 DelivDetailLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnDelivMark PIC X(2).
           02 PrnDelivProd PIC X(10).
           02 FILLER PIC X(12) VALUE "  shipped   ".
           02 PrnDelivQty PIC ZZZZ9.
           02 FILLER PIC X(6) VALUE "  lot ".
           02 PrnDelivLot PIC X(12).
           02 FILLER PIC X(6) VALUE "  exp ".
           02 PrnDelivExp PIC X(8).
       01 DelivCarrierLine.
           02 FILLER PIC X(9) VALUE "Carrier: ".
           02 PrnCarrier PIC X(10).
           02 FILLER PIC X(11) VALUE "  tracking ".
           02 PrnTracking PIC X(15).
       01 DelivWeightLine.
           02 FILLER PIC X(9) VALUE "Weight : ".
           02 PrnShipWeight PIC ZZ,ZZ9.99.
           02 FILLER PIC X(9) VALUE " kg zone ".
           02 PrnShipZone PIC X(2).
       01 WS-BOSeries PIC X(4) VALUE "BO  ".
       01 WS-BOIDStatus PIC X.
       01 Choice PIC 9.
       01 WS-OrdExists PIC X.
       01 WS-ShipQty PIC 9(3).
       01 WS-TotShipped PIC 9(5).
      *> Avviso e-mail al cliente (NOTIFY).
       01 WS-NtfEvent PIC X(8) VALUE "SHIPPED".
       01 WS-NtfDetail PIC X(60).
       01 WS-NtfStatus PIC X.
       *> Righe spedite corte, tenute da parte: i backorder si
       *> scrivono SOLO dopo che l'ordine e' davvero passato a
       *> 'S', altrimenti un ordine rimasto 'P' verrebbe rifatto
           02 CovEntry OCCURS 200 TIMES
                   DEPENDING ON WS-CovCount.
               03 CV-OrdNum PIC 9(5).
       *> Righe dell'ordine con i kit gia' esplosi nei componenti:
       *> copertura e picking lavorano sui pezzi a scaffale.
       01 OrdLineTable.
           02 WS-OLCount PIC 99 VALUE ZERO.
           02 OLEntry OCCURS 60 TIMES
                   DEPENDING ON WS-OLCount.
               03 OL-Prod PIC X(10).
               03 OL-Qty PIC 9(5).
       01 K PIC 9(3).
       01 L PIC 99.
       01 WS-Covered PIC X.
       01 WS-FindLoc PIC X(3).
       01 WS-BestQty PIC S9(7).
       01 WS-ShipLoc PIC X(3).
       *> Magazzino "in viaggio" dei trasferimenti (159.cob): la
       *> merce li' non si preleva ne' si spedisce.
       01 WS-TransitLoc PIC X(3) VALUE "TRN".
       *> Giacenza per lotto da LOTLOAD: il prelievo segue la regola
       *> FEFO di LOTPICK (scade prima, esce prima).
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
       01 WS-AnyLoc PIC X(3) VALUE SPACES.
       01 WS-PickLeft PIC 9(6).
       01 WS-PickTake PIC 9(6).
       01 WS-ShipLeft PIC 9(5).
       01 WS-IssQty PIC 9(5).
       01 WS-IssProd PIC X(10).
       01 WS-IssNeed PIC 9(5).
       01 WS-DelivKind PIC X.
       01 BomTable.
           02 BomCount PIC 9(3).
           02 BomLine OCCURS 200 TIMES.
               03 BL-Kit PIC X(10).
               03 BL-Comp PIC X(10).
               03 BL-Qty PIC 9(3).
       01 WS-BomLoadOK PIC X.
       01 B PIC 9(3).
       01 WS-IsKit PIC X.
       01 WS-WgtProd PIC X(10).
       01 WS-KitWeight PIC 9(5)V99.
       01 WS-IssLot PIC X(12).
       01 WS-IssExpiry PIC 9(8).
       01 PickTable.
           02 WS-PickCount PIC 99 VALUE ZERO.
           02 PickEntry OCCURS 50 TIMES
           02 PrnPickQty PIC ZZZ,ZZ9.
           02 FILLER PIC X(12) VALUE "  pick from ".
           02 PrnPickLoc PIC X(3).
       01 PickLotLine.
           02 FILLER PIC X(8) VALUE "    lot ".
           02 PrnPickLot PIC X(12).
           02 FILLER PIC X(6) VALUE "  exp ".
           02 PrnPickExp PIC X(8).
           02 FILLER PIC X(6) VALUE "  loc ".
           02 PrnLotLoc PIC X(3).
           02 FILLER PIC X(6) VALUE "  qty ".
           02 PrnLotQty PIC ZZZ,ZZ9.
       01 PickDetailLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnOrdNum PIC 9(5).
           02 FILLER PIC X(7) VALUE "  qty  ".
           02 PrnOrdQty PIC ZZZZ9.
           02 PrnOrdKit PIC X(20).
       PROCEDURE DIVISION.
       StartPara.
           CALL 'BOMLOAD' USING BomTable, WS-BomLoadOK.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "WAREHOUSE"
           MOVE ZERO TO WS-PickCount.
           MOVE ZERO TO WS-CovCount.
           PERFORM LoadStockTable.
           CALL 'LOTLOAD' USING LotTable, WS-LotStatus.
           PERFORM ScanWaitingOrders.
           CLOSE OrderFile, OrdLineFile.
           IF WS-PickCount = ZERO
               PERFORM FindBestLocation
               WRITE PrintLine FROM PickProdLine AFTER
                   ADVANCING 2 LINES
               PERFORM ListLotsForProduct
               PERFORM ListOrdersForProduct
           END-PERFORM.
           CLOSE PickReport.
               END-READ
           END-PERFORM.
           CLOSE MoveFile.
           *> La merce in viaggio fra magazzini non copre ordini.
           PERFORM VARYING WS-LocIdx FROM 1 BY 1
                   UNTIL WS-LocIdx > WS-LocCount
               IF LN-Loc(WS-LocIdx) = WS-TransitLoc
                   PERFORM VARYING WS-StockIdx FROM 1 BY 1
                           UNTIL WS-StockIdx > WS-StockCount
                       SUBTRACT LB-Qty(WS-StockIdx, WS-LocIdx) FROM
                           SK-Avail(WS-StockIdx)
                   END-PERFORM
               END-IF
           END-PERFORM.

       TallyLocStock.
           MOVE MovLoc TO WS-FindLoc.
           END-IF.

       FindBestLocation.
           *> FEFO: si preleva dal magazzino che tiene il lotto in
           *> scadenza piu' vicina, non piu' da quello col saldo
           *> maggiore. Senza lotti si ricade sul saldo piu' alto.
           MOVE SPACES TO PrnPickLoc.
           CALL 'LOTPICK' USING LotTable, PK-ProdName(I), WS-AnyLoc,
               WS-LotIdx.
           IF WS-LotIdx > ZERO
               MOVE LotLoc(WS-LotIdx) TO PrnPickLoc
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-BestQty.
           MOVE PK-ProdName(I) TO WS-FindProd.
           PERFORM VARYING WS-StockIdx FROM 1 BY 1
           PERFORM VARYING WS-LocIdx FROM 1 BY 1
                   UNTIL WS-LocIdx > WS-LocCount
               IF LB-Qty(WS-StockIdx, WS-LocIdx) > WS-BestQty
                       AND LN-Loc(WS-LocIdx) NOT = WS-TransitLoc
                   MOVE LB-Qty(WS-StockIdx, WS-LocIdx) TO
                       WS-BestQty
                   MOVE LN-Loc(WS-LocIdx) TO PrnPickLoc
               END-IF
           END-PERFORM.

       ListLotsForProduct.
           *> Una riga per lotto, in ordine FEFO, fino a coprire il
           *> totale da prelevare. La tabella lotti e' una copia di
           *> lavoro ricaricata a ogni lista: qui si consuma.
           MOVE PK-Qty(I) TO WS-PickLeft.
           PERFORM UNTIL WS-PickLeft = ZERO
               CALL 'LOTPICK' USING LotTable, PK-ProdName(I),
                   WS-AnyLoc, WS-LotIdx
               IF WS-LotIdx = ZERO
                   MOVE ZERO TO WS-PickLeft
               ELSE
                   PERFORM PrintOneLot
               END-IF
           END-PERFORM.

       PrintOneLot.
           IF LotQty(WS-LotIdx) < WS-PickLeft
               MOVE LotQty(WS-LotIdx) TO WS-PickTake
           ELSE
               MOVE WS-PickLeft TO WS-PickTake
           END-IF.
           SUBTRACT WS-PickTake FROM LotQty(WS-LotIdx).
           SUBTRACT WS-PickTake FROM WS-PickLeft.
           IF LotNum(WS-LotIdx) = SPACES
               MOVE "(none)" TO PrnPickLot
           ELSE
               MOVE LotNum(WS-LotIdx) TO PrnPickLot
           END-IF.
           IF LotExpiry(WS-LotIdx) = ZERO
               MOVE SPACES TO PrnPickExp
           ELSE
               MOVE LotExpiry(WS-LotIdx) TO PrnPickExp
           END-IF.
           MOVE LotLoc(WS-LotIdx) TO PrnLotLoc.
           MOVE WS-PickTake TO PrnLotQty.
           WRITE PrintLine FROM PickLotLine AFTER
               ADVANCING 1 LINE.

       FindStockEntry.
           PERFORM VARYING WS-StockIdx FROM 1 BY 1
                   UNTIL WS-StockIdx > WS-StockCount
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-LineEOF.
           PERFORM UNTIL WS-LineEOF = 'Y' OR WS-OLCount >= 60
               READ OrdLineFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-LineEOF
                   NOT AT END
                       IF OrdLineOrd NOT = OrdNum
                           MOVE 'Y' TO WS-LineEOF
                       ELSE
                           PERFORM AddOrderLineEntries
                       END-IF
               END-READ
           END-PERFORM.

       AddOrderLineEntries.
           MOVE 'N' TO WS-IsKit.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > BomCount
               IF BL-Kit(B) = OrdLineProd AND WS-OLCount < 60
                   MOVE 'Y' TO WS-IsKit
                   ADD 1 TO WS-OLCount
                   MOVE BL-Comp(B) TO OL-Prod(WS-OLCount)
                   COMPUTE OL-Qty(WS-OLCount) =
                       OrdLineQty * BL-Qty(B)
               END-IF
           END-PERFORM.
           IF WS-IsKit = 'N' AND WS-OLCount < 60
               ADD 1 TO WS-OLCount
               MOVE OrdLineProd TO OL-Prod(WS-OLCount)
               MOVE OrdLineQty TO OL-Qty(WS-OLCount)
           END-IF.

       CheckOrderCoverage.
           *> Le righe vengono provate sottraendo dalla giacenza
           *> residua: se una va sotto zero l'ordine non e' coperto
                           IF OrdLineProd = PK-ProdName(I)
                               MOVE OrdNum TO PrnOrdNum
                               MOVE OrdLineQty TO PrnOrdQty
                               MOVE SPACES TO PrnOrdKit
                               WRITE PrintLine FROM
                                   PickDetailLine AFTER
                                   ADVANCING 1 LINE
                           ELSE
                               PERFORM ListKitLineForProduct
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ListKitLineForProduct.
           *> Riga di un kit che contiene il prodotto in lista.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > BomCount
               IF BL-Kit(B) = OrdLineProd
                       AND BL-Comp(B) = PK-ProdName(I)
                   MOVE OrdNum TO PrnOrdNum
                   COMPUTE PrnOrdQty = OrdLineQty * BL-Qty(B)
                   MOVE SPACES TO PrnOrdKit
                   STRING "  for kit " OrdLineProd
                       DELIMITED BY SIZE INTO PrnOrdKit
                   END-STRING
                   WRITE PrintLine FROM PickDetailLine AFTER
                       ADVANCING 1 LINE
               END-IF
           END-PERFORM.

       ConfirmShipment.
           OPEN I-O OrderFile.
           IF WS-OrderStatus NOT = "00"
           IF WS-ShipLoc = SPACES
               MOVE "MAG" TO WS-ShipLoc
           END-IF.
           IF WS-ShipLoc = WS-TransitLoc
               DISPLAY "Stock in transit cannot be shipped."
               CLOSE OrderFile, OrdLineFile
               EXIT PARAGRAPH
           END-IF.
           CALL 'LOTLOAD' USING LotTable, WS-LotStatus.
           IF WS-LotStatus = 'F'
               DISPLAY "Warning: lot table full, lot balances are "
                   "partial."
           END-IF.
           DISPLAY "Carrier : " WITH NO ADVANCING.
           ACCEPT ShpCarrier.
           DISPLAY "Tracking reference : " WITH NO ADVANCING.
           ACCEPT ShpTracking.
           MOVE ZERO TO WS-TotShipped WS-ShipWeight.
           MOVE ZERO TO WS-DelivCount.
           MOVE ZERO TO WS-ShortCount.
           PERFORM ShipOrderLines.
           ELSE
               MOVE SPACES TO FirstName LastName Addr
           END-IF.
           MOVE AddrProv TO WS-ShipProv.
           MOVE AddrCountry TO WS-ShipCountry.
           CLOSE CustomerFIle.
           PERFORM ComputeFreight.
           MOVE FirstName TO WS-CallFirst.
           MOVE LastName TO WS-CallLast.
           CALL 'NAMEFMT' USING WS-CallFirst, WS-CallMiddle,
                   UNTIL WS-DelivIdx > WS-DelivCount
               MOVE DV-Prod(WS-DelivIdx) TO PrnDelivProd
               MOVE DV-Qty(WS-DelivIdx) TO PrnDelivQty
               MOVE DV-Lot(WS-DelivIdx) TO PrnDelivLot
               MOVE SPACES TO PrnDelivMark
               IF DV-KitHead(WS-DelivIdx)
                   MOVE "(kit)" TO PrnDelivLot
               END-IF
               IF DV-KitComp(WS-DelivIdx)
                   MOVE "+ " TO PrnDelivMark
               END-IF
               IF DV-Expiry(WS-DelivIdx) = ZERO
                   MOVE SPACES TO PrnDelivExp
               ELSE
                   MOVE DV-Expiry(WS-DelivIdx) TO PrnDelivExp
               END-IF
               WRITE DeliveryLine FROM DelivDetailLine AFTER
                   ADVANCING 1 LINE
           END-PERFORM.
           MOVE ShpTracking TO PrnTracking.
           WRITE DeliveryLine FROM DelivCarrierLine AFTER
           ADVANCING 2 LINES.
           MOVE WS-ShipWeight TO PrnShipWeight.
           MOVE WS-ShipZone TO PrnShipZone.
           WRITE DeliveryLine FROM DelivWeightLine AFTER
           ADVANCING 1 LINE.
           CLOSE DeliveryFile.
           DISPLAY "Delivery note written to 58delivery.prt".

       ComputeFreight.
           *> Nolo dalla tariffa del vettore per zona e peso: si
           *> registra sulla spedizione e la fattura lo addebita.
           CALL 'FRTCALC' USING ShpCarrier, WS-ShipProv,
               WS-ShipCountry, WS-ShipWeight, WS-ShipZone,
               WS-Freight, WS-FreightFound.
           IF WS-FreightFound = 'N'
               DISPLAY "Warning: no freight rate for carrier "
                   ShpCarrier " zone " WS-ShipZone
                   ", freight not charged."
           ELSE
               DISPLAY "Freight " WS-Freight " (" WS-ShipWeight
                   " kg, zone " WS-ShipZone ")."
           END-IF.

       WriteShipRegister.
           OPEN EXTEND ShipRegFile.
           IF WS-ShipRegStatus = "35"
           MOVE OrdCustID TO ShpCustID.
           ACCEPT ShpDate FROM DATE YYYYMMDD.
           MOVE WS-TotShipped TO ShpUnits.
           MOVE WS-ShipWeight TO ShpWeight.
           MOVE WS-ShipZone TO ShpZone.
           MOVE WS-Freight TO ShpFreight.
           MOVE SPACES TO WS-NtfDetail.
           STRING "Corriere " FUNCTION TRIM(ShpCarrier)
               ", tracking " FUNCTION TRIM(ShpTracking) "."
               DELIMITED BY SIZE INTO WS-NtfDetail
           END-STRING.
           WRITE ShipRegData.
           CLOSE ShipRegFile.
           CALL 'NOTIFY' USING WS-NtfEvent, OrdCustID, OrdNum,
               WS-NtfDetail, WS-NtfStatus.

       ShipOrderLines.
           MOVE OrdNum TO OrdLineOrd.
           END-REWRITE.
           IF WS-ShipQty > ZERO
               ADD WS-ShipQty TO WS-TotShipped
               PERFORM AddLineWeight
               PERFORM IssueOrderLine
           END-IF.
           IF WS-ShipQty < OrdLineQty
                   AND WS-ShortCount < 20
           END-WRITE.
           CLOSE BackorderFile.

       IssueOrderLine.
           *> Il kit si spedisce e si fattura come tale, ma a
           *> magazzino escono i suoi componenti: riga di bolla del
           *> kit, poi i componenti scaricati lotto per lotto.
           MOVE 'N' TO WS-IsKit.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > BomCount
               IF BL-Kit(B) = OrdLineProd
                   MOVE 'Y' TO WS-IsKit
               END-IF
           END-PERFORM.
           IF WS-IsKit = 'N'
               MOVE OrdLineProd TO WS-IssProd
               MOVE WS-ShipQty TO WS-IssNeed
               MOVE SPACE TO WS-DelivKind
               PERFORM IssueLotsFefo
               EXIT PARAGRAPH
           END-IF.
           IF WS-DelivCount < 40
               ADD 1 TO WS-DelivCount
               MOVE 'K' TO DV-Kind(WS-DelivCount)
               MOVE OrdLineProd TO DV-Prod(WS-DelivCount)
               MOVE WS-ShipQty TO DV-Qty(WS-DelivCount)
               MOVE SPACES TO DV-Lot(WS-DelivCount)
               MOVE ZERO TO DV-Expiry(WS-DelivCount)
           END-IF.
           MOVE 'C' TO WS-DelivKind.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > BomCount
               IF BL-Kit(B) = OrdLineProd
                   MOVE BL-Comp(B) TO WS-IssProd
                   COMPUTE WS-IssNeed = WS-ShipQty * BL-Qty(B)
                   PERFORM IssueLotsFefo
               END-IF
           END-PERFORM.

       IssueLotsFefo.
           *> La riga spedita si scarica lotto per lotto in FEFO dal
           *> magazzino di spedizione: un movimento, una riga di bolla
           *> e una registrazione 58shiplot.dat per ogni lotto, cosi'
           *> un richiamo ritrova i clienti. Quel che i lotti non
           *> coprono esce come merce non tracciata.
           MOVE WS-IssNeed TO WS-ShipLeft.
           PERFORM UNTIL WS-ShipLeft = ZERO
               CALL 'LOTPICK' USING LotTable, WS-IssProd,
                   WS-ShipLoc, WS-LotIdx
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
               IF WS-DelivCount < 40
                   ADD 1 TO WS-DelivCount
                   MOVE WS-DelivKind TO DV-Kind(WS-DelivCount)
                   MOVE WS-IssProd TO DV-Prod(WS-DelivCount)
                   MOVE WS-IssQty TO DV-Qty(WS-DelivCount)
                   MOVE WS-IssLot TO DV-Lot(WS-DelivCount)
                   MOVE WS-IssExpiry TO DV-Expiry(WS-DelivCount)
               END-IF
               PERFORM PostIssueMovement
               PERFORM LogShipLot
           END-PERFORM.

       LogShipLot.
           OPEN EXTEND ShipLotFile.
           IF WS-ShipLotStatus = "35"
               OPEN OUTPUT ShipLotFile
               CLOSE ShipLotFile
               OPEN EXTEND ShipLotFile
           END-IF.
           MOVE OrdNum TO SlOrdNum.
           MOVE OrdCustID TO SlCustID.
           MOVE MovDate TO SlDate.
           MOVE WS-IssProd TO SlProd.
           MOVE WS-IssLot TO SlLot.
           MOVE WS-IssExpiry TO SlExpiry.
           MOVE WS-ShipLoc TO SlLoc.
           MOVE WS-IssQty TO SlQty.
           WRITE ShipLotData.
           CLOSE ShipLotFile.

       PostIssueMovement.
           *> La spedizione scarica il magazzino: cosi' giacenze e
           *> stato ordine non divergono piu'.
               CLOSE MoveFile
               OPEN EXTEND MoveFile
           END-IF.
           MOVE WS-IssProd TO MovProdName.
           MOVE 'I' TO MovType.
           MOVE WS-IssQty TO MovQty.
           ACCEPT MovDate FROM DATE YYYYMMDD.
           MOVE WS-ShipLoc TO MovLoc.
           MOVE SPACES TO MovLocTo.
           MOVE WS-IssLot TO MovLot.
           MOVE WS-IssExpiry TO MovExpiry.
           WRITE MoveData.
           CLOSE MoveFile.

       AddLineWeight.
           *> Peso unitario dal catalogo; prodotti senza peso non
           *> pesano sul nolo. Un kit senza peso suo pesa quanto i
           *> suoi componenti.
           MOVE OrdLineProd TO WS-WgtProd.
           PERFORM FindUnitWeight.
           MOVE WS-UnitWeight TO WS-KitWeight.
           IF WS-KitWeight = ZERO
               PERFORM VARYING B FROM 1 BY 1 UNTIL B > BomCount
                   IF BL-Kit(B) = OrdLineProd
                       MOVE BL-Comp(B) TO WS-WgtProd
                       PERFORM FindUnitWeight
                       COMPUTE WS-KitWeight = WS-KitWeight
                           + WS-UnitWeight * BL-Qty(B)
                   END-IF
               END-PERFORM
           END-IF.
           COMPUTE WS-ShipWeight = WS-ShipWeight
               + WS-KitWeight * WS-ShipQty.

       FindUnitWeight.
           MOVE ZERO TO WS-UnitWeight.
           OPEN INPUT CategoryCatalog.
           IF WS-CatalogStatus NOT = "00"
               CLOSE CategoryCatalog
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-CatEOF.
           PERFORM UNTIL WS-CatEOF = 'Y'
               READ CategoryCatalog
                   AT END MOVE 'Y' TO WS-CatEOF
                   NOT AT END
                       IF CatRecName = WS-WgtProd
                           IF CatRecWeight IS NUMERIC
                               MOVE CatRecWeight TO WS-UnitWeight
                           END-IF
                           MOVE 'Y' TO WS-CatEOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CategoryCatalog.
