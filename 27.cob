       FD MoveFile.
       COPY "MOVEREC.cpy".
       FD OnHandReport.
       01 PrintLine PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-MoveStatus PIC XX.
       01 WS-RelQty PIC 9(5).
               03 OH-Receipts PIC 9(7).
               03 OH-Issues PIC 9(7).
               03 OH-Balance PIC S9(7).
               03 OH-Transit PIC S9(7).
       77 ReorderMin PIC 9(3) VALUE 10.
       01 LocNames.
           02 WS-LocCount PIC 99 VALUE ZERO.
               03 LB-Qty OCCURS 10 TIMES PIC S9(7).
       01 WS-LocIdx PIC 99.
       01 WS-FindLoc PIC X(3).
       *> Magazzino "in viaggio" dei trasferimenti (159.cob): ci
       *> entra ed esce solo TransferOrders.
       01 WS-TransitLoc PIC X(3) VALUE "TRN".
       *> Giacenza per lotto (LOTLOAD) per segnalare la merce che
       *> scade entro SYSPARM EXPWARNDAYS giorni.
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
       01 WS-ParmKey PIC X(12).
       01 WS-ParmValue PIC X(20).
       01 WS-ParmFound PIC X.
       01 WS-WarnDays PIC 9(3).
       01 WS-TodayDate PIC 9(8).
       01 WS-WarnDate PIC 9(8).
       *> Kit (BOMLOAD): niente giacenza propria, sul rapporto vale
       *> quanti kit si montano coi componenti a magazzino.
       01 BomTable.
           02 BomCount PIC 9(3).
           02 BomLine OCCURS 200 TIMES.
               03 BL-Kit PIC X(10).
               03 BL-Comp PIC X(10).
               03 BL-Qty PIC 9(3).
       01 WS-BomLoadOK PIC X.
       01 B PIC 9(3).
       01 CompIdx PIC 99.
       01 WS-IsKit PIC X.
       01 WS-KitBuild PIC S9(7).
       01 WS-CompBuild PIC S9(7).
       01 ReportHeading PIC X(30) VALUE "INVENTORY ON-HAND REPORT".
       01 ColHeads PIC X(50) VALUE
           "Product     Receipts   Issues   On Hand Transit".
       01 OnHandLine.
           02 PrnProdName PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnIssues PIC ZZZZZZ9.
           02 FILLER PIC XX VALUE SPACE.
           02 PrnBalance PIC -ZZZZZZ9.
           02 FILLER PIC XX VALUE SPACE.
           02 PrnTransit PIC -ZZZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnAlert PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnExpAlert PIC X(8).
       01 ExpiryLine.
           02 FILLER PIC X(8) VALUE "    lot ".
           02 PrnLot PIC X(12).
           02 FILLER PIC X(5) VALUE " loc ".
           02 PrnLotLoc PIC X(3).
           02 FILLER PIC X(5) VALUE " exp ".
           02 PrnLotExp PIC 9(8).
           02 FILLER PIC X(5) VALUE " qty ".
           02 PrnLotQty PIC -ZZZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnLotAlert PIC X(8).
       PROCEDURE DIVISION.
       StartPara.
           CALL 'CATLOAD' USING CategoryTable, WS-CatLoadOK.
                   "disponibile."
               STOP RUN
           END-IF.
           CALL 'BOMLOAD' USING BomTable, WS-BomLoadOK.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "INVENTORY LEDGER"
                   MOVE 'Y' TO WS-CatFound
               END-IF
           END-PERFORM.
           PERFORM CheckKitProduct.
           IF WS-CatFound = 'N'
               DISPLAY "Unknown product, movement refused."
           ELSE
                   IF MovLoc = SPACES
                       MOVE "MAG" TO MovLoc
                   END-IF
                   IF MovLoc = WS-TransitLoc
                       DISPLAY "Location " WS-TransitLoc
                           " holds stock in transit, refused."
                   ELSE
                       MOVE SPACES TO MovLocTo
                       PERFORM AskLot
                       PERFORM WriteMovement
                   END-IF
               END-IF
           END-IF.

       AskLot.
           *> Sul carico lotto e scadenza sono facoltativi (spazi =
           *> merce non tracciata); su scarichi e trasferimenti il
           *> lotto a spazi lascia la scelta alla regola FEFO.
           MOVE ZERO TO MovExpiry.
           IF MovType = 'R'
               DISPLAY "Lot number (blank = none) : " WITH NO
                   ADVANCING
               ACCEPT MovLot
               IF MovLot NOT = SPACES
                   DISPLAY "Expiry date YYYYMMDD (0 = none) : "
                       WITH NO ADVANCING
                   ACCEPT MovExpiry
                   IF MovExpiry NOT = ZERO AND
                       FUNCTION TEST-DATE-YYYYMMDD(MovExpiry) NOT = 0
                       DISPLAY "Invalid expiry date, recorded as "
                           "none."
                       MOVE ZERO TO MovExpiry
                   END-IF
               END-IF
           ELSE
               DISPLAY "Lot number (blank = FEFO) : " WITH NO
                   ADVANCING
               ACCEPT MovLot
           END-IF.

       CheckKitProduct.
           *> Un kit non si carica ne' si scarica: a magazzino si
           *> muovono i suoi componenti.
           MOVE 'N' TO WS-IsKit.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > BomCount
               IF BL-Kit(B) = MovProdName
                   MOVE 'Y' TO WS-IsKit
               END-IF
           END-PERFORM.
           IF WS-IsKit = 'Y'
               DISPLAY MovProdName " is a kit, move its components."
               MOVE 'N' TO WS-CatFound
           END-IF.

       WriteMovement.
                   MOVE 'Y' TO WS-CatFound
               END-IF
           END-PERFORM.
           PERFORM CheckKitProduct.
           IF WS-CatFound = 'N'
               DISPLAY "Unknown product, transfer refused."
               EXIT PARAGRAPH
                   "refused."
               EXIT PARAGRAPH
           END-IF.
           IF MovLoc = WS-TransitLoc OR MovLocTo = WS-TransitLoc
               DISPLAY "Location " WS-TransitLoc " is moved only by "
                   "transfer orders, refused."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'T' TO MovType.
           ACCEPT MovDate FROM DATE YYYYMMDD.
           PERFORM AskLot.
           PERFORM WriteMovement.

       LocOnHandRun.
               END-READ
           END-PERFORM.
           CLOSE MoveFile.
           CALL 'LOTLOAD' USING LotTable, WS-LotStatus.
           MOVE "EXPWARNDAYS" TO WS-ParmKey.
           CALL 'PARMGET' USING WS-ParmKey, WS-ParmValue,
               WS-ParmFound.
           IF WS-ParmFound = 'Y' AND WS-ParmValue(1:3) IS NUMERIC
               MOVE WS-ParmValue(1:3) TO WS-WarnDays
           ELSE
               MOVE 30 TO WS-WarnDays
           END-IF.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           COMPUTE WS-WarnDate = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TodayDate) + WS-WarnDays).

           OPEN OUTPUT OnHandReport.
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING
           PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > CatCount
               COMPUTE OH-Balance(CatIdx) =
                   OH-Receipts(CatIdx) - OH-Issues(CatIdx)
           END-PERFORM.
           PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > CatCount
               MOVE CatProdName(CatIdx) TO PrnProdName
               MOVE OH-Receipts(CatIdx) TO PrnReceipts
               MOVE OH-Issues(CatIdx) TO PrnIssues
               MOVE OH-Balance(CatIdx) TO PrnBalance
               MOVE OH-Transit(CatIdx) TO PrnTransit
               IF OH-Balance(CatIdx) < ReorderMin
                   MOVE "REORDER" TO PrnAlert
               ELSE
                   MOVE SPACES TO PrnAlert
               END-IF
               PERFORM KitFromComponents
               PERFORM CheckProductExpiry
               WRITE PrintLine FROM OnHandLine AFTER ADVANCING 1
               LINE
               IF PrnExpAlert NOT = SPACES
                   PERFORM PrintExpiringLots
               END-IF
           END-PERFORM.
           CLOSE OnHandReport.
           DISPLAY "On-hand report written to 27onhand.rpt".

       KitFromComponents.
           *> Kit: disponibile = minimo, sui componenti, di giacenza
           *> diviso quantita' a kit. Non si riordina il kit ma i
           *> componenti, quindi niente REORDER.
           MOVE 'N' TO WS-IsKit.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > BomCount
               IF BL-Kit(B) = CatProdName(CatIdx) AND BL-Qty(B) > 0
                   PERFORM VARYING CompIdx FROM 1 BY 1
                           UNTIL CompIdx > CatCount
                           OR CatProdName(CompIdx) = BL-Comp(B)
                       CONTINUE
                   END-PERFORM
                   IF CompIdx > CatCount
                       MOVE ZERO TO WS-CompBuild
                   ELSE
                       COMPUTE WS-CompBuild =
                           OH-Balance(CompIdx) / BL-Qty(B)
                   END-IF
                   IF WS-IsKit = 'N' OR WS-CompBuild < WS-KitBuild
                       MOVE WS-CompBuild TO WS-KitBuild
                   END-IF
                   MOVE 'Y' TO WS-IsKit
               END-IF
           END-PERFORM.
           IF WS-IsKit = 'Y'
               IF WS-KitBuild < ZERO
                   MOVE ZERO TO WS-KitBuild
               END-IF
               MOVE ZERO TO PrnReceipts PrnIssues PrnTransit
               MOVE WS-KitBuild TO PrnBalance
               MOVE "KIT" TO PrnAlert
           END-IF.

       CheckProductExpiry.
           *> EXPIRED se un lotto in giacenza e' gia' scaduto,
           *> EXPIRING se scade entro la finestra di avviso.
           MOVE SPACES TO PrnExpAlert.
           PERFORM VARYING WS-LotIdx FROM 1 BY 1
                   UNTIL WS-LotIdx > LotCount
               IF LotProdName(WS-LotIdx) = CatProdName(CatIdx)
                       AND LotQty(WS-LotIdx) > ZERO
                       AND LotExpiry(WS-LotIdx) NOT = ZERO
                       AND LotExpiry(WS-LotIdx) <= WS-WarnDate
                   IF LotExpiry(WS-LotIdx) < WS-TodayDate
                       MOVE "EXPIRED" TO PrnExpAlert
                   ELSE
                       IF PrnExpAlert = SPACES
                           MOVE "EXPIRING" TO PrnExpAlert
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       PrintExpiringLots.
           PERFORM VARYING WS-LotIdx FROM 1 BY 1
                   UNTIL WS-LotIdx > LotCount
               IF LotProdName(WS-LotIdx) = CatProdName(CatIdx)
                       AND LotQty(WS-LotIdx) > ZERO
                       AND LotExpiry(WS-LotIdx) NOT = ZERO
                       AND LotExpiry(WS-LotIdx) <= WS-WarnDate
                   MOVE LotNum(WS-LotIdx) TO PrnLot
                   MOVE LotLoc(WS-LotIdx) TO PrnLotLoc
                   MOVE LotExpiry(WS-LotIdx) TO PrnLotExp
                   MOVE LotQty(WS-LotIdx) TO PrnLotQty
                   IF LotExpiry(WS-LotIdx) < WS-TodayDate
                       MOVE "EXPIRED" TO PrnLotAlert
                   ELSE
                       MOVE "EXPIRING" TO PrnLotAlert
                   END-IF
                   WRITE PrintLine FROM ExpiryLine AFTER
                       ADVANCING 1 LINE
               END-IF
           END-PERFORM.

       TallyMovement.
           PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > CatCount
               IF CatProdName(CatIdx) = MovProdName
                       WHEN OTHER
                           ADD MovQty TO OH-Issues(CatIdx)
                   END-EVALUATE
                   *> In viaggio: spedito verso TRN meno uscito da TRN
                   *> (ricevuto a destinazione o ammanco). Resta nel
                   *> saldo, la merce e' ancora nostra.
                   IF MovType = 'T' AND MovLocTo = WS-TransitLoc
                       ADD MovQty TO OH-Transit(CatIdx)
                   END-IF
                   IF MovLoc = WS-TransitLoc
                       SUBTRACT MovQty FROM OH-Transit(CatIdx)
                   END-IF
               END-IF
           END-PERFORM.
