       01 WS-ATPOnHand PIC S9(7).
       01 WS-ATPReserved PIC 9(7).
       01 WS-ATPAvail PIC S9(7).
       01 WS-ChkProd PIC X(10).
       01 WS-ChkNeed PIC 9(5).
       01 WS-KitName PIC X(10).
       01 WS-IsKit PIC X.
       01 WS-CompQty PIC 9(3).
      *> Distinte dei kit (BOMLOAD): un kit si vende se ci sono i
      *> suoi componenti.
       01 BomTable.
           02 BomCount PIC 9(3).
           02 BomLine OCCURS 200 TIMES.
               03 BL-Kit PIC X(10).
               03 BL-Comp PIC X(10).
               03 BL-Qty PIC 9(3).
       01 WS-BomLoadOK PIC X.
       01 B PIC 9(3).
       01 C PIC 9(3).
       01 CategoryTable.
           02 CatCount PIC 99 VALUE ZERO.
           02 CategoryEntry OCCURS 50 TIMES.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-Answer PIC X.
       01 WS-IDSeries PIC X(4) VALUE "ORD ".
      *> L'ordine nasce nella societa' corrente (COMPGET).
       01 WS-Company PIC X(2).
       01 WS-CmpName PIC X(30).
       01 WS-IDStatus PIC X.
       01 WS-OrdDate.
           02 WS-OrdYear PIC 9(4).
       01 WS-LkpDiscount PIC V999.
       01 WS-LkpFound PIC X.
       01 WS-LkpQty PIC 9(5).
       01 WS-LkpCust PIC 9(5) VALUE ZERO.
       01 WS-LkpAgreed PIC X.
       01 WS-PeriodClosed PIC X.
      *> Avviso e-mail al cliente (NOTIFY).
       01 WS-NtfEvent PIC X(8) VALUE "ORDER".
       01 WS-NtfDetail PIC X(60).
       01 WS-NtfStatus PIC X.
       01 WS-NtfValue PIC Z,ZZZ,ZZ9.99.
       *> Righe dell'ordine in corso: vengono scritte tutte insieme
       *> solo quando l'ordine e' confermato, cosi' un ordine
       *> abbandonato a meta' non lascia righe orfane.
                   DEPENDING ON WS-LineCount.
               03 LT-Prod PIC X(10).
               03 LT-Qty PIC 9(3).
               03 LT-Price PIC 9(4)V99.
       01 WS-AgreedPrice PIC 9(4)V99.
       01 WS-EnterProd PIC X(10).
       01 WS-EnterQty PIC 9(3).
       01 WS-LineIdx PIC 99.
       PROCEDURE DIVISION.
       StartPara.
           CALL 'COMPGET' USING WS-Company, WS-CmpName.
           CALL 'CATLOAD' USING CategoryTable, WS-CatLoadOK.
           IF WS-CatLoadOK NOT = 'Y'
               DISPLAY "Errore: catalogo categorie 16category.txt "
                   "non disponibile."
               GOBACK
           END-IF.
           CALL 'BOMLOAD' USING BomTable, WS-BomLoadOK.
           OPEN I-O OrderFile.
           IF WS-OrderStatus = "35"
               OPEN OUTPUT OrderFile
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EnterQty TO WS-LkpQty.
           MOVE IDNum TO WS-LkpCust.
           CALL 'PRCLKUP' USING WS-EnterProd,
               WS-OrdDateNum, WS-LkpQty, WS-LkpPrice,
               WS-LkpDiscount, WS-LkpFound, WS-LkpCust,
               WS-LkpAgreed.
           MOVE ZERO TO WS-AgreedPrice.
           IF WS-LkpFound = 'Y'
               DISPLAY "Price in force on order date: "
                   WS-LkpPrice
               COMPUTE WS-LinePrice ROUNDED =
                   WS-LkpPrice - (WS-LkpPrice * WS-LkpDiscount)
               *> Prezzo da accordo cliente: si blocca sulla riga,
               *> la fattura lo rispetta anche se l'accordo scade
               *> prima della spedizione.
               IF WS-LkpAgreed = 'Y'
                   DISPLAY "Customer price agreement applied, net "
                       WS-LinePrice
                   MOVE WS-LinePrice TO WS-AgreedPrice
               END-IF
           ELSE
               COMPUTE WS-LinePrice ROUNDED =
                   WS-CatPrice - (WS-CatPrice * WS-CatDisc)
           ADD 1 TO WS-LineCount.
           MOVE WS-EnterProd TO LT-Prod(WS-LineCount).
           MOVE WS-EnterQty TO LT-Qty(WS-LineCount).
           MOVE WS-AgreedPrice TO LT-Price(WS-LineCount).

       AskSalesRep.
           *> Chi ha venduto: codice agente dal master, vuoto =
           *> Disponibile = giacenza meno impegnato sugli ordini
           *> aperti (ATPCHK); le righe gia' digitate su questo
           *> ordine impegnano anche loro, ma non sono ancora su
           *> file e vanno scontate a mano. Un kit si controlla
           *> componente per componente.
           MOVE 'Y' TO WS-ATPOK.
           MOVE 'N' TO WS-IsKit.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > BomCount
               IF BL-Kit(B) = WS-EnterProd
                   MOVE 'Y' TO WS-IsKit
                   MOVE BL-Comp(B) TO WS-ChkProd
                   COMPUTE WS-ChkNeed = WS-EnterQty * BL-Qty(B)
                   PERFORM CheckOneProduct
               END-IF
           END-PERFORM.
           IF WS-IsKit = 'N'
               MOVE WS-EnterProd TO WS-ChkProd
               MOVE WS-EnterQty TO WS-ChkNeed
               PERFORM CheckOneProduct
           END-IF.

       CheckOneProduct.
           CALL 'ATPCHK' USING WS-ChkProd, WS-ATPOnHand,
               WS-ATPReserved, WS-ATPAvail.
           PERFORM VARYING WS-LineIdx FROM 1 BY 1
                   UNTIL WS-LineIdx > WS-LineCount
               IF LT-Prod(WS-LineIdx) = WS-ChkProd
                   SUBTRACT LT-Qty(WS-LineIdx) FROM WS-ATPAvail
               ELSE
                   MOVE LT-Prod(WS-LineIdx) TO WS-KitName
                   PERFORM FindCompQty
                   IF WS-CompQty > ZERO
                       COMPUTE WS-ATPAvail = WS-ATPAvail
                           - LT-Qty(WS-LineIdx) * WS-CompQty
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ChkNeed > WS-ATPAvail
               IF WS-IsKit = 'Y'
                   DISPLAY "Only " WS-ATPAvail " available to "
                       "promise for component " WS-ChkProd
                       " (needed " WS-ChkNeed "), line refused."
               ELSE
                   DISPLAY "Only " WS-ATPAvail " available to "
                       "promise for " WS-EnterProd ", line refused."
               END-IF
               MOVE 'N' TO WS-ATPOK
           END-IF.

       FindCompQty.
           *> Pezzi di WS-ChkProd in un kit WS-KitName, zero se
           *> WS-KitName non e' un kit che lo contiene.
           MOVE ZERO TO WS-CompQty.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > BomCount
               IF BL-Kit(C) = WS-KitName AND BL-Comp(C) = WS-ChkProd
                   MOVE BL-Qty(C) TO WS-CompQty
               END-IF
           END-PERFORM.

       ValidateOrdDate.
           MOVE 'Y' TO WS-DateOK.
           IF WS-OrdMonth < 1 OR WS-OrdMonth > 12
           *> il limite non viene rifiutato ma parcheggiato in coda
           *> credito ('H'); lo sblocca il supervisore da
           *> OrderStatus. Limite zero = nessun controllo.
           *> Cliente bloccato dopo uno stralcio (BadDebtRun): ogni
           *> ordine va in coda credito, qualunque sia il fido.
           IF CustOnHold
               MOVE 'H' TO OrdStatus
               DISPLAY "Customer on credit hold after a bad-debt "
                   "write-off: order held for credit review."
           ELSE
               IF CredLimit > ZERO
                       AND WS-OpenBalance + WS-OrderValue > CredLimit
                   MOVE 'H' TO OrdStatus
                   DISPLAY "Credit limit " CredLimit " exceeded "
                       "(open balance " WS-OpenBalance "): order "
                       "held for credit review."
               ELSE
                   MOVE 'E' TO OrdStatus
               END-IF
           END-IF.
           MOVE WS-LineCount TO OrdLineCount.
           MOVE WS-EnterRep TO OrdSalesRep.
           MOVE WS-Company TO OrdCompany.
           WRITE OrderData
               INVALID KEY
                   DISPLAY "Order number already on file."
               MOVE LT-Prod(WS-LineIdx) TO OrdLineProd
               MOVE LT-Qty(WS-LineIdx) TO OrdLineQty
               MOVE ZERO TO OrdLineShipQty
               MOVE LT-Price(WS-LineIdx) TO OrdLinePrice
               WRITE OrderLineData
                   INVALID KEY
                       DISPLAY "Order line already on file."
           END-PERFORM.
           DISPLAY "Order " OrdNum " recorded with "
               WS-LineCount " lines.".
           MOVE WS-OrderValue TO WS-NtfValue.
           MOVE SPACES TO WS-NtfDetail.
           STRING "Righe " WS-LineCount ", valore "
               FUNCTION TRIM(WS-NtfValue) " EUR."
               DELIMITED BY SIZE INTO WS-NtfDetail
           END-STRING.
           CALL 'NOTIFY' USING WS-NtfEvent, IDNum, OrdNum,
               WS-NtfDetail, WS-NtfStatus.

       ComputeOpenBalance.
           *> Esposizione = fatture del cliente meno incassi, come
