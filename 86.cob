       01 WS-CustExists PIC X.
       01 WS-PeriodClosed PIC X.
       01 WS-IDSeries PIC X(4) VALUE "ORD ".
      *> L'ordine nasce nella societa' corrente (COMPGET).
       01 WS-Company PIC X(2).
       01 WS-CmpName PIC X(30).
       01 WS-IDStatus PIC X.
       01 WS-LinesRead PIC 9(5) VALUE ZERO.
       01 WS-LinesOK PIC 9(5) VALUE ZERO.
               03 LT-Prod PIC X(10).
               03 LT-Qty PIC 9(3).
       01 WS-LineIdx PIC 99.
       01 WS-LkpPrice PIC 9(4)V99.
       01 WS-LkpDiscount PIC V999.
       01 WS-LkpFound PIC X.
       01 WS-LkpQty PIC 9(5).
       01 WS-LkpCust PIC 9(5) VALUE ZERO.
       01 WS-LkpAgreed PIC X.
       01 WS-AgreedCount PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MainPara.
      *> Import notturno degli ordini del webshop, per la catena di
      *> periodo aperto via PERCHK), numeri da IDNEXT, righe
      *> scartate su 86rejects.txt con la causale come fa
      *> Student-Inbound (47.cob).
           CALL 'COMPGET' USING WS-Company, WS-CmpName.
           CALL 'CATLOAD' USING CategoryTable, WS-CatLoadOK.
           IF WS-CatLoadOK NOT = 'Y'
               DISPLAY "Errore: catalogo categorie non "
           DISPLAY "Lines accepted : " WS-LinesOK.
           DISPLAY "Lines rejected : " WS-LinesRejected.
           DISPLAY "Orders written : " WS-OrdersWritten.
           DISPLAY "Lines at agreed price : " WS-AgreedCount.
           GOBACK.

       ImportOneLine.
           MOVE 'E' TO OrdStatus.
           MOVE WS-LineCount TO OrdLineCount.
           MOVE SPACES TO OrdSalesRep.
           MOVE WS-Company TO OrdCompany.
           WRITE OrderData
               INVALID KEY
                   DISPLAY "Order number already on file."
               MOVE LT-Prod(WS-LineIdx) TO OrdLineProd
               MOVE LT-Qty(WS-LineIdx) TO OrdLineQty
               MOVE ZERO TO OrdLineShipQty
               PERFORM PriceAgreedLine
               WRITE OrderLineData
                   INVALID KEY CONTINUE
               END-WRITE
           DISPLAY "Imported order " OrdNum " cust " WS-CurCust
               " (" WS-LineCount " lines).".
           MOVE ZERO TO WS-LineCount.

       PriceAgreedLine.
           *> Come in OrderEntry: se il cliente ha un accordo prezzi
           *> valido alla data ordine il netto si blocca sulla riga,
           *> altrimenti zero = listino alla data in fatturazione.
           MOVE ZERO TO OrdLinePrice.
           MOVE LT-Prod(WS-LineIdx) TO OrdLineProd.
           MOVE LT-Qty(WS-LineIdx) TO WS-LkpQty.
           MOVE WS-CurCust TO WS-LkpCust.
           CALL 'PRCLKUP' USING OrdLineProd, WS-CurDate,
               WS-LkpQty, WS-LkpPrice, WS-LkpDiscount,
               WS-LkpFound, WS-LkpCust, WS-LkpAgreed.
           IF WS-LkpAgreed = 'Y'
               COMPUTE OrdLinePrice ROUNDED =
                   WS-LkpPrice - (WS-LkpPrice * WS-LkpDiscount)
               ADD 1 TO WS-AgreedCount
           END-IF.
