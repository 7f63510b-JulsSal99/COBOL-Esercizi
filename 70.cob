       01 WS-LkpDiscount PIC V999.
       01 WS-LkpFound PIC X.
       01 WS-LkpQty PIC 9(5).
       01 WS-LkpCust PIC 9(5) VALUE ZERO.
       01 WS-LkpAgreed PIC X.
       01 WS-QuoIDSeries PIC X(4) VALUE "QUO ".
       01 WS-OrdIDSeries PIC X(4) VALUE "ORD ".
      *> L'ordine nasce nella societa' corrente (COMPGET).
       01 WS-Company PIC X(2).
       01 WS-CmpName PIC X(30).
       01 WS-IDStatus PIC X.
       01 WS-TodayDate PIC 9(8).
       01 WS-EnterProd PIC X(10).
       PROCEDURE DIVISION.
       StartPara.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           CALL 'COMPGET' USING WS-Company, WS-CmpName.
           CALL 'CATLOAD' USING CategoryTable, WS-CatLoadOK.
           IF WS-CatLoadOK NOT = 'Y'
               DISPLAY "Errore: catalogo categorie non "
           *> decorrenza se c'e', altrimenti catalogo, al netto
           *> dello sconto.
           MOVE WS-EnterQty TO WS-LkpQty.
           MOVE IDNum TO WS-LkpCust.
           CALL 'PRCLKUP' USING WS-EnterProd, WS-TodayDate,
               WS-LkpQty, WS-LkpPrice, WS-LkpDiscount,
               WS-LkpFound, WS-LkpCust, WS-LkpAgreed.
           IF WS-LkpFound = 'Y'
               COMPUTE WS-NetPrice ROUNDED =
                   WS-LkpPrice - (WS-LkpPrice * WS-LkpDiscount)
               IF WS-LkpAgreed = 'Y'
                   DISPLAY "Customer price agreement applied."
               END-IF
           ELSE
               COMPUTE WS-NetPrice ROUNDED =
                   WS-CatPrice - (WS-CatPrice * WS-CatDisc)
           MOVE 'E' TO OrdStatus.
           MOVE QuoLineCount TO OrdLineCount.
           MOVE SPACES TO OrdSalesRep.
           MOVE WS-Company TO OrdCompany.
           WRITE OrderData
               INVALID KEY
                   DISPLAY "Order number already on file."
