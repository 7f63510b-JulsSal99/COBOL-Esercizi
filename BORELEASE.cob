       01 WS-IDSeries PIC X(4) VALUE "ORD ".
       01 WS-IDStatus PIC X.
       01 WS-OrigRep PIC X(4).
       01 WS-OrigCompany PIC X(2).
       01 WS-RelProd PIC X(10).
       01 BomTable.
           02 BomCount PIC 9(3).
           02 BomLine OCCURS 200 TIMES.
               03 BL-Kit PIC X(10).
               03 BL-Comp PIC X(10).
               03 BL-Qty PIC 9(3).
       01 WS-BomLoadOK PIC X.
       01 B PIC 9(3).
       01 WS-ATPOnHand PIC S9(7).
       01 WS-ATPReserved PIC 9(7).
       01 WS-ATPAvail PIC S9(7).
       LINKAGE SECTION.
       01 LProdName PIC X(10).
       01 LQty PIC 9(5).
      *> vecchio. Ogni rilascio genera un nuovo ordine 'E' per la
      *> quantita' coperta, che rientra nel normale giro
      *> picking/spedizione/fattura.
      *> Se il prodotto ricevuto e' componente di un kit, dopo i
      *> suoi backorder si rilasciano anche quelli del kit, per
      *> quanti kit si possono ora montare (ATPCHK). LReleased resta
      *> nell'unita' del prodotto ricevuto.
       MainPara.
           MOVE ZERO TO LReleased.
           MOVE LQty TO WS-Remaining.
           MOVE LProdName TO WS-RelProd.
           PERFORM ReleaseForProduct.
           CALL 'BOMLOAD' USING BomTable, WS-BomLoadOK.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > BomCount
               IF BL-Comp(B) = LProdName
                   MOVE BL-Kit(B) TO WS-RelProd
                   CALL 'ATPCHK' USING WS-RelProd, WS-ATPOnHand,
                       WS-ATPReserved, WS-ATPAvail
                   IF WS-ATPAvail > ZERO
                       MOVE WS-ATPAvail TO WS-Remaining
                       PERFORM ReleaseForProduct
                   END-IF
               END-IF
           END-PERFORM.
       EXIT PROGRAM.

       ReleaseForProduct.
           OPEN I-O BackorderFile.
           IF WS-BOStatus NOT = "00"
               CLOSE BackorderFile
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O OrderFile.
           IF WS-OrderStatus NOT = "00"
               CLOSE BackorderFile, OrderFile
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O OrdLineFile.
           IF WS-OrdLineStatus NOT = "00"
               CLOSE BackorderFile, OrderFile, OrdLineFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-StartOK.
           MOVE ZERO TO BONum.
                   READ BackorderFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-BOEOF
                       NOT AT END
                           IF BOProdName = WS-RelProd
                                   AND BOOpen
                               PERFORM ReleaseOneBackorder
                           END-IF
               END-PERFORM
           END-IF.
           CLOSE BackorderFile, OrderFile, OrdLineFile.

       ReleaseOneBackorder.
           COMPUTE WS-OpenQty = BOQty - BORelQty.
               INVALID KEY CONTINUE
           END-REWRITE.
           SUBTRACT WS-AllocQty FROM WS-Remaining.
           IF WS-RelProd = LProdName
               ADD WS-AllocQty TO LReleased
           END-IF.

       WriteReleaseOrder.
           *> L'agente e la societa' restano quelli dell'ordine
           *> originario.
           MOVE SPACES TO WS-OrigRep.
           MOVE "01" TO WS-OrigCompany.
           MOVE BOOrdNum TO OrdNum.
           READ OrderFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE OrdSalesRep TO WS-OrigRep
                   MOVE OrdCompany TO WS-OrigCompany
           END-READ.
           CALL 'IDNEXT' USING WS-IDSeries, OrdNum, WS-IDStatus.
           IF WS-IDStatus = 'Y'
           MOVE 'E' TO OrdStatus.
           MOVE 1 TO OrdLineCount.
           MOVE WS-OrigRep TO OrdSalesRep.
           MOVE WS-OrigCompany TO OrdCompany.
           WRITE OrderData
               INVALID KEY
                   DISPLAY "Order number already on file."
