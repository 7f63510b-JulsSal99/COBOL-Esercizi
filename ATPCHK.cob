       01 WS-LineEOF PIC X.
       01 WS-StartOK PIC X.
       01 WS-LineStartOK PIC X.
       01 WS-Target PIC X(10).
       01 WS-TgtOnHand PIC S9(7).
       01 WS-TgtReserved PIC 9(7).
       01 WS-CompQty PIC 9(3).
       01 WS-IsKit PIC X.
       01 WS-FirstComp PIC X.
       01 WS-KitOnHand PIC S9(7).
       01 WS-KitAvail PIC S9(7).
       01 BomTable.
           02 BomCount PIC 9(3).
           02 BomLine OCCURS 200 TIMES.
               03 BL-Kit PIC X(10).
               03 BL-Comp PIC X(10).
               03 BL-Qty PIC 9(3).
       01 WS-BomLoadOK PIC X.
       01 B PIC 9(3).
       01 C PIC 9(3).
       LINKAGE SECTION.
       01 LProdName PIC X(10).
       01 LOnHand PIC S9(7).
      *> ancora spedita sugli ordini aperti (E, P e fermi credito
      *> H). Cosi' due sportelli non promettono due volte gli
      *> stessi pezzi.
      *> Un kit (125bom.dat) non ha giacenza sua: vale quanti kit si
      *> montano coi componenti, e le righe d'ordine di un kit
      *> impegnano i suoi componenti.
       MainPara.
           MOVE ZERO TO LOnHand LReserved.
           CALL 'BOMLOAD' USING BomTable, WS-BomLoadOK.
           MOVE 'N' TO WS-IsKit.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > BomCount
               IF BL-Kit(B) = LProdName
                   MOVE 'Y' TO WS-IsKit
               END-IF
           END-PERFORM.
           IF WS-IsKit = 'Y'
               PERFORM KitAvailability
           ELSE
               MOVE LProdName TO WS-Target
               PERFORM TallyTarget
               MOVE WS-TgtOnHand TO LOnHand
               MOVE WS-TgtReserved TO LReserved
               COMPUTE LAvailable = LOnHand - LReserved
           END-IF.
       EXIT PROGRAM.

       TallyTarget.
           MOVE ZERO TO WS-TgtOnHand WS-TgtReserved.
           PERFORM TallyOnHand.
           PERFORM TallyReserved.

       KitAvailability.
           *> Il componente piu' scarso decide: per ognuno giacenza
           *> e disponibile divisi per la quantita' a kit, e si
           *> tiene il minimo.
           MOVE 'Y' TO WS-FirstComp.
           MOVE ZERO TO WS-KitOnHand WS-KitAvail LAvailable.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > BomCount
               IF BL-Kit(B) = LProdName AND BL-Qty(B) > ZERO
                   MOVE BL-Comp(B) TO WS-Target
                   PERFORM TallyTarget
                   COMPUTE WS-KitAvail = (WS-TgtOnHand
                       - WS-TgtReserved) / BL-Qty(B)
                   COMPUTE WS-TgtOnHand = WS-TgtOnHand / BL-Qty(B)
                   IF WS-FirstComp = 'Y'
                       MOVE WS-TgtOnHand TO WS-KitOnHand
                       MOVE WS-KitAvail TO LAvailable
                       MOVE 'N' TO WS-FirstComp
                   ELSE
                       IF WS-TgtOnHand < WS-KitOnHand
                           MOVE WS-TgtOnHand TO WS-KitOnHand
                       END-IF
                       IF WS-KitAvail < LAvailable
                           MOVE WS-KitAvail TO LAvailable
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-KitOnHand TO LOnHand.
           IF LOnHand > LAvailable
               COMPUTE LReserved = LOnHand - LAvailable
           END-IF.

       TallyOnHand.
           OPEN INPUT MoveFile.
               READ MoveFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MovProdName = WS-Target
                           EVALUATE MovType
                               WHEN 'T' CONTINUE
                               WHEN 'R' ADD MovQty TO WS-TgtOnHand
                               WHEN 'A' ADD MovQty TO WS-TgtOnHand
                               WHEN OTHER
                                   SUBTRACT MovQty FROM
                                       WS-TgtOnHand
                           END-EVALUATE
                       END-IF
               END-READ
                       IF OrdLineOrd NOT = OrdNum
                           MOVE 'Y' TO WS-LineEOF
                       ELSE
                           PERFORM TallyLineReserve
                       END-IF
               END-READ
           END-PERFORM.

       TallyLineReserve.
           IF OrdLineQty NOT > OrdLineShipQty
               EXIT PARAGRAPH
           END-IF.
           IF OrdLineProd = WS-Target
               COMPUTE WS-TgtReserved = WS-TgtReserved
                   + OrdLineQty - OrdLineShipQty
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-CompQty.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > BomCount
               IF BL-Kit(C) = OrdLineProd AND BL-Comp(C) = WS-Target
                   MOVE BL-Qty(C) TO WS-CompQty
               END-IF
           END-PERFORM.
           IF WS-CompQty > ZERO
               COMPUTE WS-TgtReserved = WS-TgtReserved
                   + (OrdLineQty - OrdLineShipQty) * WS-CompQty
           END-IF.
