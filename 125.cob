       IDENTIFICATION DIVISION.
       PROGRAM-ID.       KitMaint.
       AUTHOR.       Giulio.
       DATE-WRITTEN.16/09/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BomFile ASSIGN TO "125bom.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BomKey
               FILE STATUS IS WS-BomStatus.
       DATA DIVISION.
       FILE SECTION.
       FD BomFile.
       COPY "BOMREC.cpy".
       WORKING-STORAGE SECTION.
       01 WS-BomStatus PIC XX.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-OpID PIC X(8).
       01 WS-OpRole PIC X.
       01 WS-SignonOK PIC X.
       01 WS-Confirm PIC X.
       01 WS-Exists PIC X.
       01 CategoryTable.
           02 CatCount PIC 99 VALUE ZERO.
           02 CategoryEntry OCCURS 50 TIMES.
               03 CatProdName PIC X(10).
               03 CatUnitPrice PIC 9(4)V99.
               03 CatDiscount PIC V999.
       01 WS-CatLoadOK PIC X.
       01 CatIdx PIC 99.
       01 WS-CatFound PIC X.
       01 WS-FindProd PIC X(10).
       01 BomTable.
           02 BomCount PIC 9(3).
           02 BomLine OCCURS 200 TIMES.
               03 BL-Kit PIC X(10).
               03 BL-Comp PIC X(10).
               03 BL-Qty PIC 9(3).
       01 WS-BomLoadOK PIC X.
       01 B PIC 9(3).
       01 WS-IsKit PIC X.
       01 WS-IsComp PIC X.
       01 WS-LastKit PIC X(10).
       01 WS-KitCount PIC 9(3).
       01 WS-NewKit PIC X(10).
       01 WS-NewComp PIC X(10).
       01 WS-NewQty PIC 9(3).
       01 WS-ATPOnHand PIC S9(7).
       01 WS-ATPReserved PIC 9(7).
       01 WS-ATPAvail PIC S9(7).
       01 PrnAvail PIC -ZZZ,ZZ9.
       PROCEDURE DIVISION.
       StartPara.
           CALL 'SIGNON' USING WS-OpID, WS-OpRole, WS-SignonOK.
           IF WS-SignonOK NOT = 'Y'
               DISPLAY "Sign-on failed, program ends."
               GOBACK
           END-IF.
           CALL 'CATLOAD' USING CategoryTable, WS-CatLoadOK.
           IF WS-CatLoadOK NOT = 'Y'
               DISPLAY "Errore: catalogo categorie 16category.txt "
                   "non disponibile."
               GOBACK
           END-IF.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "KITS AND BILLS OF MATERIALS"
               DISPLAY "1 : List Kits and Availability"
               DISPLAY "2 : Add or Change a Component"
               DISPLAY "3 : Remove a Component"
               DISPLAY "0 : Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM ListKits
                   WHEN 2 PERFORM AddComponent
                   WHEN 3 PERFORM RemoveComponent
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           GOBACK.

       ListKits.
           *> Disponibilita' del kit = quanti kit si montano coi
           *> componenti disponibili a promettere (ATPCHK).
           CALL 'BOMLOAD' USING BomTable, WS-BomLoadOK.
           IF BomCount = ZERO
               DISPLAY "No kits defined."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LastKit.
           MOVE ZERO TO WS-KitCount.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > BomCount
               IF BL-Kit(B) NOT = WS-LastKit
                   MOVE BL-Kit(B) TO WS-LastKit
                   ADD 1 TO WS-KitCount
                   CALL 'ATPCHK' USING WS-LastKit, WS-ATPOnHand,
                       WS-ATPReserved, WS-ATPAvail
                   MOVE WS-ATPAvail TO PrnAvail
                   DISPLAY " "
                   DISPLAY "Kit " WS-LastKit "  available to "
                       "promise " PrnAvail
               END-IF
               DISPLAY "    " BL-Comp(B) " x " BL-Qty(B)
           END-PERFORM.
           DISPLAY " ".
           DISPLAY WS-KitCount " kits on file.".

       AddComponent.
           IF WS-OpRole NOT = 'S'
               DISPLAY "Only supervisors may change kits."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Kit product : " WITH NO ADVANCING.
           ACCEPT WS-NewKit.
           MOVE WS-NewKit TO WS-FindProd.
           PERFORM LookupCatalog.
           IF WS-CatFound = 'N'
               DISPLAY "Kit must be a catalog product with its own "
                   "price, refused."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Component   : " WITH NO ADVANCING.
           ACCEPT WS-NewComp.
           MOVE WS-NewComp TO WS-FindProd.
           PERFORM LookupCatalog.
           IF WS-CatFound = 'N' OR WS-NewComp = WS-NewKit
               DISPLAY "Component must be another catalog "
                   "product, refused."
               EXIT PARAGRAPH
           END-IF.
           *> Un livello solo: il componente non e' un kit e il kit
           *> non e' componente di un altro kit.
           CALL 'BOMLOAD' USING BomTable, WS-BomLoadOK.
           MOVE 'N' TO WS-IsKit WS-IsComp.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > BomCount
               IF BL-Kit(B) = WS-NewComp
                   MOVE 'Y' TO WS-IsKit
               END-IF
               IF BL-Comp(B) = WS-NewKit
                   MOVE 'Y' TO WS-IsComp
               END-IF
           END-PERFORM.
           IF WS-IsKit = 'Y' OR WS-IsComp = 'Y'
               DISPLAY "Kits cannot contain other kits, refused."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Quantity per kit : " WITH NO ADVANCING.
           ACCEPT WS-NewQty.
           IF WS-NewQty = ZERO
               DISPLAY "Quantity must not be zero, refused."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Kit " WS-NewKit " takes " WS-NewQty " x "
               WS-NewComp "? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-Confirm.
           IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
               DISPLAY "Nothing written."
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O BomFile.
           IF WS-BomStatus = "35"
               OPEN OUTPUT BomFile
               CLOSE BomFile
               OPEN I-O BomFile
           END-IF.
           MOVE WS-NewKit TO BomKit.
           MOVE WS-NewComp TO BomComp.
           MOVE WS-NewQty TO BomQty.
           MOVE 'N' TO WS-Exists.
           WRITE BomData
               INVALID KEY MOVE 'Y' TO WS-Exists
           END-WRITE.
           IF WS-Exists = 'Y'
               REWRITE BomData
                   INVALID KEY DISPLAY "Component not updated"
               END-REWRITE
               DISPLAY "Component quantity changed by " WS-OpID "."
           ELSE
               DISPLAY "Component added by " WS-OpID "."
           END-IF.
           CLOSE BomFile.

       RemoveComponent.
           IF WS-OpRole NOT = 'S'
               DISPLAY "Only supervisors may change kits."
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O BomFile.
           IF WS-BomStatus NOT = "00"
               DISPLAY "No kits defined."
               CLOSE BomFile
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Kit product : " WITH NO ADVANCING.
           ACCEPT BomKit.
           DISPLAY "Component   : " WITH NO ADVANCING.
           ACCEPT BomComp.
           MOVE 'Y' TO WS-Exists.
           READ BomFile
               INVALID KEY MOVE 'N' TO WS-Exists
           END-READ.
           IF WS-Exists = 'N'
               DISPLAY "Component not on this kit."
               CLOSE BomFile
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Remove " BomQty " x " BomComp " from kit "
               BomKit "? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-Confirm.
           IF WS-Confirm = 'Y' OR WS-Confirm = 'y'
               DELETE BomFile
                   INVALID KEY DISPLAY "Component not removed"
                   NOT INVALID KEY
                       DISPLAY "Component removed by " WS-OpID "."
               END-DELETE
           ELSE
               DISPLAY "Nothing removed."
           END-IF.
           CLOSE BomFile.

       LookupCatalog.
           MOVE 'N' TO WS-CatFound.
           PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > CatCount
               IF CatProdName(CatIdx) = WS-FindProd
                   MOVE 'Y' TO WS-CatFound
               END-IF
           END-PERFORM.
