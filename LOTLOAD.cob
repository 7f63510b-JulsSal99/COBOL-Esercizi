       IDENTIFICATION DIVISION.
       PROGRAM-ID.       LOTLOAD.
       AUTHOR.       Giulio.
       DATE-WRITTEN.15/09/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MoveFile ASSIGN TO "27invmove.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MoveStatus.
       DATA DIVISION.
       FILE SECTION.
       FD MoveFile.
       COPY "MOVEREC.cpy".
       WORKING-STORAGE SECTION.
       01 WS-MoveStatus PIC XX.
       01 WS-MoveEOF PIC X.
       01 WS-Loc PIC X(3).
       01 WS-LocTo PIC X(3).
       01 WS-Expiry PIC 9(8).
       01 WS-Left PIC 9(5).
       01 WS-Take PIC 9(5).
       01 WS-FindLoc PIC X(3).
       01 WS-FindLot PIC X(12).
       01 WS-LotIdx PIC 9(3).
       01 WS-SrcIdx PIC 9(3).
       01 WS-CopyIdx PIC 9(3).
       01 WS-PickIdx PIC 9(3).
       LINKAGE SECTION.
       01 LLotTable.
           02 LLotCount PIC 9(3).
           02 LLotEntry OCCURS 500 TIMES.
               03 LLotProd PIC X(10).
               03 LLotLoc PIC X(3).
               03 LLotNum PIC X(12).
               03 LLotExpiry PIC 9(8).
               03 LLotQty PIC S9(7).
       01 LStatus PIC X.
       PROCEDURE DIVISION USING LLotTable, LStatus.
       *> Giacenza per prodotto, magazzino e lotto ricostruita dal
       *> libro movimenti 27invmove.dat. I carichi senza lotto vanno
       *> sulla riga "non tracciata" (lotto a spazi); scarichi e
       *> trasferimenti senza lotto consumano in FEFO (LOTPICK).
       *> LStatus 'Y' caricata, 'N' nessun libro movimenti, 'F'
       *> tabella piena (saldi parziali).
       MainPara.
           PERFORM LoadLots.
       EXIT PROGRAM.

       LoadLots.
           MOVE 'N' TO LStatus.
           MOVE ZERO TO LLotCount.
           OPEN INPUT MoveFile.
           IF WS-MoveStatus NOT = "00"
               CLOSE MoveFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO LStatus.
           MOVE 'N' TO WS-MoveEOF.
           PERFORM UNTIL WS-MoveEOF = 'Y'
               READ MoveFile
                   AT END MOVE 'Y' TO WS-MoveEOF
                   NOT AT END PERFORM ApplyMovement
               END-READ
           END-PERFORM.
           CLOSE MoveFile.

       ApplyMovement.
           MOVE MovLoc TO WS-Loc.
           IF WS-Loc = SPACES
               MOVE "MAG" TO WS-Loc
           END-IF.
           MOVE MovLocTo TO WS-LocTo.
           IF WS-LocTo = SPACES
               MOVE "MAG" TO WS-LocTo
           END-IF.
           MOVE ZERO TO WS-Expiry.
           IF MovExpiry IS NUMERIC
               MOVE MovExpiry TO WS-Expiry
           END-IF.
           EVALUATE MovType
               WHEN 'R'
               WHEN 'A'
                   MOVE WS-Loc TO WS-FindLoc
                   MOVE MovLot TO WS-FindLot
                   PERFORM FindLot
                   IF WS-LotIdx > ZERO
                       ADD MovQty TO LLotQty(WS-LotIdx)
                   END-IF
               WHEN 'T'
                   IF MovLot = SPACES
                       PERFORM ConsumeFefo
                   ELSE
                       MOVE WS-Loc TO WS-FindLoc
                       MOVE MovLot TO WS-FindLot
                       PERFORM FindLot
                       IF WS-LotIdx > ZERO
                           SUBTRACT MovQty FROM LLotQty(WS-LotIdx)
                           MOVE LLotExpiry(WS-LotIdx) TO WS-Expiry
                       END-IF
                       MOVE WS-LocTo TO WS-FindLoc
                       PERFORM FindLot
                       IF WS-LotIdx > ZERO
                           ADD MovQty TO LLotQty(WS-LotIdx)
                       END-IF
                   END-IF
               WHEN OTHER
                   IF MovLot = SPACES
                       PERFORM ConsumeFefo
                   ELSE
                       MOVE WS-Loc TO WS-FindLoc
                       MOVE MovLot TO WS-FindLot
                       PERFORM FindLot
                       IF WS-LotIdx > ZERO
                           SUBTRACT MovQty FROM LLotQty(WS-LotIdx)
                       END-IF
                   END-IF
           END-EVALUATE.

       ConsumeFefo.
           *> Scarico senza lotto: si preleva dai lotti del magazzino
           *> in ordine FEFO; nei trasferimenti ogni parte prelevata
           *> arriva a destinazione con il suo lotto. Quel che manca
           *> va in negativo sulla riga non tracciata.
           MOVE MovQty TO WS-Left.
           PERFORM UNTIL WS-Left = ZERO
               CALL 'LOTPICK' USING LLotTable, MovProdName, WS-Loc,
                   WS-PickIdx
               IF WS-PickIdx = ZERO
                   MOVE WS-Loc TO WS-FindLoc
                   MOVE SPACES TO WS-FindLot
                   MOVE ZERO TO WS-Expiry
                   PERFORM FindLot
                   MOVE WS-LotIdx TO WS-SrcIdx
                   MOVE WS-Left TO WS-Take
               ELSE
                   MOVE WS-PickIdx TO WS-SrcIdx
                   MOVE LLotNum(WS-SrcIdx) TO WS-FindLot
                   MOVE LLotExpiry(WS-SrcIdx) TO WS-Expiry
                   IF LLotQty(WS-SrcIdx) < WS-Left
                       MOVE LLotQty(WS-SrcIdx) TO WS-Take
                   ELSE
                       MOVE WS-Left TO WS-Take
                   END-IF
               END-IF
               IF WS-SrcIdx > ZERO
                   SUBTRACT WS-Take FROM LLotQty(WS-SrcIdx)
               END-IF
               IF MovType = 'T'
                   MOVE WS-LocTo TO WS-FindLoc
                   PERFORM FindLot
                   IF WS-LotIdx > ZERO
                       ADD WS-Take TO LLotQty(WS-LotIdx)
                   END-IF
               END-IF
               SUBTRACT WS-Take FROM WS-Left
           END-PERFORM.

       FindLot.
           *> Riga di MovProdName / WS-FindLoc / WS-FindLot, aggiunta
           *> con scadenza WS-Expiry se nuova; zero a tabella piena.
           PERFORM VARYING WS-LotIdx FROM 1 BY 1
                   UNTIL WS-LotIdx > LLotCount
                   OR (LLotProd(WS-LotIdx) = MovProdName
                   AND LLotLoc(WS-LotIdx) = WS-FindLoc
                   AND LLotNum(WS-LotIdx) = WS-FindLot)
               CONTINUE
           END-PERFORM.
           IF WS-LotIdx > LLotCount
               IF LLotCount >= 500
                   MOVE ZERO TO WS-LotIdx
                   MOVE 'F' TO LStatus
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO LLotCount
               MOVE LLotCount TO WS-LotIdx
               MOVE MovProdName TO LLotProd(WS-LotIdx)
               MOVE WS-FindLoc TO LLotLoc(WS-LotIdx)
               MOVE WS-FindLot TO LLotNum(WS-LotIdx)
               MOVE WS-Expiry TO LLotExpiry(WS-LotIdx)
               MOVE ZERO TO LLotQty(WS-LotIdx)
               IF WS-Expiry = ZERO AND WS-FindLot NOT = SPACES
                   PERFORM CopyLotExpiry
               END-IF
           END-IF.
           IF LLotExpiry(WS-LotIdx) = ZERO AND WS-Expiry > ZERO
               MOVE WS-Expiry TO LLotExpiry(WS-LotIdx)
           END-IF.

       CopyLotExpiry.
           *> Lotto che compare in un magazzino senza scadenza (reso,
           *> rettifica): vale quella dello stesso lotto altrove.
           PERFORM VARYING WS-CopyIdx FROM 1 BY 1
                   UNTIL WS-CopyIdx >= WS-LotIdx
               IF LLotProd(WS-CopyIdx) = MovProdName
                       AND LLotNum(WS-CopyIdx) = WS-FindLot
                       AND LLotExpiry(WS-CopyIdx) > ZERO
                   MOVE LLotExpiry(WS-CopyIdx) TO
                       LLotExpiry(WS-LotIdx)
               END-IF
           END-PERFORM.
