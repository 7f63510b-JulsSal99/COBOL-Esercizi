       IDENTIFICATION DIVISION.
       PROGRAM-ID.       LOTPICK.
       AUTHOR.       Giulio.
       DATE-WRITTEN.15/09/2026
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-Key PIC 9(9).
       01 WS-BestKey PIC 9(9).
       01 I PIC 9(3).
       LINKAGE SECTION.
       01 LLotTable.
           02 LLotCount PIC 9(3).
           02 LLotEntry OCCURS 500 TIMES.
               03 LLotProd PIC X(10).
               03 LLotLoc PIC X(3).
               03 LLotNum PIC X(12).
               03 LLotExpiry PIC 9(8).
               03 LLotQty PIC S9(7).
       01 LProd PIC X(10).
       01 LLoc PIC X(3).
       01 LIdx PIC 9(3).
       PROCEDURE DIVISION USING LLotTable, LProd, LLoc, LIdx.
       *> Regola FEFO unica per prelievo e scarichi senza lotto:
       *> torna in LIdx la riga della tabella lotti (LOTLOAD) da
       *> cui prelevare il prodotto LProd nel magazzino LLoc (spazi
       *> = qualunque magazzino tranne TRN, la merce in viaggio
       *> fra magazzini), zero se non c'e' giacenza. Prima
       *> la merce non tracciata (la piu' vecchia), poi i lotti per
       *> scadenza crescente, per ultimi i lotti senza scadenza; a
       *> pari scadenza il lotto entrato prima.
       MainPara.
           PERFORM PickFirstExpiring.
       EXIT PROGRAM.

       PickFirstExpiring.
           MOVE ZERO TO LIdx.
           MOVE 999999999 TO WS-BestKey.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > LLotCount
               IF LLotProd(I) = LProd AND LLotQty(I) > ZERO
                       AND ((LLoc = SPACES AND LLotLoc(I) NOT = "TRN")
                       OR LLotLoc(I) = LLoc)
                   IF LLotNum(I) = SPACES
                       MOVE ZERO TO WS-Key
                   ELSE
                       IF LLotExpiry(I) = ZERO
                           MOVE 99999999 TO WS-Key
                       ELSE
                           MOVE LLotExpiry(I) TO WS-Key
                       END-IF
                   END-IF
                   IF WS-Key < WS-BestKey
                       MOVE WS-Key TO WS-BestKey
                       MOVE I TO LIdx
                   END-IF
               END-IF
           END-PERFORM.
