       IDENTIFICATION DIVISION.
       PROGRAM-ID.       CHNVERIFY.
       AUTHOR.       Giulio.
       DATE-WRITTEN.15/10/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ChainFile ASSIGN TO DYNAMIC WS-FileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ChainStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ChainFile.
       01 ChainLine PIC X(500).
       WORKING-STORAGE SECTION.
       01 WS-FileName PIC X(30).
       01 WS-ChainStatus PIC XX.
       01 WS-EOF PIC X.
       01 WS-PrevSum PIC X(16).
       01 WS-CalcSum PIC X(16).
       01 WS-CarrySum PIC X(16).
       01 WS-SumPos PIC 9(3).
       01 WS-Chained PIC X.
       LINKAGE SECTION.
       01 LFileName PIC X(30).
       01 LDataLen PIC 9(3).
       01 LCarryPos PIC 9(3).
       01 LStatus PIC X.
       01 LRecCount PIC 9(7).
       01 LLegacyCount PIC 9(7).
       01 LSealCount PIC 9(5).
       01 LBrokenAt PIC 9(7).
       01 LBrokenWhy PIC X(40).
       01 LBrokenRec PIC X(80).
       01 LLastSum PIC X(16).
       PROCEDURE DIVISION USING LFileName, LDataLen, LCarryPos,
               LStatus, LRecCount, LLegacyCount, LSealCount,
               LBrokenAt, LBrokenWhy, LBrokenRec, LLastSum.
      *> Verifica della catena di un log di audit scritto con
      *> CHNAPPND: ricalcola ogni checksum e si ferma al primo
      *> anello rotto (LStatus 'N', numero e inizio del record in
      *> LBrokenAt/LBrokenRec). LStatus 'Y' = catena integra, 'M' =
      *> log assente. Regole:
      *>   - record storici senza checksum ammessi solo prima del
      *>     primo record concatenato, la catena riparte da zero;
      *>   - il sigillo ("SEAL" in posizione 17) firma se stesso
      *>     col checksum riportato in LCarryPos, da cui riparte
      *>     la catena dei record tenuti;
      *>   - ogni altro record: checksum del precedente + record.
      *> LLastSum restituisce l'ultimo anello, da riportare nel
      *> sigillo di chi riscrive il log. Usato da LogChainCheck
      *> (151.cob), RetentionPurge (107.cob) e OpsLog (39.cob).
       MainPara.
           MOVE LFileName TO WS-FileName.
           COMPUTE WS-SumPos = LDataLen + 1.
           MOVE 'Y' TO LStatus.
           MOVE ZERO TO LRecCount LLegacyCount LSealCount
               LBrokenAt.
           MOVE SPACES TO LBrokenWhy LBrokenRec.
           MOVE ALL "0" TO WS-PrevSum.
           MOVE 'N' TO WS-Chained.
           OPEN INPUT ChainFile.
           IF WS-ChainStatus NOT = "00"
               MOVE 'M' TO LStatus
               CLOSE ChainFile
               MOVE WS-PrevSum TO LLastSum
               EXIT PROGRAM
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y' OR LStatus = 'N'
               READ ChainFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO LRecCount
                       PERFORM CheckOneRecord
               END-READ
           END-PERFORM.
           CLOSE ChainFile.
           MOVE WS-PrevSum TO LLastSum.
           EXIT PROGRAM.

       CheckOneRecord.
           EVALUATE TRUE
               WHEN ChainLine(17:8) = "SEAL    "
                   PERFORM CheckSeal
               WHEN ChainLine(WS-SumPos:16) = SPACES
                   IF WS-Chained = 'Y'
                       MOVE "record without checksum"
                           TO LBrokenWhy
                       PERFORM MarkBroken
                   ELSE
                       ADD 1 TO LLegacyCount
                       MOVE ALL "0" TO WS-PrevSum
                   END-IF
               WHEN OTHER
                   CALL 'CHNHASH' USING WS-PrevSum, ChainLine,
                       LDataLen, WS-CalcSum
                   IF WS-CalcSum NOT = ChainLine(WS-SumPos:16)
                       MOVE "checksum does not match"
                           TO LBrokenWhy
                       PERFORM MarkBroken
                   ELSE
                       MOVE WS-CalcSum TO WS-PrevSum
                       MOVE 'Y' TO WS-Chained
                   END-IF
           END-EVALUATE.

       CheckSeal.
           IF WS-Chained = 'Y'
                   AND ChainLine(LCarryPos:16) NOT = WS-PrevSum
               MOVE "seal does not carry the chain" TO LBrokenWhy
               PERFORM MarkBroken
               EXIT PARAGRAPH
           END-IF.
           MOVE ChainLine(LCarryPos:16) TO WS-CarrySum.
           CALL 'CHNHASH' USING WS-CarrySum, ChainLine, LDataLen,
               WS-CalcSum.
           IF WS-CalcSum NOT = ChainLine(WS-SumPos:16)
               MOVE "seal signature does not match" TO LBrokenWhy
               PERFORM MarkBroken
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LSealCount.
           MOVE WS-CarrySum TO WS-PrevSum.

       MarkBroken.
           MOVE 'N' TO LStatus.
           MOVE LRecCount TO LBrokenAt.
           MOVE ChainLine(1:80) TO LBrokenRec.
