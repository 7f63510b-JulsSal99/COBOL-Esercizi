       IDENTIFICATION DIVISION.
       PROGRAM-ID.       CHNHASH.
       AUTHOR.       Giulio.
       DATE-WRITTEN.15/10/2026
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-Idx PIC 9(3).
       01 WS-Char PIC 9(3).
      *> Quattro accumulatori modulo primi vicini a 10^9, come in
      *> PWDHASH, rimescolati a catena a ogni carattere.
       01 WS-H1 PIC 9(10).
       01 WS-H2 PIC 9(10).
       01 WS-H3 PIC 9(10).
       01 WS-H4 PIC 9(10).
       01 WS-Out.
           02 WS-Out1 PIC 9(8).
           02 WS-Out2 PIC 9(8).
       LINKAGE SECTION.
       01 LPrevSum PIC X(16).
       01 LData PIC X(500).
       01 LDataLen PIC 9(3).
       01 LNewSum PIC X(16).
       PROCEDURE DIVISION USING LPrevSum, LData, LDataLen, LNewSum.
      *> Checksum concatenato dei log di audit (JRNL.dat,
      *> 39opslog.dat): copre il checksum del record precedente e i
      *> primi LDataLen byte del record, cosi' modificare,
      *> togliere o inserire un record rompe tutti gli anelli
      *> successivi. Usato da CHNAPPND, CHNVERIFY, RetentionPurge
      *> (107.cob) e OpsLog (39.cob).
       MainPara.
           MOVE 314159257 TO WS-H1.
           MOVE 271828183 TO WS-H2.
           MOVE 141421357 TO WS-H3.
           MOVE 173205081 TO WS-H4.
           PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 16
               COMPUTE WS-Char =
                   FUNCTION ORD(LPrevSum(WS-Idx:1)) + WS-Idx
               PERFORM MixChar
           END-PERFORM.
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > LDataLen
               COMPUTE WS-Char =
                   FUNCTION ORD(LData(WS-Idx:1)) + WS-Idx
               PERFORM MixChar
           END-PERFORM.
           COMPUTE WS-Out1 = FUNCTION MOD(WS-H1 * 7 + WS-H3,
               100000000).
           COMPUTE WS-Out2 = FUNCTION MOD(WS-H2 * 3 + WS-H4,
               100000000).
           MOVE WS-Out TO LNewSum.
           EXIT PROGRAM.

       MixChar.
           COMPUTE WS-H1 = FUNCTION MOD(
               WS-H1 * 65599 + WS-Char + WS-H4, 999999937).
           COMPUTE WS-H2 = FUNCTION MOD(
               WS-H2 * 31337 + WS-H1 + WS-Idx, 999999929).
           COMPUTE WS-H3 = FUNCTION MOD(
               WS-H3 * 40503 + WS-H2 + WS-Char, 999999893).
           COMPUTE WS-H4 = FUNCTION MOD(
               WS-H4 * 69069 + WS-H3 + WS-H1, 999999883).
