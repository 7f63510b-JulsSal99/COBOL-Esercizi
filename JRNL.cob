       PROGRAM-ID.       JRNL.
       AUTHOR.       Giulio.
       DATE-WRITTEN.17/08/2026
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "JRNLREC.cpy".
       01 WS-JrnlName PIC X(30) VALUE "JRNL.dat".
       01 WS-ChainRec PIC X(500).
       01 WS-JrnDataLen PIC 9(3) VALUE 447.
       01 WS-JrnCarryPos PIC 9(3) VALUE 43.
       LINKAGE SECTION.
       01 LFileCode PIC X(8).
       01 LAction PIC X(8).
       01 LKey PIC X(10).
       01 LBefore PIC X(200).
       01 LAfter PIC X(200).
       PROCEDURE DIVISION USING LFileCode, LAction, LKey,
               LBefore, LAfter.
           MOVE SPACES TO JournalRecord.
           ACCEPT JrnDate FROM DATE YYYYMMDD.
           ACCEPT JrnTime FROM TIME.
           MOVE LFileCode TO JrnFile.
           MOVE LBefore TO JrnBefore.
           MOVE LAfter TO JrnAfter.
           CALL 'RUNGET' USING JrnRunID.
           *> Accodamento concatenato: CHNAPPND aggiunge JrnChain.
           MOVE JournalRecord TO WS-ChainRec.
           CALL 'CHNAPPND' USING WS-JrnlName, WS-ChainRec,
               WS-JrnDataLen, WS-JrnCarryPos.
       EXIT PROGRAM.
