           SELECT CentralLog ASSIGN TO "39opslog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CentralStatus.
           SELECT SortedOpsFile ASSIGN TO "39sorted.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SortWork ASSIGN TO "39sort.tmp".
       DATA DIVISION.
       FILE SECTION.
           02 RawDetail PIC X(40).
           02 RawRunID PIC 9(5).
       FD CentralLog.
       COPY "OPSLOGREC.cpy".
       FD SortedOpsFile.
       01 SortedOpsRecord PIC X(93).
       SD SortWork.
       01 WorkRecord.
           02 WrkDate PIC 9(8).
       01 WS-ParmKey PIC X(12).
       01 WS-ParmValue PIC X(20).
       01 WS-ParmFound PIC X.
       01 WS-ChainFile PIC X(30) VALUE "39opslog.dat".
       01 WS-LastAction PIC X.
       01 WS-LastFound PIC X.
       01 WS-ChainDataLen PIC 9(3) VALUE 93.
       01 WS-ChainCarryPos PIC 9(3) VALUE 49.
       01 WS-ChainStat PIC X.
       01 WS-ChainRecs PIC 9(7).
       01 WS-ChainLegacy PIC 9(7).
       01 WS-ChainSeals PIC 9(5).
       01 WS-ChainBrokenAt PIC 9(7).
       01 WS-ChainBrokenWhy PIC X(40).
       01 WS-ChainBrokenRec PIC X(80).
       01 WS-ChainLast PIC X(16).
       01 WS-PrevSum PIC X(16).
       01 WS-NewSum PIC X(16).
       01 WS-ChainRec PIC X(500).
       01 WS-OldCount PIC 9(7).
       01 WS-LockAction PIC X.
       01 WS-LockFileCode PIC X(8) VALUE "CHAIN".
       01 WS-LockKey PIC X(10) VALUE "39opslog.d".
       01 WS-LockOwner PIC X(8) VALUE "OPSLOG".
       01 WS-LockResult PIC X.
       01 WS-LockHolder PIC X(8).
       01 WS-LockTries PIC 9(3).
       PROCEDURE DIVISION.
       StartPara.
           *> Gli stessi nomi file parametrici che usano i
           STOP RUN.

       Consolidate.
           *> Il log centrale e' concatenato (CHNAPPND): prima di
           *> ricostruirlo la catena vecchia deve risultare integra,
           *> altrimenti la ricostruzione cancellerebbe la prova
           *> della manomissione. Il log nuovo riparte con un
           *> sigillo che riporta l'ultimo anello del vecchio.
           MOVE 'A' TO WS-LockAction.
           MOVE ZERO TO WS-LockTries.
           MOVE 'N' TO WS-LockResult.
           PERFORM UNTIL WS-LockResult = 'Y'
                   OR WS-LockTries >= 100
               ADD 1 TO WS-LockTries
               CALL 'LOCKMGR' USING WS-LockAction,
                   WS-LockFileCode, WS-LockKey, WS-LockOwner,
                   WS-LockResult, WS-LockHolder
           END-PERFORM.
           IF WS-LockResult NOT = 'Y'
               DISPLAY "Central log locked by " WS-LockHolder
                   ", try again later."
               EXIT PARAGRAPH
           END-IF.
           CALL 'CHNVERIFY' USING WS-ChainFile, WS-ChainDataLen,
               WS-ChainCarryPos, WS-ChainStat, WS-ChainRecs,
               WS-ChainLegacy, WS-ChainSeals, WS-ChainBrokenAt,
               WS-ChainBrokenWhy, WS-ChainBrokenRec, WS-ChainLast.
           IF WS-ChainStat = 'N'
               DISPLAY "Central log chain broken at record "
                   WS-ChainBrokenAt " (" WS-ChainBrokenWhy ")."
               DISPLAY "Rebuild refused: run LogChainCheck and "
                   "investigate first."
               PERFORM ReleaseChainLock
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-MergedCount.
           OPEN OUTPUT RawOpsFile.
           PERFORM PullSecurityEvents.
           SORT SortWork
               ON ASCENDING KEY WrkDate WrkTime
               USING RawOpsFile
               GIVING SortedOpsFile.
           PERFORM WriteChainedLog.
           PERFORM ReleaseChainLock.
           DISPLAY "Central log rebuilt: " WS-MergedCount
               " entries in 39opslog.dat".

       WriteChainedLog.
           MOVE ALL "0" TO WS-PrevSum.
           OPEN OUTPUT CentralLog.
           IF WS-ChainStat = 'Y' AND WS-ChainRecs > ZERO
               PERFORM WriteRebuildSeal
           END-IF.
           OPEN INPUT SortedOpsFile.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SortedOpsFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SortedOpsRecord TO WS-ChainRec
                       CALL 'CHNHASH' USING WS-PrevSum, WS-ChainRec,
                           WS-ChainDataLen, WS-NewSum
                       MOVE SortedOpsRecord TO CentralRecord
                       MOVE WS-NewSum TO CenChain
                       WRITE CentralRecord
                       MOVE WS-NewSum TO WS-PrevSum
               END-READ
           END-PERFORM.
           CLOSE SortedOpsFile, CentralLog.
           *> Ultimo anello del log ricostruito per CHNAPPND.
           MOVE 'P' TO WS-LastAction.
           CALL 'CHNLAST' USING WS-LastAction, WS-ChainFile,
               WS-PrevSum, WS-LastFound.

       WriteRebuildSeal.
           *> Sigillo di testa: record del log vecchio e suo ultimo
           *> anello, firmato col checksum sull'anello stesso.
           MOVE WS-ChainRecs TO WS-OldCount.
           MOVE SPACES TO CentralRecord.
           ACCEPT CenDate FROM DATE YYYYMMDD.
           ACCEPT CenTime FROM TIME.
           MOVE "SEAL" TO CenProgram.
           MOVE "REBUILD" TO CenAction.
           MOVE WS-OldCount TO CenKey.
           MOVE WS-ChainLast TO CenDetail(1:16).
           MOVE "39opslog.dat" TO CenDetail(17:24).
           CALL 'RUNGET' USING CenRunID.
           MOVE CentralRecord TO WS-ChainRec.
           CALL 'CHNHASH' USING WS-ChainLast, WS-ChainRec,
               WS-ChainDataLen, WS-NewSum.
           MOVE WS-NewSum TO CenChain.
           WRITE CentralRecord.
           MOVE WS-ChainLast TO WS-PrevSum.

       ReleaseChainLock.
           MOVE 'R' TO WS-LockAction.
           CALL 'LOCKMGR' USING WS-LockAction, WS-LockFileCode,
               WS-LockKey, WS-LockOwner, WS-LockResult,
               WS-LockHolder.

       PullSecurityEvents.
           *> Gli eventi scritti direttamente sul log centrale da
           *> SIGNON e OperMaint non stanno in nessuna fonte: vanno
