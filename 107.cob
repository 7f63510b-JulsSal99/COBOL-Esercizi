       DATA DIVISION.
       FILE SECTION.
       FD LogFileIn.
       01 LogRecordIn PIC X(500).
       FD KeepFile.
       01 KeepRecord PIC X(500).
       FD ArchFile.
       01 ArchRecord PIC X(500).
       WORKING-STORAGE SECTION.
       01 WS-LogStatus PIC XX.
       01 WS-KeepStatus PIC XX.
       *> I log con data yyyymmdd in testa al record gestiti dal
       *> motore: nome file e chiave dei giorni di conservazione in
       *> SYSPARM (via ParmMaint, 50.cob). Chiave assente = nessuna
       *> conservazione configurata, file non toccato. Per i log
       *> concatenati (CHNAPPND) lunghezza dati e posizione
       *> dell'anello riportato nel sigillo; 000 = log semplice.
       01 RetentionSetData.
           02 FILLER PIC X(48) VALUE
               "19audit.txt                   RET19AUDIT  000000".
           02 FILLER PIC X(48) VALUE
               "39opslog.dat                  RET39OPS    093049".
           02 FILLER PIC X(48) VALUE
               "JRNL.dat                      RETJRNL     447043".
           02 FILLER PIC X(48) VALUE
               "56studaudit.txt               RET56STUD   000000".
           02 FILLER PIC X(48) VALUE
               "60peraudit.txt                RET60PER    000000".
       01 RetentionSet REDEFINES RetentionSetData.
           02 RetEntry OCCURS 5 TIMES.
               03 RS-File PIC X(30).
               03 RS-ParmKey PIC X(12).
               03 RS-DataLen PIC 9(3).
               03 RS-CarryPos PIC 9(3).
       COPY "JRNLREC.cpy".
       COPY "OPSLOGREC.cpy".
       01 WS-ChainFile PIC X(30).
       01 WS-LastAction PIC X.
       01 WS-LastSum PIC X(16).
       01 WS-LastFound PIC X.
       01 WS-ChainStat PIC X.
       01 WS-ChainRecs PIC 9(7).
       01 WS-ChainLegacy PIC 9(7).
       01 WS-ChainSeals PIC 9(5).
       01 WS-ChainBrokenAt PIC 9(7).
       01 WS-ChainBrokenWhy PIC X(40).
       01 WS-ChainBrokenRec PIC X(80).
       01 WS-ChainLast PIC X(16).
       01 WS-CarrySum PIC X(16).
       01 WS-SealSum PIC X(16).
       01 WS-SumPos PIC 9(3).
       01 WS-SealRec PIC X(500).
       01 WS-Keeping PIC X.
       01 WS-ArchCountX PIC 9(6).
       01 WS-LockAction PIC X.
       01 WS-LockFileCode PIC X(8) VALUE "CHAIN".
       01 WS-LockKey PIC X(10).
       01 WS-LockOwner PIC X(8) VALUE "RETPURGE".
       01 WS-LockResult PIC X.
       01 WS-LockHolder PIC X(8).
       01 WS-LockTries PIC 9(3).
       01 WS-ChainLocked PIC X.
       01 I PIC 9.
       PROCEDURE DIVISION.
       MainPara.
      *> (<file>.A<data>) e il conteggio tenuti/archiviati a video.
      *> 13trans.txt e i log CALC restano fuori: i primi non
      *> portano data nel record, i secondi sono gia' file
      *> giornalieri. JRNL.dat e 39opslog.dat sono concatenati:
      *> prima si verifica la catena (rotta = file non toccato),
      *> poi si archiviano solo i record di testa e in testa ai
      *> tenuti va un sigillo che riporta l'ultimo anello
      *> archiviato, cosi' CHNVERIFY segue la catena anche dopo.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           COMPUTE WS-TodayInt =
               FUNCTION INTEGER-OF-DATE(WS-TodayDate).
           COMPUTE WS-CutoffDate =
               FUNCTION DATE-OF-INTEGER(WS-CutoffInt).
           MOVE RS-File(I) TO WS-LogName.
           MOVE 'N' TO WS-ChainLocked.
           IF RS-DataLen(I) > ZERO
               PERFORM LockAndVerifyChain
               IF WS-ChainStat = 'N'
                   PERFORM ReleaseChainLock
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           OPEN INPUT LogFileIn.
           IF WS-LogStatus NOT = "00"
               DISPLAY RS-File(I) ": not on file, skipped."
               CLOSE LogFileIn
               PERFORM ReleaseChainLock
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-ArchName.
               OPEN EXTEND ArchFile
           END-IF.
           MOVE ZERO TO WS-KeptCount WS-ArchCount.
           MOVE ALL "0" TO WS-CarrySum.
           MOVE 'N' TO WS-Keeping.
           IF RS-DataLen(I) > ZERO
               COMPUTE WS-SumPos = RS-DataLen(I) + 1
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ LogFileIn
           END-PERFORM.
           CLOSE LogFileIn, KeepFile, ArchFile.
           PERFORM RewriteKeptRecords.
           PERFORM ReleaseChainLock.
           ADD WS-ArchCount TO WS-TotArchived.
           DISPLAY RS-File(I) ": kept " WS-KeptCount
               ", archived " WS-ArchCount " (older than "
               WS-CutoffDate ").".

       SplitOneRecord.
           IF RS-DataLen(I) > ZERO
               PERFORM SplitChainedRecord
               EXIT PARAGRAPH
           END-IF.
           *> Record senza data riconoscibile: si tiene, per
           *> prudenza.
           IF LogRecordIn(1:8) IS NUMERIC
           END-IF.
           OPEN INPUT KeepFile.
           OPEN OUTPUT LogFileIn.
           IF RS-DataLen(I) > ZERO
               PERFORM WriteSealRecord
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ KeepFile
               END-READ
           END-PERFORM.
           CLOSE KeepFile, LogFileIn.
           *> Log riscritto: l'ultimo anello tenuto da CHNLAST si
           *> toglie e il prossimo accodamento rilegge il log.
           IF RS-DataLen(I) > ZERO
               MOVE 'D' TO WS-LastAction
               CALL 'CHNLAST' USING WS-LastAction, WS-ChainFile,
                   WS-LastSum, WS-LastFound
           END-IF.

       SplitChainedRecord.
           *> Log concatenato: si archiviano solo i record di testa
           *> (vecchi sigilli compresi); dal primo record da tenere
           *> in poi si tiene tutto, o la catena avrebbe dei buchi.
           *> WS-CarrySum segue l'anello dell'ultimo archiviato con
           *> le regole di CHNAPPND.
           IF WS-Keeping = 'N'
               IF LogRecordIn(17:8) = "SEAL    "
                       OR (LogRecordIn(1:8) IS NUMERIC
                       AND LogRecordIn(1:8) < WS-CutoffDate)
                   EVALUATE TRUE
                       WHEN LogRecordIn(17:8) = "SEAL    "
                           MOVE LogRecordIn(RS-CarryPos(I):16)
                               TO WS-CarrySum
                       WHEN LogRecordIn(WS-SumPos:16) = SPACES
                           MOVE ALL "0" TO WS-CarrySum
                       WHEN OTHER
                           MOVE LogRecordIn(WS-SumPos:16)
                               TO WS-CarrySum
                   END-EVALUATE
                   WRITE ArchRecord FROM LogRecordIn
                   ADD 1 TO WS-ArchCount
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-Keeping
           END-IF.
           WRITE KeepRecord FROM LogRecordIn.
           ADD 1 TO WS-KeptCount.

       WriteSealRecord.
           *> Sigillo in testa al log sfoltito: conteggio e archivio
           *> dei record tolti, anello riportato, firmato a sua volta
           *> col checksum sull'anello riportato.
           MOVE WS-ArchCount TO WS-ArchCountX.
           IF RS-File(I) = "JRNL.dat"
               MOVE SPACES TO JournalRecord
               MOVE WS-TodayDate TO JrnDate
               ACCEPT JrnTime FROM TIME
               MOVE "SEAL" TO JrnFile
               MOVE "PURGE" TO JrnAction
               MOVE WS-ArchCountX TO JrnKey
               MOVE WS-CarrySum TO JrnBefore(1:16)
               MOVE WS-ArchName TO JrnBefore(17:40)
               CALL 'RUNGET' USING JrnRunID
               MOVE JournalRecord TO WS-SealRec
           ELSE
               MOVE SPACES TO CentralRecord
               MOVE WS-TodayDate TO CenDate
               ACCEPT CenTime FROM TIME
               MOVE "SEAL" TO CenProgram
               MOVE "PURGE" TO CenAction
               MOVE WS-ArchCountX TO CenKey
               MOVE WS-CarrySum TO CenDetail(1:16)
               MOVE WS-ArchName TO CenDetail(17:24)
               CALL 'RUNGET' USING CenRunID
               MOVE CentralRecord TO WS-SealRec
           END-IF.
           CALL 'CHNHASH' USING WS-CarrySum, WS-SealRec,
               RS-DataLen(I), WS-SealSum.
           MOVE WS-SealSum TO WS-SealRec(WS-SumPos:16).
           WRITE LogRecordIn FROM WS-SealRec.

       LockAndVerifyChain.
           *> Stesso lucchetto di CHNAPPND: nessun accodamento tra
           *> la verifica e la riscrittura del log.
           MOVE 'A' TO WS-LockAction.
           MOVE RS-File(I)(1:10) TO WS-LockKey.
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
               DISPLAY RS-File(I) ": locked by " WS-LockHolder
                   ", skipped."
               MOVE 'N' TO WS-ChainStat
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-ChainLocked.
           MOVE RS-File(I) TO WS-ChainFile.
           CALL 'CHNVERIFY' USING WS-ChainFile, RS-DataLen(I),
               RS-CarryPos(I), WS-ChainStat, WS-ChainRecs,
               WS-ChainLegacy, WS-ChainSeals, WS-ChainBrokenAt,
               WS-ChainBrokenWhy, WS-ChainBrokenRec, WS-ChainLast.
           IF WS-ChainStat = 'N'
               DISPLAY RS-File(I) ": chain broken at record "
                   WS-ChainBrokenAt " (" WS-ChainBrokenWhy
                   "), skipped."
               MOVE 8 TO RETURN-CODE
           END-IF.

       ReleaseChainLock.
           IF WS-ChainLocked = 'Y'
               MOVE 'R' TO WS-LockAction
               CALL 'LOCKMGR' USING WS-LockAction,
                   WS-LockFileCode, WS-LockKey, WS-LockOwner,
                   WS-LockResult, WS-LockHolder
               MOVE 'N' TO WS-ChainLocked
           END-IF.
