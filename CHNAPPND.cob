       IDENTIFICATION DIVISION.
       PROGRAM-ID.       CHNAPPND.
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
       01 WS-NewSum PIC X(16).
       01 WS-SumPos PIC 9(3).
       01 WS-LockAction PIC X.
       01 WS-LockFileCode PIC X(8) VALUE "CHAIN".
       01 WS-LockKey PIC X(10).
       01 WS-LockOwner PIC X(8) VALUE "CHNAPPND".
       01 WS-LockResult PIC X.
       01 WS-LockHolder PIC X(8).
       01 WS-LockTries PIC 9(3).
       01 WS-LastAction PIC X.
       01 WS-LastFound PIC X.
       LINKAGE SECTION.
       01 LFileName PIC X(30).
       01 LRecord PIC X(500).
       01 LDataLen PIC 9(3).
       01 LCarryPos PIC 9(3).
       PROCEDURE DIVISION USING LFileName, LRecord, LDataLen,
               LCarryPos.
      *> Accodamento concatenato a un log di audit: i primi
      *> LDataLen byte sono il record, i 16 dopo il checksum
      *> (CHNHASH) sul record e sul checksum del record che lo
      *> precede. Il sigillo lasciato in testa da RetentionPurge
      *> e da OpsLog ("SEAL" in posizione 17) porta avanti la
      *> catena col checksum riportato in LCarryPos; i record
      *> storici senza checksum ripartono da zero. L'ultimo anello
      *> si prende da CHNLAST; il log si rilegge da capo solo se
      *> la riga di CHNLAST manca o se il lucchetto non e' stato
      *> ottenuto. Usato da JRNL, SIGNON e OperMaint (104.cob).
       MainPara.
           MOVE LFileName TO WS-FileName.
           COMPUTE WS-SumPos = LDataLen + 1.
           *> Lettura dell'ultimo anello e scrittura vanno
           *> serializzate come in IDNEXT: due accodamenti insieme
           *> partirebbero dallo stesso anello.
           MOVE 'A' TO WS-LockAction.
           MOVE LFileName(1:10) TO WS-LockKey.
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
               DISPLAY "Log " WS-FileName " locked by "
                   WS-LockHolder ", writing unserialized."
           END-IF.

           *> Log assente: la catena parte da zero e la riga di
           *> CHNLAST, se c'era, si riscrive dopo l'accodamento.
           MOVE ALL "0" TO WS-PrevSum.
           OPEN INPUT ChainFile.
           IF WS-ChainStatus = "00"
               MOVE 'N' TO WS-LastFound
               IF WS-LockResult = 'Y'
                   MOVE 'G' TO WS-LastAction
                   CALL 'CHNLAST' USING WS-LastAction, WS-FileName,
                       WS-PrevSum, WS-LastFound
               END-IF
               IF WS-LastFound = 'N'
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ ChainFile
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END PERFORM NextState
                       END-READ
                   END-PERFORM
               END-IF
           END-IF.
           CLOSE ChainFile.

           CALL 'CHNHASH' USING WS-PrevSum, LRecord, LDataLen,
               WS-NewSum.
           MOVE WS-NewSum TO LRecord(WS-SumPos:16).
           OPEN EXTEND ChainFile.
           IF WS-ChainStatus = "35"
               OPEN OUTPUT ChainFile
               CLOSE ChainFile
               OPEN EXTEND ChainFile
           END-IF.
           WRITE ChainLine FROM LRecord.
           CLOSE ChainFile.
           *> Senza lucchetto un altro accodamento puo' essersi
           *> infilato: la riga si toglie e il prossimo rilegge.
           IF WS-LockResult = 'Y'
               MOVE 'P' TO WS-LastAction
           ELSE
               MOVE 'D' TO WS-LastAction
           END-IF.
           CALL 'CHNLAST' USING WS-LastAction, WS-FileName,
               WS-NewSum, WS-LastFound.

           IF WS-LockResult = 'Y'
               MOVE 'R' TO WS-LockAction
               CALL 'LOCKMGR' USING WS-LockAction,
                   WS-LockFileCode, WS-LockKey, WS-LockOwner,
                   WS-LockResult, WS-LockHolder
           END-IF.
           EXIT PROGRAM.

       NextState.
           *> Stesse regole di CHNVERIFY.
           EVALUATE TRUE
               WHEN ChainLine(17:8) = "SEAL    "
                   MOVE ChainLine(LCarryPos:16) TO WS-PrevSum
               WHEN ChainLine(WS-SumPos:16) = SPACES
                   MOVE ALL "0" TO WS-PrevSum
               WHEN OTHER
                   MOVE ChainLine(WS-SumPos:16) TO WS-PrevSum
           END-EVALUATE.
