           SELECT ErasureLog ASSIGN TO "53erasure.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ErasStatus.
           SELECT ConsentFile ASSIGN TO "146consent.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CnKey
               FILE STATUS IS WS-ConsStatus.
       DATA DIVISION.
       FILE SECTION.
       FD Cost13File.
       01 PrintLine PIC X(90).
       FD ErasureLog.
       01 ErasureLine PIC X(80).
       FD ConsentFile.
       COPY "CONSREC.cpy".
       WORKING-STORAGE SECTION.
       EXEC SQL
           INCLUDE SQLCA
       01 WS-StudentiMasterStatus PIC XX.
       01 WS-EntryStatus PIC XX.
       01 WS-ErasStatus PIC XX.
       01 WS-ConsStatus PIC XX.
       01 WS-ConsCount PIC 9(3).
      *> ID delle persone trovate, per la storia dei consensi.
       01 SubjectTable.
           02 WS-SubjCount PIC 99 VALUE ZERO.
           02 SubjEntry OCCURS 50 TIMES
                   DEPENDING ON WS-SubjCount.
               03 SJ-ID PIC 9(5).
       01 S PIC 99.
       01 Choice PIC 9.
       01 WS-EOF PIC X.
       01 WS-StartOK PIC X.
       01 WS-JrnFileCode PIC X(8).
       01 WS-JrnAction PIC X(8).
       01 WS-JrnKey PIC X(10).
       01 WS-JrnBefore PIC X(200).
       01 WS-JrnAfter PIC X(200).
       01 WS-PersonFirstBuf PIC X(25).
       01 WS-PersonLastBuf PIC X(15).
       01 WS-PersonPhoneBuf PIC X(15).
           PERFORM SearchStudents.
           PERFORM SearchEntryFile.
           PERFORM SearchSqlStudents.
           PERFORM ReportConsents.
           CLOSE SarReport.

           DISPLAY "Records found: " WS-FoundCount
               DELIMITED BY SIZE INTO PrintLine
           END-STRING.
           WRITE PrintLine AFTER ADVANCING 1 LINE.
           PERFORM VARYING S FROM 1 BY 1
                   UNTIL S > WS-SubjCount
                   OR SJ-ID(S) = PersonID
               CONTINUE
           END-PERFORM.
           IF S > WS-SubjCount AND WS-SubjCount < 50
               ADD 1 TO WS-SubjCount
               MOVE PersonID TO SJ-ID(WS-SubjCount)
           END-IF.

       ReportConsents.
           *> Storia dei consensi al contatto di ogni persona trovata
           *> (o dell'ID chiesto): resta anche dopo l'anonimizzazione
           *> come prova di cosa era stato autorizzato.
           IF WS-AskID NOT = ZERO AND WS-SubjCount = ZERO
               MOVE 1 TO WS-SubjCount
               MOVE WS-AskID TO SJ-ID(1)
           END-IF.
           MOVE ZERO TO WS-ConsCount.
           MOVE SPACES TO PrintLine.
           MOVE "CONTACT CONSENT HISTORY" TO PrintLine.
           WRITE PrintLine AFTER ADVANCING 2 LINES.
           OPEN INPUT ConsentFile.
           IF WS-ConsStatus = "00"
               PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SubjCount
                   PERFORM ReportOneSubjectConsents
               END-PERFORM
           END-IF.
           CLOSE ConsentFile.
           IF WS-ConsCount = ZERO
               MOVE "  (none on file)" TO PrintLine
               WRITE PrintLine AFTER ADVANCING 1 LINE
           END-IF.

       ReportOneSubjectConsents.
           MOVE SJ-ID(S) TO CnPerson.
           MOVE LOW-VALUES TO CnPurpose.
           MOVE ZERO TO CnSeq.
           MOVE 'N' TO WS-EOF.
           START ConsentFile KEY IS NOT LESS THAN CnKey
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ConsentFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CnPerson NOT = SJ-ID(S)
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM ReportOneConsent
                       END-IF
               END-READ
           END-PERFORM.

       ReportOneConsent.
           ADD 1 TO WS-ConsCount.
           MOVE SPACES TO PrintLine.
           IF CnActive
               STRING CnPerson " finalita' " CnPurpose " dato "
                   CnGiven " canale " CnChannel " op " CnGivenOp
                   " attivo" DELIMITED BY SIZE INTO PrintLine
               END-STRING
           ELSE
               STRING CnPerson " finalita' " CnPurpose " dato "
                   CnGiven " canale " CnChannel " op " CnGivenOp
                   " revocato " CnWithdrawn " op " CnWithdrawnOp
                   DELIMITED BY SIZE INTO PrintLine
               END-STRING
           END-IF.
           WRITE PrintLine AFTER ADVANCING 1 LINE.

       MaskField40.
           CALL 'MASKFLD' USING WS-MaskIn, WS-MaskOut.
