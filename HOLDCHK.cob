       IDENTIFICATION DIVISION.
       PROGRAM-ID.       HOLDCHK.
       AUTHOR.       Giulio.
       DATE-WRITTEN.12/10/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HoldFile ASSIGN TO "144holds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HdKey
               FILE STATUS IS WS-HoldStatus.
       DATA DIVISION.
       FILE SECTION.
       FD HoldFile.
       COPY "HOLDREC.cpy".
       WORKING-STORAGE SECTION.
       01 WS-HoldStatus PIC XX.
       01 WS-HoldEOF PIC X.
      *> Azioni bloccate per tipo di blocco: E iscrizione esami,
      *> T libretto ed export, C certificati, G laurea.
       01 BlockValues.
           02 FILLER PIC X(5) VALUE "TETCG".
           02 FILLER PIC X(5) VALUE "B TCG".
           02 FILLER PIC X(5) VALUE "D  CG".
           02 FILLER PIC X(5) VALUE "SETCG".
       01 BlockTable REDEFINES BlockValues.
           02 BlockEntry OCCURS 4 TIMES.
               03 BK-Type PIC X.
               03 BK-Actions PIC X(4).
       01 B PIC 9.
       01 WS-TypeName PIC X(12).
       LINKAGE SECTION.
       01 LMatr PIC 9(5).
       01 LAction PIC X.
       01 LBlocked PIC X.
       01 LReason PIC X(60).
       PROCEDURE DIVISION USING LMatr, LAction, LBlocked, LReason.
      *> Blocchi amministrativi attivi di una matricola in
      *> 144holds.dat: LBlocked 'Y' e il motivo del primo blocco che
      *> impedisce l'azione richiesta. Senza archivio nessun blocco.
      *> Usato da Transcript (31.cob), ExamReg (32.cob),
      *> TranscriptExport (101.cob), Thesis (133.cob) e
      *> Certificates (134.cob).
       MainPara.
           MOVE 'N' TO LBlocked.
           MOVE SPACES TO LReason.
           OPEN INPUT HoldFile.
           IF WS-HoldStatus NOT = "00"
               CLOSE HoldFile
               EXIT PROGRAM
           END-IF.
           MOVE LMatr TO HdMatr.
           MOVE ZERO TO HdSeq.
           MOVE 'N' TO WS-HoldEOF.
           START HoldFile KEY IS NOT LESS THAN HdKey
               INVALID KEY MOVE 'Y' TO WS-HoldEOF
           END-START.
           PERFORM UNTIL WS-HoldEOF = 'Y'
               READ HoldFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-HoldEOF
                   NOT AT END
                       IF HdMatr NOT = LMatr
                           MOVE 'Y' TO WS-HoldEOF
                       ELSE
                           IF HdActive
                               PERFORM CheckOneHold
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HoldFile.
           EXIT PROGRAM.

       CheckOneHold.
           PERFORM VARYING B FROM 1 BY 1
                   UNTIL B > 4 OR BK-Type(B) = HdType
               CONTINUE
           END-PERFORM.
           IF B > 4
               EXIT PARAGRAPH
           END-IF.
           IF LAction = SPACE
               EXIT PARAGRAPH
           END-IF.
           IF BK-Actions(B)(1:1) NOT = LAction
                   AND BK-Actions(B)(2:1) NOT = LAction
                   AND BK-Actions(B)(3:1) NOT = LAction
                   AND BK-Actions(B)(4:1) NOT = LAction
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN HdTuition MOVE "tasse" TO WS-TypeName
               WHEN HdLibrary MOVE "biblioteca" TO WS-TypeName
               WHEN HdDocuments MOVE "documenti" TO WS-TypeName
               WHEN HdDiscipline MOVE "disciplinare" TO WS-TypeName
           END-EVALUATE.
           MOVE 'Y' TO LBlocked.
           MOVE 'Y' TO WS-HoldEOF.
           STRING "Blocco " DELIMITED BY SIZE
               WS-TypeName DELIMITED BY SPACE
               " dal " DELIMITED BY SIZE
               HdPlacedDate DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               HdReason DELIMITED BY SIZE
               INTO LReason.
