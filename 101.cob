           SELECT ExamResults ASSIGN TO "7examres.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ExamResStatus.
           SELECT RecogFile ASSIGN TO "132recog.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RecKey
               FILE STATUS IS WS-RecogStatus.
           SELECT ExportFile ASSIGN TO DYNAMIC WS-ExportName
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       COPY "STUDREC.cpy".
       FD ExamResults.
       COPY "EXAMREC.cpy".
       FD RecogFile.
       COPY "RECOGREC.cpy".
       FD ExportFile.
      *> Tracciato fisso H/D/T come il flusso inbound di
      *> Student-Inbound (47.cob): la scuola ricevente verifica la
      *> completezza col conteggio di coda. ExpDRecog = 'R' sugli
      *> esami riconosciuti da altri atenei, con i crediti concessi
      *> in ExpDCredits (zero sugli esami sostenuti in sede).
       01 ExportRecord PIC X(80).
       01 ExpHeaderRecord REDEFINES ExportRecord.
           02 ExpHType PIC X.
           02 ExpDScore PIC 9(3).
           02 ExpDGrade PIC X.
           02 ExpDAttempt PIC 99.
           02 ExpDRecog PIC X.
           02 ExpDCredits PIC 99.
           02 FILLER PIC X(57).
       01 ExpTrailerRecord REDEFINES ExportRecord.
           02 ExpTType PIC X.
           02 ExpTCount PIC 9(6).
           02 ExpTScoreSum PIC 9(8).
           02 ExpTRecogCredits PIC 9(5).
           02 FILLER PIC X(60).
       WORKING-STORAGE SECTION.
       01 WS-StudentiMasterStatus PIC XX.
       01 WS-ExamResStatus PIC XX.
       01 WS-RecogStatus PIC XX.
       01 WS-RecogCredits PIC 9(5).
       01 WS-ExportName PIC X(30).
       01 WS-EOF PIC X.
       01 WS-StudFound PIC X.
       01 WS-HoldAction PIC X.
       01 WS-HoldBlocked PIC X.
       01 WS-HoldReason PIC X(60).
       01 WS-Answer PIC X.
       01 WS-DetailCount PIC 9(6).
       01 WS-ScoreSum PIC 9(8).
               03 BT-Score PIC 9(3).
               03 BT-Grade PIC X.
               03 BT-Attempts PIC 99.
               03 BT-Recog PIC X.
               03 BT-Credits PIC 99.
       01 I PIC 9(3).
       PROCEDURE DIVISION.
       MainPara.
               DISPLAY "Matricola non in archivio."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'T' TO WS-HoldAction.
           CALL 'HOLDCHK' USING Matr, WS-HoldAction,
               WS-HoldBlocked, WS-HoldReason.
           IF WS-HoldBlocked = 'Y'
               DISPLAY WS-HoldReason
               DISPLAY "Export non eseguito."
               EXIT PARAGRAPH
           END-IF.
           PERFORM CollectBestResults.
           IF WS-BestCount = ZERO
               DISPLAY "Nessun risultato per questa matricola."
           MOVE Cognome TO ExpHCognome.
           MOVE Corso TO ExpHCorso.
           WRITE ExportRecord.
           MOVE ZERO TO WS-DetailCount WS-ScoreSum WS-RecogCredits.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-BestCount
               MOVE SPACES TO ExportRecord
               MOVE 'D' TO ExpDType
               MOVE BT-Score(I) TO ExpDScore
               MOVE BT-Grade(I) TO ExpDGrade
               MOVE BT-Attempts(I) TO ExpDAttempt
               MOVE BT-Recog(I) TO ExpDRecog
               MOVE BT-Credits(I) TO ExpDCredits
               WRITE ExportRecord
               ADD 1 TO WS-DetailCount
               ADD BT-Score(I) TO WS-ScoreSum
               ADD BT-Credits(I) TO WS-RecogCredits
           END-PERFORM.
           *> Coda di controllo: conteggio dettagli piu' somma dei
           *> punteggi, cosi' un file troncato non passa inosservato.
           MOVE 'T' TO ExpTType.
           MOVE WS-DetailCount TO ExpTCount.
           MOVE WS-ScoreSum TO ExpTScoreSum.
           MOVE WS-RecogCredits TO ExpTRecogCredits.
           WRITE ExportRecord.
           CLOSE ExportFile.
           DISPLAY "Transcript exported to " WS-ExportName " ("
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ExamResults.
           IF WS-ExamResStatus NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ExamResults
               END-READ
           END-PERFORM.
           CLOSE ExamResults.
           PERFORM CollectRecognitions.

       CollectOneResult.
           PERFORM VARYING I FROM 1 BY 1
               MOVE ExamScore TO BT-Score(I)
               MOVE ExamGrade TO BT-Grade(I)
               MOVE ZERO TO BT-Attempts(I)
               MOVE SPACE TO BT-Recog(I)
               MOVE ZERO TO BT-Credits(I)
           ELSE
               IF ExamScore > BT-Score(I)
                       OR (ExamScore = BT-Score(I)
               END-IF
           END-IF.
           ADD 1 TO BT-Attempts(I).

       CollectRecognitions.
           *> Esami riconosciuti da altri atenei, come sul
           *> transcript stampato: un corso superato in sede resta
           *> col suo esito.
           OPEN INPUT RecogFile.
           IF WS-RecogStatus NOT = "00"
               CLOSE RecogFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           MOVE Matr TO RecMatr.
           MOVE ZERO TO RecCourse.
           START RecogFile KEY IS NOT LESS THAN RecKey
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ RecogFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RecMatr NOT = Matr
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM CollectOneRecognition
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RecogFile.

       CollectOneRecognition.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-BestCount
                   OR BT-Course(I) = RecCourse
               CONTINUE
           END-PERFORM.
           IF I <= WS-BestCount OR WS-BestCount >= 100
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-BestCount.
           MOVE WS-BestCount TO I.
           MOVE RecCourse TO BT-Course(I).
           MOVE RecDate TO BT-Date(I).
           MOVE RecScore TO BT-Score(I).
           MOVE RecGrade TO BT-Grade(I).
           MOVE ZERO TO BT-Attempts(I).
           MOVE 'R' TO BT-Recog(I).
           MOVE RecCredits TO BT-Credits(I).
