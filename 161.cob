       IDENTIFICATION DIVISION.
       PROGRAM-ID.       BudgetConv.
       AUTHOR.       Giulio.
       DATE-WRITTEN.15/10/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OldBudgetFile ASSIGN TO "122budget.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OldBudKey
               FILE STATUS IS WS-OldStatus.
           SELECT NewBudgetFile ASSIGN TO "122budget.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BudKey
               FILE STATUS IS WS-NewStatus.
           SELECT UnloadFile ASSIGN TO "161unload.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UnloadStatus.
       DATA DIVISION.
       FILE SECTION.
      *> Vecchio tracciato, senza societa': la chiave e' periodo +
      *> conto, il resto si sposta com'e'.
       FD OldBudgetFile.
       01 OldBudgetData.
           02 OldBudKey PIC X(10).
           02 FILLER PIC X(11).
       FD NewBudgetFile.
       COPY "BUDREC.cpy".
       FD UnloadFile.
       01 UnloadRecord PIC X(30).
       WORKING-STORAGE SECTION.
       01 WS-OldStatus PIC XX.
       01 WS-NewStatus PIC XX.
       01 WS-UnloadStatus PIC XX.
       01 WS-EOF PIC X.
       01 WS-StartOK PIC X.
       01 WS-Confirm PIC X.
       01 WS-ReadCount PIC 9(5).
       01 WS-LoadedCount PIC 9(5).
       PROCEDURE DIVISION.
       MainPara.
      *> Conversione una tantum del budget al tracciato con la
      *> societa' in testa alla chiave: i budget immessi finora
      *> sono della societa' storica 01, come tutto il resto in
      *> CompanyConv (155.cob). Segue PurchApConv (160.cob); la
      *> successiva e' InvKindConv (162.cob).
           DISPLAY "CONVERSIONE BUDGET MULTI-SOCIETA' (societa' 01).".
           DISPLAY "Eseguire UNA SOLA volta, su una copia di "
               "sicurezza gia' fatta, DOPO le conversioni "
               "precedenti. Procedo? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-Confirm.
           IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
               DISPLAY "Conversione annullata."
               STOP RUN
           END-IF.
           PERFORM ConvBudgetFile.
           DISPLAY "Conversione budget completata.".
           STOP RUN.

       ConvBudgetFile.
           *> La societa' entra in testa, davanti al periodo.
           MOVE ZERO TO WS-ReadCount WS-LoadedCount.
           OPEN INPUT OldBudgetFile.
           IF WS-OldStatus NOT = "00"
               DISPLAY "122budget.dat non apribile, saltato."
               CLOSE OldBudgetFile
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT UnloadFile.
           MOVE 'Y' TO WS-StartOK.
           MOVE LOW-VALUES TO OldBudKey.
           START OldBudgetFile KEY IS NOT LESS THAN OldBudKey
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE 'N' TO WS-EOF.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OldBudgetFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           WRITE UnloadRecord FROM OldBudgetData
                           ADD 1 TO WS-ReadCount
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE OldBudgetFile, UnloadFile.
           OPEN OUTPUT NewBudgetFile.
           OPEN INPUT UnloadFile.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ UnloadFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE "01" TO BudgetData(1:2)
                       MOVE UnloadRecord(1:21) TO BudgetData(3:21)
                       WRITE BudgetData
                           INVALID KEY CONTINUE
                           NOT INVALID KEY ADD 1 TO WS-LoadedCount
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE NewBudgetFile, UnloadFile.
           DISPLAY "122budget.dat : " WS-ReadCount " -> "
               WS-LoadedCount.
