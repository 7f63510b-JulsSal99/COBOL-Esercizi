       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PurchApConv.
       AUTHOR.       Giulio.
       DATE-WRITTEN.15/10/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OldPoFile ASSIGN TO "76po.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OldPONum
               FILE STATUS IS WS-OldStatus.
           SELECT NewPoFile ASSIGN TO "76po.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PONum
               FILE STATUS IS WS-NewStatus.
           SELECT OldApInvFile ASSIGN TO "77apinv.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OldAPInvNum
               FILE STATUS IS WS-OldStatus.
           SELECT NewApInvFile ASSIGN TO "77apinv.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APInvNum
               FILE STATUS IS WS-NewStatus.
           SELECT SupplierFile ASSIGN TO "76supplier.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SupStatus.
           SELECT UnloadFile ASSIGN TO "160unload.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UnloadStatus.
       DATA DIVISION.
       FILE SECTION.
      *> Vecchi tracciati: la chiave e' al suo posto, il resto si
      *> sposta com'e'.
       FD OldPoFile.
      *> Ordine d'acquisto a 38 byte, prima delle date di consegna
      *> promessa e di annullo.
       01 OldPoData.
           02 OldPONum PIC 9(5).
           02 FILLER PIC X(33).
       FD NewPoFile.
       COPY "POREC.cpy".
       FD OldApInvFile.
      *> Fattura fornitore a 47 byte, prima di scadenza, motivo di
      *> sospensione e IVA a credito.
       01 OldApInvData.
           02 OldAPInvNum PIC 9(5).
           02 FILLER PIC X(42).
       FD NewApInvFile.
       COPY "APINVREC.cpy".
       FD SupplierFile.
       COPY "SUPREC.cpy".
       FD UnloadFile.
       01 UnloadRecord PIC X(50).
       WORKING-STORAGE SECTION.
       01 WS-OldStatus PIC XX.
       01 WS-NewStatus PIC XX.
       01 WS-SupStatus PIC XX.
       01 WS-UnloadStatus PIC XX.
       01 WS-EOF PIC X.
       01 WS-StartOK PIC X.
       01 WS-Confirm PIC X.
       01 WS-ReadCount PIC 9(5).
       01 WS-LoadedCount PIC 9(5).
       01 WS-DueCount PIC 9(5).
       *> Termini dei fornitori per la scadenza delle fatture
       *> storiche.
       01 SupTermTable.
           02 WS-SupCount PIC 9(3) VALUE ZERO.
           02 SupTermEntry OCCURS 200 TIMES.
               03 ST-Code PIC X(4).
               03 ST-Days PIC 9(3).
       01 S PIC 9(3).
       PROCEDURE DIVISION.
       MainPara.
      *> Conversione una tantum di ordini d'acquisto e fatture
      *> fornitori ai tracciati attuali. Gli ordini storici hanno
      *> data promessa e data di annullo a zero (chi legge ricade
      *> sul lead time in 76sourcing.dat). Le fatture storiche
      *> scadono alla data fattura piu' i termini del fornitore,
      *> zero se il fornitore non li ha (chi legge applica i 30
      *> giorni); nessun motivo di sospensione e imponibile, IVA
      *> e aliquota a zero, cosi' chi legge prende APAmount come
      *> imponibile. Segue CompanyConv (155.cob); la successiva
      *> e' BudgetConv (161.cob).
           DISPLAY "CONVERSIONE ORDINI ACQUISTO E FATTURE FORNITORI.".
           DISPLAY "Eseguire UNA SOLA volta, su una copia di "
               "sicurezza gia' fatta, DOPO le conversioni "
               "precedenti. Procedo? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-Confirm.
           IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
               DISPLAY "Conversione annullata."
               STOP RUN
           END-IF.
           PERFORM LoadSupplierTerms.
           PERFORM ConvPoFile.
           PERFORM ConvApInvFile.
           DISPLAY "Conversione acquisti e fornitori completata.".
           STOP RUN.

       LoadSupplierTerms.
           MOVE ZERO TO WS-SupCount.
           OPEN INPUT SupplierFile.
           IF WS-SupStatus NOT = "00"
               DISPLAY "76supplier.dat non apribile, fatture senza "
                   "scadenza."
               CLOSE SupplierFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SupplierFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SupTermDays IS NUMERIC AND SupTermDays > ZERO
                               AND WS-SupCount < 200
                           ADD 1 TO WS-SupCount
                           MOVE SupCode TO ST-Code(WS-SupCount)
                           MOVE SupTermDays TO ST-Days(WS-SupCount)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SupplierFile.

       ConvPoFile.
           MOVE ZERO TO WS-ReadCount WS-LoadedCount.
           OPEN INPUT OldPoFile.
           IF WS-OldStatus NOT = "00"
               DISPLAY "76po.dat non apribile, saltato."
               CLOSE OldPoFile
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT UnloadFile.
           MOVE 'Y' TO WS-StartOK.
           MOVE ZERO TO OldPONum.
           START OldPoFile KEY IS NOT LESS THAN OldPONum
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE 'N' TO WS-EOF.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OldPoFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           WRITE UnloadRecord FROM OldPoData
                           ADD 1 TO WS-ReadCount
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE OldPoFile, UnloadFile.
           OPEN OUTPUT NewPoFile.
           OPEN INPUT UnloadFile.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ UnloadFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE UnloadRecord(1:38) TO PurchOrderData
                       MOVE ZERO TO POPromDate POCancelDate
                       WRITE PurchOrderData
                           INVALID KEY
                               DISPLAY "Ordine doppio scartato: "
                                   PONum
                           NOT INVALID KEY ADD 1 TO WS-LoadedCount
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE NewPoFile, UnloadFile.
           DISPLAY "76po.dat : " WS-ReadCount " -> "
               WS-LoadedCount.

       ConvApInvFile.
           MOVE ZERO TO WS-ReadCount WS-LoadedCount WS-DueCount.
           OPEN INPUT OldApInvFile.
           IF WS-OldStatus NOT = "00"
               DISPLAY "77apinv.dat non apribile, saltato."
               CLOSE OldApInvFile
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT UnloadFile.
           MOVE 'Y' TO WS-StartOK.
           MOVE ZERO TO OldAPInvNum.
           START OldApInvFile KEY IS NOT LESS THAN OldAPInvNum
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE 'N' TO WS-EOF.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OldApInvFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           WRITE UnloadRecord FROM OldApInvData
                           ADD 1 TO WS-ReadCount
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE OldApInvFile, UnloadFile.
           OPEN OUTPUT NewApInvFile.
           OPEN INPUT UnloadFile.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ UnloadFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM LoadOneApInvoice
               END-READ
           END-PERFORM.
           CLOSE NewApInvFile, UnloadFile.
           DISPLAY "77apinv.dat : " WS-ReadCount " -> "
               WS-LoadedCount ", " WS-DueCount " con scadenza".

       LoadOneApInvoice.
           MOVE UnloadRecord(1:47) TO ApInvData.
           MOVE ZERO TO APDueDate.
           MOVE SPACE TO APHoldCode.
           MOVE ZERO TO APNet APTaxRate APTax.
           PERFORM VARYING S FROM 1 BY 1
                   UNTIL S > WS-SupCount OR ST-Code(S) = APSupCode
               CONTINUE
           END-PERFORM.
           IF S <= WS-SupCount AND APDate IS NUMERIC
                   AND APDate > ZERO
               COMPUTE APDueDate = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(APDate) + ST-Days(S))
               ADD 1 TO WS-DueCount
           END-IF.
           WRITE ApInvData
               INVALID KEY
                   DISPLAY "Fattura fornitore doppia scartata: "
                       APInvNum
               NOT INVALID KEY
                   ADD 1 TO WS-LoadedCount
           END-WRITE.
