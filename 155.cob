       IDENTIFICATION DIVISION.
       PROGRAM-ID.       CompanyConv.
       AUTHOR.       Giulio.
       DATE-WRITTEN.15/10/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OldOrderFile ASSIGN TO "24orders.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OldOrdKey
               FILE STATUS IS WS-OldStatus.
           SELECT NewOrderFile ASSIGN TO "24orders.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OrdNum
               FILE STATUS IS WS-NewStatus.
           SELECT InvRegister ASSIGN TO "25invreg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS InvNum
               FILE STATUS IS WS-NewStatus.
           SELECT OldCreditRegister ASSIGN TO "61creditreg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OldCrnKey
               FILE STATUS IS WS-OldStatus.
           SELECT NewCreditRegister ASSIGN TO "61creditreg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CrnNum
               FILE STATUS IS WS-NewStatus.
           SELECT OldPaymentFile ASSIGN TO "26payments.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OldPayKey
               ALTERNATE RECORD KEY IS OldPayInvNum
                   WITH DUPLICATES
               FILE STATUS IS WS-OldStatus.
           SELECT NewPaymentFile ASSIGN TO "26payments.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PaySeq
               ALTERNATE RECORD KEY IS PayInvNum
                   WITH DUPLICATES
               FILE STATUS IS WS-NewStatus.
           SELECT OldPeriodFile ASSIGN TO "60period.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OldPerKey
               FILE STATUS IS WS-OldStatus.
           SELECT NewPeriodFile ASSIGN TO "60period.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PerKey
               FILE STATUS IS WS-NewStatus.
           SELECT OldSettleFile ASSIGN TO "127vatsett.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OldVsKey
               FILE STATUS IS WS-OldStatus.
           SELECT NewSettleFile ASSIGN TO "127vatsett.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VsKey
               FILE STATUS IS WS-NewStatus.
           SELECT SeqFileIn ASSIGN TO DYNAMIC WS-SeqName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OldStatus.
           SELECT SeqFileOut ASSIGN TO DYNAMIC WS-SeqName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NewStatus.
           SELECT UnloadFile ASSIGN TO "155unload.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UnloadStatus.
       DATA DIVISION.
       FILE SECTION.
      *> Vecchi tracciati, senza societa': la chiave e' al suo posto,
      *> il resto si sposta com'e'.
       FD OldOrderFile.
       01 OldOrderData.
           02 OldOrdKey PIC 9(5).
           02 FILLER PIC X(20).
       FD NewOrderFile.
       COPY "ORDREC.cpy".
       FD InvRegister.
       COPY "INVREC.cpy".
       FD OldCreditRegister.
       01 OldCreditData.
           02 OldCrnKey PIC 9(5).
           02 FILLER PIC X(64).
       FD NewCreditRegister.
       COPY "CRNREC.cpy".
       FD OldPaymentFile.
       01 OldPaymentData.
           02 OldPayKey PIC 9(7).
           02 OldPayInvNum PIC 9(5).
           02 FILLER PIC X(33).
       FD NewPaymentFile.
       COPY "PAYREC.cpy".
       FD OldPeriodFile.
       01 OldPeriodData.
           02 OldPerKey PIC 9(6).
           02 FILLER PIC X(72).
       FD NewPeriodFile.
       COPY "PERREC.cpy".
       FD OldSettleFile.
       01 OldSettleData.
           02 OldVsKey PIC 9(6).
           02 FILLER PIC X(82).
       FD NewSettleFile.
       COPY "VATSREC.cpy".
       FD SeqFileIn.
       01 SeqRecordIn PIC X(60).
       FD SeqFileOut.
       01 SeqRecordOut PIC X(60).
       FD UnloadFile.
       01 UnloadRecord PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-OldStatus PIC XX.
       01 WS-NewStatus PIC XX.
       01 WS-UnloadStatus PIC XX.
       01 WS-SeqName PIC X(30).
       01 WS-CmpPos PIC 99.
       01 WS-EOF PIC X.
       01 WS-StartOK PIC X.
       01 WS-Confirm PIC X.
       01 WS-ReadCount PIC 9(5).
       01 WS-LoadedCount PIC 9(5).
       PROCEDURE DIVISION.
       MainPara.
      *> Conversione una tantum all'archivio multi-societa': tutto
      *> quello che c'e' oggi appartiene alla societa' storica 01.
      *> Ordini, note credito e pagamenti prendono la societa' in
      *> coda; periodi e liquidazioni IVA passano alla chiave
      *> societa' + periodo; le fatture la prendono dalla riserva
      *> in coda senza cambiare lunghezza; le scritture di
      *> contabilita', i periodi contabilizzati e i totali di
      *> rivalutazione cambi la trovano in fondo alla riga. Come
      *> CustIDConv (109.cob), un blocco per file. La successiva
      *> e' PurchApConv (160.cob).
           DISPLAY "CONVERSIONE ARCHIVI MULTI-SOCIETA' (societa' 01).".
           DISPLAY "Eseguire UNA SOLA volta, su una copia di "
               "sicurezza gia' fatta, DOPO le conversioni "
               "precedenti. Procedo? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-Confirm.
           IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
               DISPLAY "Conversione annullata."
               STOP RUN
           END-IF.
           PERFORM ConvOrderFile.
           PERFORM ConvInvRegister.
           PERFORM ConvCreditRegister.
           PERFORM ConvPaymentFile.
           PERFORM ConvPeriodFile.
           PERFORM ConvSettleFile.
           PERFORM ConvSeqFiles.
           DISPLAY "Conversione multi-societa' completata.".
           STOP RUN.

       ConvOrderFile.
           MOVE ZERO TO WS-ReadCount WS-LoadedCount.
           OPEN INPUT OldOrderFile.
           IF WS-OldStatus NOT = "00"
               DISPLAY "24orders.dat non apribile, saltato."
               CLOSE OldOrderFile
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT UnloadFile.
           MOVE 'Y' TO WS-StartOK.
           MOVE ZERO TO OldOrdKey.
           START OldOrderFile KEY IS NOT LESS THAN OldOrdKey
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE 'N' TO WS-EOF.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OldOrderFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           WRITE UnloadRecord FROM OldOrderData
                           ADD 1 TO WS-ReadCount
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE OldOrderFile, UnloadFile.
           OPEN OUTPUT NewOrderFile.
           OPEN INPUT UnloadFile.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ UnloadFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE UnloadRecord(1:25) TO OrderData
                       MOVE "01" TO OrdCompany
                       WRITE OrderData
                           INVALID KEY CONTINUE
                           NOT INVALID KEY ADD 1 TO WS-LoadedCount
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE NewOrderFile, UnloadFile.
           DISPLAY "24orders.dat : " WS-ReadCount " -> "
               WS-LoadedCount.

       ConvInvRegister.
           *> La societa' sta nella riserva in coda: nessun cambio di
           *> lunghezza, basta riscrivere le fatture che non ce
           *> l'hanno.
           MOVE ZERO TO WS-ReadCount WS-LoadedCount.
           OPEN I-O InvRegister.
           IF WS-NewStatus NOT = "00"
               DISPLAY "25invreg.dat non apribile, saltato."
               CLOSE InvRegister
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-StartOK.
           MOVE ZERO TO InvNum.
           START InvRegister KEY IS NOT LESS THAN InvNum
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE 'N' TO WS-EOF.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ InvRegister NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ReadCount
                           IF InvCompany = SPACES
                               MOVE "01" TO InvCompany
                               REWRITE InvRegData
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-LoadedCount
                               END-REWRITE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE InvRegister.
           DISPLAY "25invreg.dat : " WS-ReadCount " lette, "
               WS-LoadedCount " assegnate alla societa' 01".

       ConvCreditRegister.
           MOVE ZERO TO WS-ReadCount WS-LoadedCount.
           OPEN INPUT OldCreditRegister.
           IF WS-OldStatus NOT = "00"
               DISPLAY "61creditreg.dat non apribile, saltato."
               CLOSE OldCreditRegister
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT UnloadFile.
           MOVE 'Y' TO WS-StartOK.
           MOVE ZERO TO OldCrnKey.
           START OldCreditRegister KEY IS NOT LESS THAN OldCrnKey
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE 'N' TO WS-EOF.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OldCreditRegister NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           WRITE UnloadRecord FROM OldCreditData
                           ADD 1 TO WS-ReadCount
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE OldCreditRegister, UnloadFile.
           OPEN OUTPUT NewCreditRegister.
           OPEN INPUT UnloadFile.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ UnloadFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE UnloadRecord(1:69) TO CreditData
                       MOVE "01" TO CrnCompany
                       WRITE CreditData
                           INVALID KEY CONTINUE
                           NOT INVALID KEY ADD 1 TO WS-LoadedCount
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE NewCreditRegister, UnloadFile.
           DISPLAY "61creditreg.dat : " WS-ReadCount " -> "
               WS-LoadedCount.

       ConvPaymentFile.
           MOVE ZERO TO WS-ReadCount WS-LoadedCount.
           OPEN INPUT OldPaymentFile.
           IF WS-OldStatus NOT = "00"
               DISPLAY "26payments.dat non apribile, saltato."
               CLOSE OldPaymentFile
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT UnloadFile.
           MOVE 'Y' TO WS-StartOK.
           MOVE ZERO TO OldPayKey.
           START OldPaymentFile KEY IS NOT LESS THAN OldPayKey
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE 'N' TO WS-EOF.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OldPaymentFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           WRITE UnloadRecord FROM OldPaymentData
                           ADD 1 TO WS-ReadCount
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE OldPaymentFile, UnloadFile.
           OPEN OUTPUT NewPaymentFile.
           OPEN INPUT UnloadFile.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ UnloadFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE UnloadRecord(1:45) TO PaymentData
                       MOVE "01" TO PayCompany
                       WRITE PaymentData
                           INVALID KEY CONTINUE
                           NOT INVALID KEY ADD 1 TO WS-LoadedCount
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE NewPaymentFile, UnloadFile.
           DISPLAY "26payments.dat : " WS-ReadCount " -> "
               WS-LoadedCount.

       ConvPeriodFile.
           *> La societa' entra in testa, davanti al periodo.
           MOVE ZERO TO WS-ReadCount WS-LoadedCount.
           OPEN INPUT OldPeriodFile.
           IF WS-OldStatus NOT = "00"
               DISPLAY "60period.dat non apribile, saltato."
               CLOSE OldPeriodFile
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT UnloadFile.
           MOVE 'Y' TO WS-StartOK.
           MOVE ZERO TO OldPerKey.
           START OldPeriodFile KEY IS NOT LESS THAN OldPerKey
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE 'N' TO WS-EOF.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OldPeriodFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           WRITE UnloadRecord FROM OldPeriodData
                           ADD 1 TO WS-ReadCount
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE OldPeriodFile, UnloadFile.
           OPEN OUTPUT NewPeriodFile.
           OPEN INPUT UnloadFile.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ UnloadFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE "01" TO PeriodData(1:2)
                       MOVE UnloadRecord(1:78) TO PeriodData(3:78)
                       WRITE PeriodData
                           INVALID KEY CONTINUE
                           NOT INVALID KEY ADD 1 TO WS-LoadedCount
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE NewPeriodFile, UnloadFile.
           DISPLAY "60period.dat : " WS-ReadCount " -> "
               WS-LoadedCount.

       ConvSettleFile.
           *> Come i periodi: societa' in testa alla chiave.
           MOVE ZERO TO WS-ReadCount WS-LoadedCount.
           OPEN INPUT OldSettleFile.
           IF WS-OldStatus NOT = "00"
               DISPLAY "127vatsett.dat non apribile, saltato."
               CLOSE OldSettleFile
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT UnloadFile.
           MOVE 'Y' TO WS-StartOK.
           MOVE ZERO TO OldVsKey.
           START OldSettleFile KEY IS NOT LESS THAN OldVsKey
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE 'N' TO WS-EOF.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OldSettleFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           WRITE UnloadRecord FROM OldSettleData
                           ADD 1 TO WS-ReadCount
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE OldSettleFile, UnloadFile.
           OPEN OUTPUT NewSettleFile.
           OPEN INPUT UnloadFile.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ UnloadFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE "01" TO VatSettleData(1:2)
                       MOVE UnloadRecord(1:88) TO VatSettleData(3:88)
                       WRITE VatSettleData
                           INVALID KEY CONTINUE
                           NOT INVALID KEY ADD 1 TO WS-LoadedCount
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE NewSettleFile, UnloadFile.
           DISPLAY "127vatsett.dat : " WS-ReadCount " -> "
               WS-LoadedCount.

       ConvSeqFiles.
           *> Righe sequenziali: la societa' va in fondo, dopo il
           *> vecchio tracciato.
           MOVE "69gljournal.dat" TO WS-SeqName.
           MOVE 44 TO WS-CmpPos.
           PERFORM ConvOneSeqFile.
           MOVE "69glposted.dat" TO WS-SeqName.
           MOVE 7 TO WS-CmpPos.
           PERFORM ConvOneSeqFile.
           MOVE "83fxreval.dat" TO WS-SeqName.
           MOVE 17 TO WS-CmpPos.
           PERFORM ConvOneSeqFile.

       ConvOneSeqFile.
           MOVE ZERO TO WS-ReadCount WS-LoadedCount.
           OPEN INPUT SeqFileIn.
           IF WS-OldStatus NOT = "00"
               DISPLAY WS-SeqName " non apribile, saltato."
               CLOSE SeqFileIn
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT UnloadFile.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SeqFileIn
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       WRITE UnloadRecord FROM SeqRecordIn
                       ADD 1 TO WS-ReadCount
               END-READ
           END-PERFORM.
           CLOSE SeqFileIn, UnloadFile.
           OPEN OUTPUT SeqFileOut.
           OPEN INPUT UnloadFile.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ UnloadFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE UnloadRecord(1:60) TO SeqRecordOut
                       IF SeqRecordOut(WS-CmpPos:2) = SPACES
                           MOVE "01" TO SeqRecordOut(WS-CmpPos:2)
                       END-IF
                       WRITE SeqRecordOut
                       ADD 1 TO WS-LoadedCount
               END-READ
           END-PERFORM.
           CLOSE SeqFileOut, UnloadFile.
           DISPLAY WS-SeqName " : " WS-ReadCount " -> "
               WS-LoadedCount.
