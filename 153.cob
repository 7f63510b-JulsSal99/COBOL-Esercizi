       IDENTIFICATION DIVISION.
       PROGRAM-ID.       InvTermsConv.
       AUTHOR.       Giulio.
       DATE-WRITTEN.15/10/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OldInvRegister ASSIGN TO "25invreg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OldInvNum
               FILE STATUS IS WS-OldStatus.
           SELECT UnloadFile ASSIGN TO "153unload.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UnloadStatus.
           SELECT NewInvRegister ASSIGN TO "25invreg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS InvNum
               FILE STATUS IS WS-NewStatus.
       DATA DIVISION.
       FILE SECTION.
       FD OldInvRegister.
      *> Tracciato a 60 byte, prima delle condizioni di pagamento.
       01 OldInvRegData.
           02 OldInvNum PIC 9(5).
           02 FILLER PIC X(55).
       FD UnloadFile.
       01 UnloadRecord PIC X(60).
       FD NewInvRegister.
       COPY "INVREC.cpy".
       WORKING-STORAGE SECTION.
       01 WS-OldStatus PIC XX.
       01 WS-UnloadStatus PIC XX.
       01 WS-NewStatus PIC XX.
       01 WS-EOF PIC X.
       01 WS-StartOK PIC X.
       01 WS-ReadCount PIC 9(5) VALUE ZERO.
       01 WS-LoadedCount PIC 9(5) VALUE ZERO.
       01 WS-Confirm PIC X.
       01 WS-Terms PIC X(4).
       01 WS-DueDate PIC 9(8).
       01 WS-DiscDate PIC 9(8).
       01 WS-DiscRate PIC V999.
       01 WS-TermsFound PIC X.
       PROCEDURE DIVISION.
       MainPara.
      *> Conversione una tantum del registro fatture al tracciato
      *> a 103 byte con condizioni di pagamento e scadenza. Le
      *> fatture storiche prendono la condizione di default
      *> (DEFTERMS, N30 se manca) senza sconto cassa: scadono come
      *> l'aging e i solleciti le trattavano finora. Segue
      *> CustIDConv (109.cob), come InvRegConv (75.cob); la
      *> successiva e' CompanyConv (155.cob).
           DISPLAY "CONVERSIONE REGISTRO FATTURE (+scadenza).".
           DISPLAY "Eseguire UNA SOLA volta, su una copia di "
               "sicurezza gia' fatta. Procedo? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-Confirm.
           IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
               DISPLAY "Conversione annullata."
               STOP RUN
           END-IF.

           OPEN INPUT OldInvRegister.
           IF WS-OldStatus NOT = "00"
               DISPLAY "Registro 25invreg.dat non apribile col "
                   "vecchio tracciato (status " WS-OldStatus
                   "), conversione annullata."
               CLOSE OldInvRegister
               STOP RUN
           END-IF.
           OPEN OUTPUT UnloadFile.
           MOVE 'Y' TO WS-StartOK.
           MOVE ZERO TO OldInvNum.
           START OldInvRegister KEY IS NOT LESS THAN OldInvNum
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE 'N' TO WS-EOF.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OldInvRegister NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           WRITE UnloadRecord FROM OldInvRegData
                           ADD 1 TO WS-ReadCount
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE OldInvRegister, UnloadFile.

           OPEN OUTPUT NewInvRegister.
           OPEN INPUT UnloadFile.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ UnloadFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM LoadOneInvoice
               END-READ
           END-PERFORM.
           CLOSE NewInvRegister, UnloadFile.

           DISPLAY "Conversione completata:".
           DISPLAY "  Letti dal vecchio registro : " WS-ReadCount.
           DISPLAY "  Caricati nel nuovo         : "
               WS-LoadedCount.
           STOP RUN.

       LoadOneInvoice.
           MOVE UnloadRecord TO InvRegData.
           MOVE SPACES TO WS-Terms.
           CALL 'TERMCALC' USING WS-Terms, InvDate, WS-DueDate,
               WS-DiscDate, WS-DiscRate, WS-TermsFound.
           MOVE WS-Terms TO InvTerms.
           MOVE WS-DueDate TO InvDueDate.
           MOVE ZERO TO InvDiscDate InvDiscRate.
           WRITE InvRegData
               INVALID KEY
                   DISPLAY "Fattura doppia scartata: " InvNum
               NOT INVALID KEY
                   ADD 1 TO WS-LoadedCount
           END-WRITE.
