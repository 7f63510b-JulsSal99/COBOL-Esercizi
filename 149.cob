       IDENTIFICATION DIVISION.
       PROGRAM-ID.       OperHashConv.
       AUTHOR.       Giulio.
       DATE-WRITTEN.15/10/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OperatorFile ASSIGN TO "OPERATOR.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OpStatus.
           SELECT UnloadFile ASSIGN TO "149unload.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UnloadStatus.
       DATA DIVISION.
       FILE SECTION.
       FD OperatorFile.
       COPY "OPERREC.cpy".
       FD UnloadFile.
       01 UnloadRecord PIC X(219).
       WORKING-STORAGE SECTION.
       01 WS-OpStatus PIC XX.
       01 WS-UnloadStatus PIC XX.
       01 WS-EOF PIC X.
       01 WS-ReadCount PIC 9(5) VALUE ZERO.
       01 WS-HashedCount PIC 9(5) VALUE ZERO.
       01 WS-KeptCount PIC 9(5) VALUE ZERO.
       01 WS-Confirm PIC X.
       PROCEDURE DIVISION.
       MainPara.
      *> Conversione una tantum di OPERATOR.dat alle password con
      *> sale e hash (PWDHASH): la password in chiaro di ogni
      *> operatore diventa sale + hash e si cancella, e il cambio
      *> e' forzato al prossimo accesso. I record gia' convertiti
      *> passano invariati. Come OperFileConv (103.cob).
           DISPLAY "CONVERSIONE OPERATORI A PASSWORD CON HASH.".
           DISPLAY "Eseguire UNA SOLA volta, su una copia di "
               "sicurezza gia' fatta. Procedo? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-Confirm.
           IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
               DISPLAY "Conversione annullata."
               STOP RUN
           END-IF.

           OPEN INPUT OperatorFile.
           IF WS-OpStatus NOT = "00"
               DISPLAY "File OPERATOR.dat non apribile (status "
                   WS-OpStatus "), conversione annullata."
               CLOSE OperatorFile
               STOP RUN
           END-IF.
           OPEN OUTPUT UnloadFile.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ OperatorFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       WRITE UnloadRecord FROM OperatorRecord
                       ADD 1 TO WS-ReadCount
               END-READ
           END-PERFORM.
           CLOSE OperatorFile, UnloadFile.

           OPEN OUTPUT OperatorFile.
           OPEN INPUT UnloadFile.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ UnloadFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE UnloadRecord TO OperatorRecord
                       PERFORM HashOneOperator
                       WRITE OperatorRecord
               END-READ
           END-PERFORM.
           CLOSE OperatorFile, UnloadFile.

           DISPLAY "Conversione completata:".
           DISPLAY "  Operatori letti        : " WS-ReadCount.
           DISPLAY "  Password convertite    : " WS-HashedCount.
           DISPLAY "  Gia' con hash          : " WS-KeptCount.
           STOP RUN.

       HashOneOperator.
           IF OpPwdHash NOT = SPACES
               ADD 1 TO WS-KeptCount
               EXIT PARAGRAPH
           END-IF.
           *> La vecchia password resta valida solo per l'accesso
           *> che ne impone subito una nuova; come storia non conta.
           MOVE SPACES TO OpPwdSalt OpPwdHistory(1)
               OpPwdHistory(2) OpPwdHistory(3).
           CALL 'PWDHASH' USING OpPwdSalt, OpLegacyPwd, OpPwdHash.
           MOVE SPACES TO OpLegacyPwd.
           MOVE 'Y' TO OpForceChange.
           ADD 1 TO WS-HashedCount.
