       IDENTIFICATION DIVISION.
       PROGRAM-ID.       TaxMasterConv.
       AUTHOR.       Giulio.
       DATE-WRITTEN.03/09/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OldCustomerFile ASSIGN TO "15costumer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OldCustKey
               FILE STATUS IS WS-OldStatus.
           SELECT NewCustomerFile ASSIGN TO "15costumer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDNum
               ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
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
           SELECT OldJournalFile ASSIGN TO "JRNL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OldStatus.
           SELECT NewJournalFile ASSIGN TO "JRNL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NewStatus.
           SELECT UnloadFile ASSIGN TO "114unload.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UnloadStatus.
       DATA DIVISION.
       FILE SECTION.
       FD OldCustomerFile.
       01 OldCustomerData.
           02 OldCustKey PIC 9(5).
           02 FILLER PIC X(129).
       FD NewCustomerFile.
       COPY "CUSTREC.cpy".
       FD OldCreditRegister.
       01 OldCreditData.
           02 OldCrnKey PIC 9(5).
           02 FILLER PIC X(59).
       FD NewCreditRegister.
      *> Tracciato a 69 byte, prima della societa': la conversione
      *> successiva e' CompanyConv (155.cob).
       01 CreditData.
           02 CrnNum PIC 9(5).
           02 CrnInvNum PIC 9(5).
           02 CrnCustID PIC 9(5).
           02 CrnDate PIC 9(8).
           02 CrnJuris PIC X(2).
           02 CrnProdName PIC X(10).
           02 CrnQty PIC 9(3).
           02 CrnNet PIC 9(7)V99.
           02 CrnTax PIC 9(6)V99.
           02 CrnGross PIC 9(7)V99.
           02 CrnTaxClass PIC X(2).
           02 CrnTaxRate PIC V999.
       FD OldJournalFile.
       01 OldJournalRecord.
           02 OldJrnHead PIC X(42).
           02 OldJrnBefore PIC X(140).
           02 OldJrnAfter PIC X(140).
           02 OldJrnRunID PIC 9(5).
       FD NewJournalFile.
       COPY "JRNLREC.cpy".
       FD UnloadFile.
       01 UnloadRecord PIC X(330).
       WORKING-STORAGE SECTION.
       01 WS-OldStatus PIC XX.
       01 WS-NewStatus PIC XX.
       01 WS-UnloadStatus PIC XX.
       01 WS-EOF PIC X.
       01 WS-StartOK PIC X.
       01 WS-Confirm PIC X.
       01 WS-ReadCount PIC 9(5).
       01 WS-LoadedCount PIC 9(5).
       01 WS-TaxClass PIC X(2).
       01 WS-TaxRate PIC V999.
       01 WS-TaxFound PIC X.
       PROCEDURE DIVISION.
       MainPara.
      *> Conversione una tantum per il tax master condiviso:
      *> anagrafica clienti da 134 a 200 byte (certificato di
      *> esenzione e riserva), note di credito con classe e
      *> aliquota stornata, journal con immagini a 200 byte.
      *> Come CustIDConv (109.cob), un blocco per file.
           DISPLAY "CONVERSIONE ARCHIVI PER TAX MASTER.".
           DISPLAY "Eseguire UNA SOLA volta, su una copia di "
               "sicurezza gia' fatta, DOPO le conversioni "
               "precedenti. Procedo? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-Confirm.
           IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
               DISPLAY "Conversione annullata."
               STOP RUN
           END-IF.
           PERFORM ConvCustomerFile.
           PERFORM ConvCreditRegister.
           PERFORM ConvJournalFile.
           DISPLAY "Conversione tax master completata.".
           STOP RUN.

       ConvCustomerFile.
           MOVE ZERO TO WS-ReadCount WS-LoadedCount.
           OPEN INPUT OldCustomerFile.
           IF WS-OldStatus NOT = "00"
               DISPLAY "15costumer.txt non apribile, saltato."
               CLOSE OldCustomerFile
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT UnloadFile.
           MOVE 'Y' TO WS-StartOK.
           MOVE ZERO TO OldCustKey.
           START OldCustomerFile KEY IS NOT LESS THAN OldCustKey
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE 'N' TO WS-EOF.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OldCustomerFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           WRITE UnloadRecord FROM
                               OldCustomerData
                           ADD 1 TO WS-ReadCount
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE OldCustomerFile, UnloadFile.
           OPEN OUTPUT NewCustomerFile.
           OPEN INPUT UnloadFile.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ UnloadFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       *> Nessun cliente nasce esente: i
                       *> certificati si caricano da anagrafica.
                       MOVE SPACES TO CustomerData
                       MOVE UnloadRecord(1:134) TO CustomerData(1:134)
                       MOVE SPACES TO CustExemptCert
                       MOVE ZERO TO CustExemptExp
                       WRITE CustomerData
                           INVALID KEY CONTINUE
                       END-WRITE
                       ADD 1 TO WS-LoadedCount
               END-READ
           END-PERFORM.
           CLOSE NewCustomerFile, UnloadFile.
           DISPLAY "15costumer.txt : " WS-ReadCount " -> "
               WS-LoadedCount.

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
                       MOVE UnloadRecord(1:64) TO CreditData(1:64)
                       PERFORM DeriveCreditTax
                       WRITE CreditData
                           INVALID KEY CONTINUE
                       END-WRITE
                       ADD 1 TO WS-LoadedCount
               END-READ
           END-PERFORM.
           CLOSE NewCreditRegister, UnloadFile.
           DISPLAY "61creditreg.dat : " WS-ReadCount " -> "
               WS-LoadedCount.

       DeriveCreditTax.
           *> Aliquota effettiva della nota (IVA / netto); classe
           *> del prodotto dal tax master, "EX" se nota a zero.
           MOVE SPACES TO WS-TaxClass.
           CALL 'TAXLKUP' USING CrnJuris, CrnProdName, CrnDate,
               WS-TaxClass, WS-TaxRate, WS-TaxFound.
           IF CrnNet > ZERO
               COMPUTE WS-TaxRate ROUNDED = CrnTax / CrnNet
           END-IF.
           IF WS-TaxRate = ZERO
               MOVE "EX" TO WS-TaxClass
           END-IF.
           MOVE WS-TaxClass TO CrnTaxClass.
           MOVE WS-TaxRate TO CrnTaxRate.

       ConvJournalFile.
           *> Immagini prima/dopo da 140 a 200 byte: JrnRunID si
           *> sposta in coda al record nuovo.
           MOVE ZERO TO WS-ReadCount WS-LoadedCount.
           OPEN INPUT OldJournalFile.
           IF WS-OldStatus NOT = "00"
               DISPLAY "JRNL.dat non apribile, saltato."
               CLOSE OldJournalFile
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT UnloadFile.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ OldJournalFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       WRITE UnloadRecord FROM OldJournalRecord
                       ADD 1 TO WS-ReadCount
               END-READ
           END-PERFORM.
           CLOSE OldJournalFile, UnloadFile.
           OPEN OUTPUT NewJournalFile.
           OPEN INPUT UnloadFile.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ UnloadFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE UnloadRecord TO OldJournalRecord
                       MOVE SPACES TO JournalRecord
                       MOVE OldJrnHead TO JournalRecord(1:42)
                       MOVE OldJrnBefore TO JrnBefore
                       MOVE OldJrnAfter TO JrnAfter
                       MOVE ZERO TO JrnRunID
                       IF OldJrnRunID IS NUMERIC
                           MOVE OldJrnRunID TO JrnRunID
                       END-IF
                       WRITE JournalRecord
                       ADD 1 TO WS-LoadedCount
               END-READ
           END-PERFORM.
           CLOSE NewJournalFile, UnloadFile.
           DISPLAY "JRNL.dat : " WS-ReadCount " -> "
               WS-LoadedCount.
