       IDENTIFICATION DIVISION.
       PROGRAM-ID.       ConsentMaint.
       AUTHOR.       Giulio.
       DATE-WRITTEN.14/10/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ConsentFile ASSIGN TO "146consent.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CnKey
               FILE STATUS IS WS-ConsStatus.
           SELECT StudentiMaster ASSIGN TO "3studenti.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Matr
               FILE STATUS IS WS-StudentiMasterStatus.
           SELECT CustomerFIle ASSIGN TO "15costumer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDNum
               ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
               FILE STATUS IS WS-CustStatus.
           SELECT AlumniFile ASSIGN TO "100alumni.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AlumniStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ConsentFile.
       COPY "CONSREC.cpy".
       FD StudentiMaster.
       COPY "STUDREC.cpy".
       FD CustomerFIle.
       COPY "CUSTREC.cpy".
       FD AlumniFile.
       COPY "ALUMREC.cpy".
       WORKING-STORAGE SECTION.
       01 WS-ConsStatus PIC XX.
       01 WS-StudentiMasterStatus PIC XX.
       01 WS-CustStatus PIC XX.
       01 WS-AlumniStatus PIC XX.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-EOF PIC X.
       01 WS-Found PIC X.
       01 WS-Confirm PIC X.
       01 WS-OpID PIC X(8).
       01 WS-OpRole PIC X.
       01 WS-SignonOK PIC X.
       01 WS-JrnFileCode PIC X(8) VALUE "CONSENT".
       01 WS-JrnAction PIC X(8).
       01 WS-JrnKey PIC X(10).
       01 WS-JrnBefore PIC X(200).
       01 WS-JrnAfter PIC X(200).
       01 WS-TodayDate PIC 9(8).
       01 WS-AskPerson PIC 9(5).
       01 WS-AskPurpose PIC X.
       01 WS-AskChannel PIC X.
       01 WS-AskDate PIC 9(8).
       01 WS-NextSeq PIC 9(3).
       01 WS-HasActive PIC X.
       01 WS-ActiveSeq PIC 9(3).
       01 WS-PersonName PIC X(41).
       01 WS-HistCount PIC 9(3).
       01 HistLine.
           02 FILLER PIC XX VALUE SPACES.
           02 PrnHsPurpose PIC X(14).
           02 FILLER PIC X(6) VALUE " dato ".
           02 PrnHsGiven PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnHsChannel PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnHsGivenOp PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnHsStatus PIC X(28).
       PROCEDURE DIVISION.
       StartPara.
      *> Registro dei consensi al contatto per finalita'. Un nuovo
      *> consenso apre una riga, la revoca la chiude con data e
      *> operatore: la storia resta per Person360 (54.cob) e per la
      *> richiesta d'accesso (SubjectAccess, 53.cob).
           CALL 'SIGNON' USING WS-OpID, WS-OpRole, WS-SignonOK.
           IF WS-SignonOK NOT = 'Y'
               DISPLAY "Sign-on failed, program ends."
               STOP RUN
           END-IF.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "CONTACT CONSENT REGISTER"
               DISPLAY "1 : Record Consent"
               DISPLAY "2 : Withdraw Consent"
               DISPLAY "3 : Consent History"
               DISPLAY "0 : Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM RecordConsent
                   WHEN 2 PERFORM WithdrawConsent
                   WHEN 3 PERFORM ConsentHistory
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       OpenConsents.
           OPEN I-O ConsentFile.
           IF WS-ConsStatus = "35"
               OPEN OUTPUT ConsentFile
               CLOSE ConsentFile
               OPEN I-O ConsentFile
           END-IF.

       FindPerson.
      *> La persona deve esistere come studente, cliente o alumnus.
           MOVE 'N' TO WS-Found.
           MOVE SPACES TO WS-PersonName.
           OPEN INPUT StudentiMaster.
           IF WS-StudentiMasterStatus = "00"
               MOVE WS-AskPerson TO Matr
               MOVE 'Y' TO WS-Found
               READ StudentiMaster
                   INVALID KEY MOVE 'N' TO WS-Found
               END-READ
               IF WS-Found = 'Y'
                   STRING Nome DELIMITED BY "  " " " DELIMITED BY SIZE
                       Cognome DELIMITED BY "  " INTO WS-PersonName
               END-IF
           END-IF.
           CLOSE StudentiMaster.
           IF WS-Found = 'Y'
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CustomerFIle.
           IF WS-CustStatus = "00"
               MOVE WS-AskPerson TO IDNum
               MOVE 'Y' TO WS-Found
               READ CustomerFIle
                   INVALID KEY MOVE 'N' TO WS-Found
               END-READ
               IF WS-Found = 'Y'
                   STRING FirstName DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       LastName DELIMITED BY "  " INTO WS-PersonName
               END-IF
           END-IF.
           CLOSE CustomerFIle.
           IF WS-Found = 'Y'
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT AlumniFile.
           IF WS-AlumniStatus = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AlumniFile
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF AlMatr = WS-AskPerson
                               MOVE 'Y' TO WS-Found
                               MOVE 'Y' TO WS-EOF
                               STRING AlNome DELIMITED BY "  "
                                   " " DELIMITED BY SIZE
                                   AlCognome DELIMITED BY "  "
                                   INTO WS-PersonName
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE AlumniFile.

       AskPurpose.
           DISPLAY "Purpose (M marketing, F fundraising, "
               "N newsletters) : " WITH NO ADVANCING.
           ACCEPT WS-AskPurpose.
           MOVE FUNCTION UPPER-CASE(WS-AskPurpose) TO WS-AskPurpose.
           MOVE WS-AskPurpose TO CnPurpose.

       ScanPurpose.
      *> Ultimo progressivo della persona per la finalita' e il
      *> consenso ancora attivo, se c'e'.
           MOVE 1 TO WS-NextSeq.
           MOVE 'N' TO WS-HasActive.
           MOVE WS-AskPerson TO CnPerson.
           MOVE WS-AskPurpose TO CnPurpose.
           MOVE ZERO TO CnSeq.
           MOVE 'N' TO WS-EOF.
           START ConsentFile KEY IS NOT LESS THAN CnKey
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ConsentFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CnPerson NOT = WS-AskPerson
                               OR CnPurpose NOT = WS-AskPurpose
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           COMPUTE WS-NextSeq = CnSeq + 1
                           IF CnActive
                               MOVE 'Y' TO WS-HasActive
                               MOVE CnSeq TO WS-ActiveSeq
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       RecordConsent.
           DISPLAY "Person ID : " WITH NO ADVANCING.
           ACCEPT WS-AskPerson.
           PERFORM FindPerson.
           IF WS-Found = 'N'
               DISPLAY "Nessuno studente, cliente o alumnus con "
                   "questo ID."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Persona: " WS-PersonName.
           PERFORM AskPurpose.
           IF NOT CnPurposeValid
               DISPLAY "Finalita' non valida."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Channel (W web, M paper form, E email, "
               "T phone, S counter) : " WITH NO ADVANCING.
           ACCEPT WS-AskChannel.
           MOVE FUNCTION UPPER-CASE(WS-AskChannel) TO WS-AskChannel.
           MOVE WS-AskChannel TO CnChannel.
           IF NOT CnChannelValid
               DISPLAY "Canale non valido."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Date given (yyyymmdd, 0 = today) : "
               WITH NO ADVANCING.
           ACCEPT WS-AskDate.
           IF WS-AskDate = ZERO
               MOVE WS-TodayDate TO WS-AskDate
           END-IF.
           IF WS-AskDate > WS-TodayDate
               DISPLAY "Data nel futuro, rifiutata."
               EXIT PARAGRAPH
           END-IF.
           PERFORM OpenConsents.
           PERFORM ScanPurpose.
           IF WS-HasActive = 'Y'
               DISPLAY "Consenso gia' attivo per questa finalita'."
               CLOSE ConsentFile
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AskPerson TO CnPerson.
           MOVE WS-AskPurpose TO CnPurpose.
           MOVE WS-NextSeq TO CnSeq.
           MOVE WS-AskDate TO CnGiven.
           MOVE WS-AskChannel TO CnChannel.
           MOVE WS-OpID TO CnGivenOp.
           MOVE ZERO TO CnWithdrawn.
           MOVE SPACES TO CnWithdrawnOp.
           WRITE ConsentData
               INVALID KEY DISPLAY "Consenso non registrato"
           END-WRITE.
           CLOSE ConsentFile.
           MOVE "WRITE" TO WS-JrnAction.
           MOVE SPACES TO WS-JrnKey WS-JrnBefore WS-JrnAfter.
           MOVE CnKey TO WS-JrnKey.
           MOVE ConsentData TO WS-JrnAfter.
           CALL 'JRNL' USING WS-JrnFileCode, WS-JrnAction,
               WS-JrnKey, WS-JrnBefore, WS-JrnAfter.
           DISPLAY "Consenso registrato.".

       WithdrawConsent.
           DISPLAY "Person ID : " WITH NO ADVANCING.
           ACCEPT WS-AskPerson.
           PERFORM AskPurpose.
           IF NOT CnPurposeValid
               DISPLAY "Finalita' non valida."
               EXIT PARAGRAPH
           END-IF.
           PERFORM OpenConsents.
           PERFORM ScanPurpose.
           IF WS-HasActive = 'N'
               DISPLAY "Nessun consenso attivo per questa finalita'."
               CLOSE ConsentFile
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AskPerson TO CnPerson.
           MOVE WS-AskPurpose TO CnPurpose.
           MOVE WS-ActiveSeq TO CnSeq.
           READ ConsentFile
               INVALID KEY
                   CLOSE ConsentFile
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "Consenso dato il " CnGiven ". Revocare? (Y/N) : "
               WITH NO ADVANCING.
           ACCEPT WS-Confirm.
           IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
               CLOSE ConsentFile
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-JrnKey WS-JrnBefore WS-JrnAfter.
           MOVE ConsentData TO WS-JrnBefore.
           MOVE WS-TodayDate TO CnWithdrawn.
           MOVE WS-OpID TO CnWithdrawnOp.
           REWRITE ConsentData
               INVALID KEY DISPLAY "Consenso non aggiornato"
           END-REWRITE.
           CLOSE ConsentFile.
           MOVE "WITHDRAW" TO WS-JrnAction.
           MOVE CnKey TO WS-JrnKey.
           MOVE ConsentData TO WS-JrnAfter.
           CALL 'JRNL' USING WS-JrnFileCode, WS-JrnAction,
               WS-JrnKey, WS-JrnBefore, WS-JrnAfter.
           DISPLAY "Consenso revocato dal " WS-TodayDate ".".

       ConsentHistory.
           DISPLAY "Person ID : " WITH NO ADVANCING.
           ACCEPT WS-AskPerson.
           PERFORM FindPerson.
           IF WS-Found = 'Y'
               DISPLAY "Persona: " WS-PersonName
           END-IF.
           OPEN INPUT ConsentFile.
           IF WS-ConsStatus NOT = "00"
               DISPLAY "No consents on file."
               CLOSE ConsentFile
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-HistCount.
           MOVE WS-AskPerson TO CnPerson.
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
                       IF CnPerson NOT = WS-AskPerson
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM ShowHistoryLine
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ConsentFile.
           IF WS-HistCount = ZERO
               DISPLAY "Nessun consenso registrato per questo ID."
           END-IF.

       ShowHistoryLine.
           ADD 1 TO WS-HistCount.
           EVALUATE TRUE
               WHEN CnMarketing MOVE "marketing" TO PrnHsPurpose
               WHEN CnFundraising
                   MOVE "raccolta fondi" TO PrnHsPurpose
               WHEN OTHER MOVE "newsletter" TO PrnHsPurpose
           END-EVALUATE.
           MOVE CnGiven TO PrnHsGiven.
           EVALUATE CnChannel
               WHEN 'W' MOVE "web" TO PrnHsChannel
               WHEN 'M' MOVE "modulo" TO PrnHsChannel
               WHEN 'E' MOVE "email" TO PrnHsChannel
               WHEN 'T' MOVE "telefono" TO PrnHsChannel
               WHEN OTHER MOVE "sportello" TO PrnHsChannel
           END-EVALUATE.
           MOVE CnGivenOp TO PrnHsGivenOp.
           MOVE SPACES TO PrnHsStatus.
           IF CnActive
               MOVE "attivo" TO PrnHsStatus
           ELSE
               STRING "revocato " CnWithdrawn " " CnWithdrawnOp
                   DELIMITED BY SIZE INTO PrnHsStatus
           END-IF.
           DISPLAY HistLine.
