       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DirectDebit.
       AUTHOR.       Giulio.
       DATE-WRITTEN.08/09/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MandateFile ASSIGN TO "118mandate.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MndCustID
               FILE STATUS IS WS-MndStatus.
           SELECT InvRegister ASSIGN TO "25invreg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS InvNum
               FILE STATUS IS WS-RegStatus.
           SELECT PaymentFile ASSIGN TO "26payments.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PaySeq
               ALTERNATE RECORD KEY IS PayInvNum
                   WITH DUPLICATES
               FILE STATUS IS WS-PayStatus.
           SELECT CustomerFIle ASSIGN TO "15costumer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDNum
               ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
               FILE STATUS IS WS-CustStatus.
           SELECT CollectionFile ASSIGN TO DYNAMIC WS-CollName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReturnFile ASSIGN TO "118sddret.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RetStatus.
           SELECT ExceptionFile ASSIGN TO "118sddexc.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD MandateFile.
       COPY "MANDREC.cpy".
       FD InvRegister.
       COPY "INVREC.cpy".
       FD PaymentFile.
       COPY "PAYREC.cpy".
       FD CustomerFIle.
       COPY "CUSTREC.cpy".
       FD CollectionFile.
      *> Distinta di incasso SDD a tracciato fisso H/D/T come
      *> EInvoiceExport (112.cob): testata col creditore, un
      *> dettaglio per addebito, coda con numero e totale che la
      *> banca quadra. L'identificativo end-to-end e' fattura +
      *> progressivo pagamento, e torna tale e quale negli insoluti.
       01 CollRecord PIC X(160).
       01 CollHeaderRecord REDEFINES CollRecord.
           02 ColHType PIC X.
           02 ColHBatchID PIC X(15).
           02 ColHCreDate PIC 9(8).
           02 ColHCollDate PIC 9(8).
           02 ColHCreditorID PIC X(35).
           02 ColHCurr PIC X(3).
           02 FILLER PIC X(90).
       01 CollDetailRecord REDEFINES CollRecord.
           02 ColDType PIC X.
           02 ColDEndToEnd.
               03 ColDInvNum PIC 9(5).
               03 ColDPaySeq PIC 9(7).
           02 ColDMandRef PIC X(35).
           02 ColDSignDate PIC 9(8).
           02 ColDSeqType PIC X(4).
           02 ColDIBAN PIC X(34).
           02 ColDBIC PIC X(11).
           02 ColDAmount PIC 9(7)V99.
           02 ColDDebtor PIC X(40).
           02 ColDRemitInv PIC 9(5).
           02 FILLER PIC X.
       01 CollTrailerRecord REDEFINES CollRecord.
           02 ColTType PIC X.
           02 ColTCount PIC 9(5).
           02 ColTTotal PIC 9(9)V99.
           02 FILLER PIC X(143).
       FD ReturnFile.
      *> Insoluto restituito dalla banca: end-to-end dell'addebito,
      *> data e importo stornati, codice motivo ISO (AC04, AM04,
      *> MD01, MS02...).
       01 ReturnData.
           02 RetInvNum PIC 9(5).
           02 RetPaySeq PIC 9(7).
           02 RetDate PIC 9(8).
           02 RetAmount PIC 9(7)V99.
           02 RetReason PIC X(4).
       FD ExceptionFile.
       01 ExceptionLine PIC X(70).
       WORKING-STORAGE SECTION.
       01 WS-MndStatus PIC XX.
       01 WS-RegStatus PIC XX.
       01 WS-PayStatus PIC XX.
       01 WS-CustStatus PIC XX.
       01 WS-RetStatus PIC XX.
       01 WS-CollName PIC X(30).
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-OpID PIC X(8).
       01 WS-OpRole PIC X.
       01 WS-SignonOK PIC X.
       01 WS-EOF PIC X.
       01 WS-StartOK PIC X.
       01 WS-Confirm PIC X.
       01 WS-MndExists PIC X.
       01 WS-CustExists PIC X.
       01 WS-PayExists PIC X.
       01 WS-TodayDate PIC 9(8).
      *> Si addebitano le fatture della societa' corrente.
       01 WS-Company PIC X(2).
       01 WS-CmpName PIC X(30).
       01 WS-NowTime PIC 9(8).
       01 WS-CollDate PIC 9(8).
       01 WS-CollInt PIC 9(7).
       01 WS-InvInt PIC 9(7).
       01 WS-PaidNet PIC S9(8)V99.
       01 WS-Balance PIC S9(7)V99.
       01 WS-ParmKey PIC X(12).
       01 WS-ParmValue PIC X(20).
       01 WS-ParmFound PIC X.
      *> Identificativo creditore SEPA (SDDCREDID). L'addebito si
      *> presenta alla scadenza della fattura (InvDueDate).
       01 WS-CreditorID PIC X(20).
       01 WS-BatchID PIC X(15).
       01 WS-CollCount PIC 9(5).
       01 WS-CollTotal PIC 9(9)V99.
       01 WS-SkipNoMandate PIC 9(5).
       01 WS-SkipCurrency PIC 9(5).
       01 WS-ListCount PIC 9(5).
       01 WS-NewCust PIC 9(5).
       01 WS-NewRef PIC X(35).
       01 WS-NewBIC PIC X(11).
       01 WS-NewSignDate PIC 9(8).
      *> Controllo IBAN: lettere maiuscole senza spazi, paese e
      *> cifre di controllo in testa, modulo 97 = 1 sulla stringa
      *> ruotata (ISO 13616).
       01 WS-IBANIn PIC X(40).
       01 WS-IBAN PIC X(34).
       01 WS-IBANValid PIC X.
       01 I PIC 99.
       01 K PIC 99.
      *> Codici insoluto che rendono inutilizzabile il mandato:
      *> il cliente torna a pagare a bonifico finche' non firma un
      *> mandato nuovo.
       01 SuspendCodeData.
           02 FILLER PIC X(4) VALUE "AC04".
           02 FILLER PIC X(4) VALUE "AC06".
           02 FILLER PIC X(4) VALUE "MD01".
           02 FILLER PIC X(4) VALUE "MD07".
       01 SuspendCodeTable REDEFINES SuspendCodeData.
           02 SuspendCode PIC X(4) OCCURS 4 TIMES.
       01 WS-Suspend PIC X.
       01 WS-RetRead PIC 9(5).
       01 WS-RetDone PIC 9(5).
       01 WS-RetRejected PIC 9(5).
       01 WS-RetSuspended PIC 9(5).
       01 WS-ExcReason PIC X(10).
       01 WS-OrigCust PIC 9(5).
       01 WS-CallFirst PIC X(20).
       01 WS-CallMiddle PIC X(20) VALUE SPACES.
       01 WS-CallLast PIC X(20).
       01 WS-FullName PIC X(63).
       01 WS-JrnFileCode PIC X(8) VALUE "MANDATE".
       01 WS-JrnAction PIC X(8).
       01 WS-JrnKey PIC X(10).
       01 WS-JrnBefore PIC X(200).
       01 WS-JrnAfter PIC X(200).
       01 PrnAmount PIC Z,ZZZ,ZZ9.99.
       01 PrnTotal PIC ZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       StartPara.
           CALL 'SIGNON' USING WS-OpID, WS-OpRole, WS-SignonOK.
           IF WS-SignonOK NOT = 'Y'
               DISPLAY "Sign-on failed, program ends."
               GOBACK
           END-IF.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           CALL 'COMPGET' USING WS-Company, WS-CmpName.
           PERFORM LoadParameters.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "SEPA DIRECT DEBIT  company " WS-Company " "
                   WS-CmpName
               DISPLAY "1 : List Mandates"
               DISPLAY "2 : Register a Mandate"
               DISPLAY "3 : Revoke a Mandate"
               DISPLAY "4 : Collection Run"
               DISPLAY "5 : Import Bank Returns"
               DISPLAY "0 : Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM ListMandates
                   WHEN 2 PERFORM RegisterMandate
                   WHEN 3 PERFORM RevokeMandate
                   WHEN 4 PERFORM CollectionRun
                   WHEN 5 PERFORM ImportReturns
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           GOBACK.

       LoadParameters.
           MOVE "SDDCREDID" TO WS-ParmKey.
           CALL 'PARMGET' USING WS-ParmKey, WS-ParmValue,
               WS-ParmFound.
           MOVE WS-ParmValue TO WS-CreditorID.
           IF WS-ParmFound = 'N' OR WS-CreditorID = SPACES
               MOVE SPACES TO WS-CreditorID
               DISPLAY "Warning: SDDCREDID not in SYSPARM, "
                   "collection files cannot be produced."
           END-IF.

       OpenMandates.
           OPEN I-O MandateFile.
           IF WS-MndStatus = "35"
               OPEN OUTPUT MandateFile
               CLOSE MandateFile
               OPEN I-O MandateFile
           END-IF.

       ListMandates.
           OPEN INPUT MandateFile.
           IF WS-MndStatus NOT = "00"
               DISPLAY "No mandates on file."
               CLOSE MandateFile
               EXIT PARAGRAPH
           END-IF.
           DISPLAY " ".
           DISPLAY "Cust. St Seq  Signed   Last coll IBAN / Mandate".
           MOVE ZERO TO WS-ListCount.
           MOVE 'Y' TO WS-StartOK.
           MOVE ZERO TO MndCustID.
           START MandateFile KEY IS NOT LESS THAN MndCustID
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE 'N' TO WS-EOF.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ MandateFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           DISPLAY MndCustID " " MndStatus "  "
                               MndSeqType " " MndSignDate " "
                               MndLastColl " " MndIBAN
                           DISPLAY "                                "
                               "     " MndRef
                           ADD 1 TO WS-ListCount
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE MandateFile.
           DISPLAY WS-ListCount " mandates on file.".

       RegisterMandate.
           *> Un mandato per cliente: uno nuovo sostituisce il
           *> precedente e riparte da FRST.
           DISPLAY "Customer number: " WITH NO ADVANCING.
           ACCEPT WS-NewCust.
           OPEN INPUT CustomerFIle.
           MOVE WS-NewCust TO IDNum.
           MOVE 'Y' TO WS-CustExists.
           READ CustomerFIle
               INVALID KEY MOVE 'N' TO WS-CustExists
           END-READ.
           CLOSE CustomerFIle.
           IF WS-CustExists = 'N'
               DISPLAY "Customer doesn't exist"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY FirstName " " LastName.
           DISPLAY "Mandate reference: " WITH NO ADVANCING.
           ACCEPT WS-NewRef.
           IF WS-NewRef = SPACES
               DISPLAY "Mandate reference is required."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Debtor IBAN: " WITH NO ADVANCING.
           ACCEPT WS-IBANIn.
           PERFORM CheckIBAN.
           IF WS-IBANValid = 'N'
               DISPLAY "IBAN " WS-IBANIn " is not valid."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Debtor BIC (blank if not needed): "
               WITH NO ADVANCING.
           ACCEPT WS-NewBIC.
           MOVE FUNCTION UPPER-CASE(WS-NewBIC) TO WS-NewBIC.
           IF WS-NewBIC NOT = SPACES
                   AND (WS-NewBIC(8:1) = SPACE
                   OR (WS-NewBIC(9:3) NOT = SPACES
                   AND WS-NewBIC(11:1) = SPACE))
               DISPLAY "BIC must be 8 or 11 characters."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Date signed (yyyymmdd): " WITH NO ADVANCING.
           ACCEPT WS-NewSignDate.
           IF WS-NewSignDate IS NOT NUMERIC
                   OR WS-NewSignDate = ZERO
                   OR WS-NewSignDate > WS-TodayDate
               DISPLAY "Invalid signature date."
               EXIT PARAGRAPH
           END-IF.
           PERFORM OpenMandates.
           MOVE WS-NewCust TO MndCustID.
           MOVE 'Y' TO WS-MndExists.
           READ MandateFile
               INVALID KEY MOVE 'N' TO WS-MndExists
           END-READ.
           IF WS-MndExists = 'Y'
               DISPLAY "Customer already has mandate " MndRef
                   " status " MndStatus ". Replace it? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WS-Confirm
               IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
                   DISPLAY "Nothing written."
                   CLOSE MandateFile
                   EXIT PARAGRAPH
               END-IF
               MOVE MandateData TO WS-JrnBefore
           ELSE
               MOVE SPACES TO WS-JrnBefore
           END-IF.
           MOVE WS-NewCust TO MndCustID.
           MOVE WS-NewRef TO MndRef.
           MOVE WS-IBAN TO MndIBAN.
           MOVE WS-NewBIC TO MndBIC.
           MOVE WS-NewSignDate TO MndSignDate.
           MOVE "FRST" TO MndSeqType.
           MOVE 'A' TO MndStatus.
           MOVE ZERO TO MndLastColl.
           MOVE WS-OpID TO MndOpID.
           IF WS-MndExists = 'Y'
               REWRITE MandateData
                   INVALID KEY DISPLAY "Mandate not updated"
                   NOT INVALID KEY
                       MOVE "REWRITE" TO WS-JrnAction
                       PERFORM LogJournal
               END-REWRITE
           ELSE
               WRITE MandateData
                   INVALID KEY DISPLAY "Mandate not written"
                   NOT INVALID KEY
                       MOVE "WRITE" TO WS-JrnAction
                       PERFORM LogJournal
               END-WRITE
           END-IF.
           CLOSE MandateFile.
           DISPLAY "Mandate " WS-NewRef " registered for customer "
               WS-NewCust ".".

       RevokeMandate.
           OPEN I-O MandateFile.
           IF WS-MndStatus NOT = "00"
               DISPLAY "No mandates on file."
               CLOSE MandateFile
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Customer number: " WITH NO ADVANCING.
           ACCEPT MndCustID.
           MOVE 'Y' TO WS-MndExists.
           READ MandateFile
               INVALID KEY MOVE 'N' TO WS-MndExists
           END-READ.
           IF WS-MndExists = 'N'
               DISPLAY "Customer has no mandate."
               CLOSE MandateFile
               EXIT PARAGRAPH
           END-IF.
           IF MndRevoked
               DISPLAY "Mandate " MndRef " is already revoked."
               CLOSE MandateFile
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Revoke mandate " MndRef "? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-Confirm.
           IF WS-Confirm = 'Y' OR WS-Confirm = 'y'
               MOVE MandateData TO WS-JrnBefore
               MOVE 'C' TO MndStatus
               MOVE WS-OpID TO MndOpID
               REWRITE MandateData
                   INVALID KEY DISPLAY "Mandate not updated"
                   NOT INVALID KEY
                       DISPLAY "Mandate revoked by " WS-OpID
                       MOVE "REWRITE" TO WS-JrnAction
                       PERFORM LogJournal
               END-REWRITE
           END-IF.
           CLOSE MandateFile.

       CheckIBAN.
           CALL 'IBANCHK' USING WS-IBANIn, WS-IBAN, WS-IBANValid.

       CollectionRun.
           *> Ogni fattura in euro scaduta (scadenza della fattura
           *> entro la data di addebito) di un cliente con mandato
           *> attivo va in distinta per il saldo residuo, e il saldo
           *> si chiude subito con un pagamento 'D' in attesa: la
           *> stessa fattura non rientra nel giro successivo ne' in
           *> BankImport, e un insoluto la riapre.
           IF WS-CreditorID = SPACES
               DISPLAY "SDDCREDID missing in SYSPARM, run refused."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Collection date (yyyymmdd, 0 = today): "
               WITH NO ADVANCING.
           ACCEPT WS-CollDate.
           IF WS-CollDate = ZERO
               MOVE WS-TodayDate TO WS-CollDate
           END-IF.
           IF WS-CollDate IS NOT NUMERIC
                   OR WS-CollDate < WS-TodayDate
               DISPLAY "Collection date cannot be in the past."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CollInt = FUNCTION INTEGER-OF-DATE(WS-CollDate).
           OPEN INPUT InvRegister.
           IF WS-RegStatus NOT = "00"
               DISPLAY "No invoice register on file."
               CLOSE InvRegister
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT MandateFile.
           IF WS-MndStatus NOT = "00"
               DISPLAY "No mandates on file."
               CLOSE InvRegister, MandateFile
               EXIT PARAGRAPH
           END-IF.
           CLOSE MandateFile.
           PERFORM OpenMandates.
           OPEN INPUT CustomerFIle.
           ACCEPT WS-NowTime FROM TIME.
           MOVE SPACES TO WS-BatchID WS-CollName.
           STRING "SDD" WS-TodayDate WS-NowTime(1:4)
               DELIMITED BY SIZE INTO WS-BatchID.
           STRING "118" WS-BatchID ".txt"
               DELIMITED BY SIZE INTO WS-CollName.
           OPEN OUTPUT CollectionFile.
           MOVE SPACES TO CollRecord.
           MOVE 'H' TO ColHType.
           MOVE WS-BatchID TO ColHBatchID.
           MOVE WS-TodayDate TO ColHCreDate.
           MOVE WS-CollDate TO ColHCollDate.
           MOVE WS-CreditorID TO ColHCreditorID.
           MOVE "EUR" TO ColHCurr.
           WRITE CollRecord.
           MOVE ZERO TO WS-CollCount WS-CollTotal WS-SkipNoMandate
               WS-SkipCurrency.
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
                       NOT AT END PERFORM SelectInvoice
                   END-READ
               END-PERFORM
           END-IF.
           MOVE SPACES TO CollRecord.
           MOVE 'T' TO ColTType.
           MOVE WS-CollCount TO ColTCount.
           MOVE WS-CollTotal TO ColTTotal.
           WRITE CollRecord.
           CLOSE InvRegister, MandateFile, CustomerFIle,
               CollectionFile.
           MOVE WS-CollTotal TO PrnTotal.
           DISPLAY "----- Direct Debit Collection -----".
           DISPLAY "Batch           : " WS-BatchID.
           DISPLAY "Debits          : " WS-CollCount.
           DISPLAY "Total           : " PrnTotal.
           DISPLAY "No mandate      : " WS-SkipNoMandate.
           DISPLAY "Not in euro     : " WS-SkipCurrency.
           IF WS-CollCount = ZERO
               DISPLAY "Empty batch, " WS-CollName
                   " must not be sent."
           ELSE
               DISPLAY "Send " WS-CollName " to the bank."
           END-IF.

       SelectInvoice.
           COMPUTE WS-InvInt = FUNCTION INTEGER-OF-DATE(InvDueDate).
           IF WS-InvInt > WS-CollInt OR InvCompany NOT = WS-Company
               EXIT PARAGRAPH
           END-IF.
           CALL 'PAYBAL' USING InvNum, WS-PaidNet.
           COMPUTE WS-Balance = InvGross - WS-PaidNet.
           IF WS-Balance NOT > ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE InvCustID TO MndCustID.
           MOVE 'Y' TO WS-MndExists.
           READ MandateFile
               INVALID KEY MOVE 'N' TO WS-MndExists
           END-READ.
           IF WS-MndExists = 'N' OR NOT MndActive
               ADD 1 TO WS-SkipNoMandate
               EXIT PARAGRAPH
           END-IF.
           *> SEPA addebita solo in euro: le fatture in valuta
           *> restano al bonifico.
           IF InvCurr NOT = "EUR" AND InvCurr NOT = SPACES
               ADD 1 TO WS-SkipCurrency
               EXIT PARAGRAPH
           END-IF.
           PERFORM WritePendingPayment.
           MOVE InvCustID TO IDNum.
           READ CustomerFIle
               INVALID KEY MOVE SPACES TO FirstName LastName
           END-READ.
           MOVE FirstName TO WS-CallFirst.
           MOVE LastName TO WS-CallLast.
           CALL 'NAMEFMT' USING WS-CallFirst, WS-CallMiddle,
               WS-CallLast, WS-FullName.
           MOVE SPACES TO CollRecord.
           MOVE 'D' TO ColDType.
           MOVE InvNum TO ColDInvNum ColDRemitInv.
           MOVE PaySeq TO ColDPaySeq.
           MOVE MndRef TO ColDMandRef.
           MOVE MndSignDate TO ColDSignDate.
           MOVE MndSeqType TO ColDSeqType.
           MOVE MndIBAN TO ColDIBAN.
           MOVE MndBIC TO ColDBIC.
           MOVE WS-Balance TO ColDAmount.
           MOVE WS-FullName TO ColDDebtor.
           WRITE CollRecord.
           ADD 1 TO WS-CollCount.
           ADD WS-Balance TO WS-CollTotal.
           MOVE MandateData TO WS-JrnBefore.
           MOVE "RCUR" TO MndSeqType.
           MOVE WS-CollDate TO MndLastColl.
           REWRITE MandateData
               INVALID KEY DISPLAY "Mandate not updated"
               NOT INVALID KEY
                   MOVE "REWRITE" TO WS-JrnAction
                   PERFORM LogJournal
           END-REWRITE.

       WritePendingPayment.
           OPEN I-O PaymentFile.
           IF WS-PayStatus = "35"
               OPEN OUTPUT PaymentFile
               CLOSE PaymentFile
               OPEN I-O PaymentFile
           END-IF.
           CALL 'PAYNEXT' USING PaySeq.
           MOVE InvNum TO PayInvNum.
           MOVE WS-CollDate TO PayDate.
           MOVE WS-Balance TO PayAmount.
           MOVE 'D' TO PayType.
           MOVE InvCustID TO PayCustID.
           MOVE "SDD PEND" TO PayReason.
           MOVE InvCompany TO PayCompany.
           WRITE PaymentData
               INVALID KEY
                   DISPLAY "Payment sequence clash, record NOT "
                       "written."
           END-WRITE.
           CLOSE PaymentFile.

       ImportReturns.
           *> Ogni insoluto storna il suo addebito 'D' con un 'R'
           *> di pari importo e motivo banca in PayReason; la
           *> fattura torna aperta per solleciti e aging. Le righe
           *> che non agganciano un addebito in attesa finiscono
           *> nell'elenco eccezioni come in BankImport (68.cob).
           OPEN INPUT ReturnFile.
           IF WS-RetStatus NOT = "00"
               DISPLAY "No returns file 118sddret.txt."
               CLOSE ReturnFile
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O PaymentFile.
           IF WS-PayStatus NOT = "00"
               DISPLAY "No payments on file."
               CLOSE ReturnFile, PaymentFile
               EXIT PARAGRAPH
           END-IF.
           PERFORM OpenMandates.
           OPEN OUTPUT ExceptionFile.
           MOVE ZERO TO WS-RetRead WS-RetDone WS-RetRejected
               WS-RetSuspended.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ReturnFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RetRead
                       PERFORM ApplyOneReturn
               END-READ
           END-PERFORM.
           CLOSE ReturnFile, PaymentFile, MandateFile,
               ExceptionFile.
           DISPLAY "----- Direct Debit Returns -----".
           DISPLAY "Return lines    : " WS-RetRead.
           DISPLAY "Reversed        : " WS-RetDone.
           DISPLAY "Exceptions      : " WS-RetRejected.
           DISPLAY "Mandates susp.  : " WS-RetSuspended.

       ApplyOneReturn.
           MOVE RetPaySeq TO PaySeq.
           MOVE 'Y' TO WS-PayExists.
           READ PaymentFile
               INVALID KEY MOVE 'N' TO WS-PayExists
           END-READ.
           EVALUATE TRUE
               WHEN WS-PayExists = 'N'
                   MOVE "NOTFOUND" TO WS-ExcReason
               WHEN NOT PayDirectDebit
                       OR PayInvNum NOT = RetInvNum
                   MOVE "NOTSDD" TO WS-ExcReason
               WHEN PayReason = "SDD RETURN"
                   MOVE "DUPLICATE" TO WS-ExcReason
               WHEN PayAmount NOT = RetAmount
                   MOVE "AMOUNT" TO WS-ExcReason
               WHEN OTHER
                   MOVE SPACES TO WS-ExcReason
           END-EVALUATE.
           IF WS-ExcReason NOT = SPACES
               PERFORM WriteReturnException
               EXIT PARAGRAPH
           END-IF.
           *> L'addebito resta in archivio marcato come stornato,
           *> cosi' un secondo invio dello stesso insoluto e' scartato.
           MOVE PayCustID TO WS-OrigCust.
           MOVE "SDD RETURN" TO PayReason.
           REWRITE PaymentData
               INVALID KEY DISPLAY "Debit " PaySeq " not updated"
           END-REWRITE.
           CALL 'PAYNEXT' USING PaySeq.
           MOVE RetInvNum TO PayInvNum.
           MOVE RetDate TO PayDate.
           MOVE RetAmount TO PayAmount.
           MOVE 'R' TO PayType.
           MOVE WS-OrigCust TO PayCustID.
           MOVE SPACES TO PayReason.
           STRING "SDD " RetReason DELIMITED BY SIZE INTO PayReason.
           WRITE PaymentData
               INVALID KEY
                   DISPLAY "Payment sequence clash, record NOT "
                       "written."
           END-WRITE.
           ADD 1 TO WS-RetDone.
           MOVE RetAmount TO PrnAmount.
           DISPLAY "Returned " PrnAmount " on invoice " RetInvNum
               " reason " RetReason ".".
           MOVE 'N' TO WS-Suspend.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
               IF SuspendCode(K) = RetReason
                   MOVE 'Y' TO WS-Suspend
               END-IF
           END-PERFORM.
           IF WS-Suspend = 'Y'
               PERFORM SuspendMandate
           END-IF.

       SuspendMandate.
           MOVE WS-OrigCust TO MndCustID.
           MOVE 'Y' TO WS-MndExists.
           READ MandateFile
               INVALID KEY MOVE 'N' TO WS-MndExists
           END-READ.
           IF WS-MndExists = 'N' OR NOT MndActive
               EXIT PARAGRAPH
           END-IF.
           MOVE MandateData TO WS-JrnBefore.
           MOVE 'S' TO MndStatus.
           MOVE WS-OpID TO MndOpID.
           REWRITE MandateData
               INVALID KEY DISPLAY "Mandate not updated"
               NOT INVALID KEY
                   ADD 1 TO WS-RetSuspended
                   DISPLAY "Mandate " MndRef " of customer "
                       MndCustID " suspended."
                   MOVE "REWRITE" TO WS-JrnAction
                   PERFORM LogJournal
           END-REWRITE.

       WriteReturnException.
           ADD 1 TO WS-RetRejected.
           MOVE SPACES TO ExceptionLine.
           STRING WS-ExcReason " " RetInvNum RetPaySeq " " RetDate
               " " RetAmount " " RetReason
               DELIMITED BY SIZE INTO ExceptionLine
           END-STRING.
           WRITE ExceptionLine.

       LogJournal.
           MOVE SPACES TO WS-JrnKey.
           MOVE MndCustID TO WS-JrnKey(1:5).
           MOVE MandateData TO WS-JrnAfter.
           CALL 'JRNL' USING WS-JrnFileCode, WS-JrnAction,
               WS-JrnKey, WS-JrnBefore, WS-JrnAfter.
