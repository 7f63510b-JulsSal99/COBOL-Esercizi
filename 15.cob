       01 WS-ParmValue PIC X(20).
       01 WS-ParmFound PIC X.
       01 WS-LockAction PIC X.
       01 WS-VatIn PIC X(20).
       01 WS-VatValid PIC X.
       01 WS-TermsCode PIC X(4).
       01 WS-TermsDue PIC 9(8).
       01 WS-TermsDisc PIC 9(8).
       01 WS-TermsRate PIC V999.
       01 WS-TermsFound PIC X.
       01 WS-LockKey PIC X(10).
       01 WS-LockResult PIC X.
       01 WS-LockHolder PIC X(8).
       01 WS-JrnFileCode PIC X(8) VALUE "CUSTOMER".
       01 WS-JrnAction PIC X(8).
       01 WS-JrnKey PIC X(10).
       01 WS-JrnBefore PIC X(200).
       01 WS-JrnAfter PIC X(200).
      *> Aumento di fido: passa dalla coda di approvazione (CHGQADD),
      *> il record resta col fido di prima finche' un approvatore
      *> non lo accetta. Le riduzioni valgono subito.
       01 WS-OldCredLimit PIC 9(5)V99.
       01 WS-NewCredLimit PIC 9(5)V99.
       01 WS-CqType PIC X(8) VALUE "CREDLIM".
       01 WS-CqKey PIC X(15).
       01 WS-CqBefore.
           02 WS-CqOldLimit PIC 9(5)V99.
           02 FILLER PIC X(133).
       01 WS-CqAfter.
           02 WS-CqNewLimit PIC 9(5)V99.
           02 FILLER PIC X(133).
       01 WS-CqNum PIC 9(5).
       COPY "PERSONREC.cpy".

       PROCEDURE DIVISION.
                   DISPLAY "Customer ID series exhausted"
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO CustomerData
               MOVE WS-NewCustID TO IDNum
               DISPLAY "ID assigned : " IDNum
               DISPLAY "Enter First Name : " WITH NO ADVANCING
               DISPLAY "Enter Country (2 chars) : " WITH NO
                   ADVANCING
               ACCEPT AddrCountry.
               PERFORM AcceptVatNumber.
               DISPLAY "Enter Credit Limit (0 = none) : "
                   WITH NO ADVANCING
               ACCEPT CredLimit.
               MOVE ZERO TO WS-OldCredLimit.
               PERFORM HoldCredLimitRaise.
               PERFORM AcceptExemption.
               PERFORM AcceptIntExempt.
               PERFORM AcceptTerms.
               PERFORM AcceptNotify.
               WRITE CustomerData
                   INVALID KEY DISPLAY "ID Taken"
                   NOT INVALID KEY
                       MOVE SPACES TO WS-JrnBefore
                       PERFORM LogJournal
                       ADD 1 TO WS-AddCount
                       PERFORM QueueCredLimitRaise
               END-WRITE.

       DeleteCust.
                   DISPLAY "Enter the New Country : " WITH NO
                   ADVANCING
                   ACCEPT AddrCountry
                   PERFORM AcceptVatNumber
                   MOVE CredLimit TO WS-OldCredLimit
                   DISPLAY "Enter the New Credit Limit : " WITH NO
                   ADVANCING
                   ACCEPT CredLimit
                   PERFORM HoldCredLimitRaise
                   PERFORM AcceptExemption
                   PERFORM AcceptIntExempt
                   PERFORM AcceptTerms
                   PERFORM AcceptNotify
               *> END-IF.
               REWRITE CustomerData
                   INVALID KEY DISPLAY "Customer Not Updated"
                       MOVE "REWRITE" TO WS-JrnAction
                       PERFORM LogJournal
                       ADD 1 TO WS-UpdCount
                       PERFORM QueueCredLimitRaise
               END-REWRITE.
               MOVE 'R' TO WS-LockAction.
               CALL 'LOCKMGR' USING WS-LockAction,
                   WS-JrnFileCode, WS-LockKey, WS-OpID,
                   WS-LockResult, WS-LockHolder.
           
       HoldCredLimitRaise.
               *> Quattro occhi sugli aumenti: il nuovo fido si mette
               *> da parte e il record si scrive col fido di prima.
               MOVE ZERO TO WS-NewCredLimit
               IF CredLimit > WS-OldCredLimit
                   MOVE CredLimit TO WS-NewCredLimit
                   MOVE WS-OldCredLimit TO CredLimit
               END-IF.

       QueueCredLimitRaise.
               IF WS-NewCredLimit = ZERO
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-CqKey
               MOVE IDNum TO WS-CqKey(1:5)
               MOVE SPACES TO WS-CqBefore WS-CqAfter
               MOVE CredLimit TO WS-CqOldLimit
               MOVE WS-NewCredLimit TO WS-CqNewLimit
               CALL 'CHGQADD' USING WS-CqType, WS-CqKey, WS-OpID,
                   WS-CqBefore, WS-CqAfter, WS-CqNum
               IF WS-CqNum = ZERO
                   DISPLAY "Credit limit raise NOT queued, "
                       "limit stays " CredLimit "."
               ELSE
                   DISPLAY "Credit limit raise to " WS-NewCredLimit
                       " queued for approval as change " WS-CqNum
                       "."
               END-IF.

       AcceptExemption.
               *> Certificato di esenzione IVA: vuoto = imponibile.
               DISPLAY "Tax Exemption Cert. (blank = none) : "
                   WITH NO ADVANCING
               ACCEPT CustExemptCert
               MOVE ZERO TO CustExemptExp
               IF CustExemptCert NOT = SPACES
                   DISPLAY "Certificate Expiry (yyyymmdd) : "
                       WITH NO ADVANCING
                   ACCEPT CustExemptExp
               END-IF.

       AcceptIntExempt.
               *> Esclusione dagli interessi di mora per ritardato
               *> pagamento: qualunque risposta diversa da Y = no.
               DISPLAY "Exempt from late-payment interest (Y/N) : "
                   WITH NO ADVANCING
               ACCEPT CustIntExempt
               IF CustIntExempt = 'y'
                   MOVE 'Y' TO CustIntExempt
               END-IF
               IF CustIntExempt NOT = 'Y'
                   MOVE 'N' TO CustIntExempt
               END-IF.

       AcceptTerms.
               *> Condizioni di pagamento dal master di TermsMaint:
               *> vuoto = condizione di default (DEFTERMS).
               MOVE 'N' TO WS-TermsFound
               PERFORM UNTIL WS-TermsFound = 'Y'
                   DISPLAY "Payment Terms (blank = default) : "
                       WITH NO ADVANCING
                   ACCEPT CustTerms
                   IF CustTerms = SPACES
                       MOVE 'Y' TO WS-TermsFound
                   ELSE
                       MOVE CustTerms TO WS-TermsCode
                       ACCEPT WS-NowDate FROM DATE YYYYMMDD
                       CALL 'TERMCALC' USING WS-TermsCode,
                           WS-NowDate, WS-TermsDue, WS-TermsDisc,
                           WS-TermsRate, WS-TermsFound
                       IF WS-TermsFound NOT = 'Y'
                           DISPLAY "Payment terms " CustTerms
                               " not on file, re-enter."
                       END-IF
                   END-IF
               END-PERFORM.

       AcceptNotify.
               *> Avvisi e-mail su ordini, spedizioni e fatture:
               *> qualunque risposta diversa da N = si'.
               DISPLAY "E-mail notifications (Y/N) : "
                   WITH NO ADVANCING
               ACCEPT CustNotify
               IF CustNotify = 'n'
                   MOVE 'N' TO CustNotify
               END-IF
               IF CustNotify NOT = 'N'
                   MOVE 'Y' TO CustNotify
               END-IF.

       AcceptVatNumber.
               *> Partita IVA controllata sul formato del paese UE;
               *> fuori UE si tiene com'e'. Vuota = non comunicata.
               MOVE 'N' TO WS-VatValid
               PERFORM UNTIL WS-VatValid NOT = 'N'
                   DISPLAY "VAT Number (blank = none) : "
                       WITH NO ADVANCING
                   ACCEPT WS-VatIn
                   IF WS-VatIn = SPACES
                       MOVE SPACES TO CustVatNum
                       MOVE 'Y' TO WS-VatValid
                   ELSE
                       CALL 'VATCHK' USING AddrCountry, WS-VatIn,
                           CustVatNum, WS-VatValid
                       IF WS-VatValid = 'N'
                           DISPLAY "VAT number not valid for country "
                               AddrCountry ", re-enter."
                       END-IF
                   END-IF
               END-PERFORM.

       GetCust.
               MOVE 'Y' TO CustExists.
               DISPLAY " "
                   DISPLAY "City   : " AddrCity " " AddrPostal
                       " " AddrProv " " AddrCountry
                   DISPLAY "Credit Limit : " CredLimit
                   IF CustVatNum NOT = SPACES
                       DISPLAY "VAT Number : " CustVatNum
                   END-IF
                   IF CustExemptCert NOT = SPACES
                       DISPLAY "Tax Exempt Cert : " CustExemptCert
                           " expires " CustExemptExp
                   END-IF
                   IF CustNoInterest
                       DISPLAY "Exempt from late-payment interest"
                   END-IF
                   IF CustTerms NOT = SPACES
                       DISPLAY "Payment Terms : " CustTerms
                   ELSE
                       DISPLAY "Payment Terms : default"
                   END-IF
                   IF CustNoNotify
                       DISPLAY "E-mail notifications : opted out"
                   END-IF
                   IF CustOnHold
                       DISPLAY "CREDIT HOLD : new orders go to "
                           "credit review"
                   END-IF
                   MOVE IDNum TO WS-PersonIDBuf
                   MOVE FirstName TO WS-PersonFirstBuf
                   MOVE Addr TO WS-PersonAddrBuf
