       FILE SECTION.
       FD BankFile.
      *> Riga estratto conto: data, importo, riferimento cliente
      *> (di solito il numero fattura nelle prime 5 posizioni) e
      *> segno: D addebito, altro accredito (i vecchi estratti
      *> portavano solo accrediti).
       01 BankData.
           02 BnkDate PIC 9(8).
           02 BnkAmount PIC 9(7)V99.
           02 BnkRef PIC X(20).
           02 BnkDrCr PIC X.
               88 BnkDebit VALUE 'D'.
       FD InvRegister.
       COPY "INVREC.cpy".
       FD PaymentFile.
       01 WS-MatchInv PIC 9(5).
       01 WS-MatchCount PIC 9(3).
       01 WS-Matched PIC X.
       01 WS-Settles PIC X.
       01 WS-DiscAmt PIC 9(7)V99.
       01 WS-MatchDisc PIC 9(7)V99.
       01 WS-LinesRead PIC 9(5) VALUE ZERO.
       01 WS-LinesMatched PIC 9(5) VALUE ZERO.
       01 WS-LinesRejected PIC 9(5) VALUE ZERO.
       01 WS-LinesSdd PIC 9(5) VALUE ZERO.
       01 WS-LinesDebit PIC 9(5) VALUE ZERO.
       01 WS-Reason PIC X(12).
      *> L'estratto e' del conto della societa' corrente: si
      *> agganciano solo le sue fatture.
       01 WS-Company PIC X(2).
       01 WS-CmpName PIC X(30).
       PROCEDURE DIVISION.
       MainPara.
      *> Import notturno dell'estratto conto bancario: ogni riga
      *> importo; cio' che non aggancia in modo certo finisce
      *> nell'elenco eccezioni per la gestione manuale, come i
      *> reject di Student-Inbound (47.cob).
           CALL 'COMPGET' USING WS-Company, WS-CmpName.
           OPEN INPUT BankFile.
           IF WS-BankStatus NOT = "00"
               DISPLAY "No bank statement file 68bankstmt.txt."
           DISPLAY "Statement lines : " WS-LinesRead.
           DISPLAY "Matched         : " WS-LinesMatched.
           DISPLAY "Exceptions      : " WS-LinesRejected.
           DISPLAY "SDD batches     : " WS-LinesSdd.
           DISPLAY "Debits (recon.) : " WS-LinesDebit.
           STOP RUN.

       MatchOneLine.
           MOVE 'N' TO WS-Matched.
           *> Addebiti (commissioni, bonifici fornitori, insoluti):
           *> non sono incassi, li abbina BankRecon (156.cob).
           IF BnkDebit
               ADD 1 TO WS-LinesDebit
               EXIT PARAGRAPH
           END-IF.
           *> Accredito di una distinta SDD di DirectDebit (118.cob):
           *> le fatture sono gia' chiuse dai pagamenti 'D' scritti
           *> al giro d'incasso, qui non c'e' nulla da agganciare.
           IF BnkRef(1:3) = "SDD"
               ADD 1 TO WS-LinesSdd
               DISPLAY "Direct-debit batch " BnkRef " credited "
                   BnkAmount "."
               EXIT PARAGRAPH
           END-IF.
           *> Primo tentativo: il riferimento porta il numero
           *> fattura nelle prime 5 posizioni.
           IF BnkRef(1:5) IS NUMERIC
               EXIT PARAGRAPH
           END-IF.
           PERFORM ComputeInvBalance.
           PERFORM CheckSettles.
           IF WS-Settles = 'Y'
               MOVE InvNum TO WS-MatchInv
               MOVE WS-DiscAmt TO WS-MatchDisc
               PERFORM WriteMatchedPayment
           END-IF.

                   AT END MOVE 'Y' TO WS-RegEOF
                   NOT AT END
                       PERFORM ComputeInvBalance
                       PERFORM CheckSettles
                       IF WS-Settles = 'Y'
                           ADD 1 TO WS-MatchCount
                           MOVE InvNum TO WS-MatchInv
                           MOVE WS-DiscAmt TO WS-MatchDisc
                       END-IF
               END-READ
           END-PERFORM.
           CALL 'PAYBAL' USING InvNum, WS-PaidNet.
           SUBTRACT WS-PaidNet FROM WS-Balance.

       CheckSettles.
           *> La riga chiude la fattura se paga esattamente il
           *> residuo, oppure se arriva entro il termine di sconto
           *> cassa e con lo sconto spettante copre il residuo
           *> (DISCTAKE): lo sconto si registra a parte.
           MOVE 'N' TO WS-Settles.
           MOVE ZERO TO WS-DiscAmt.
           IF WS-Balance NOT > ZERO OR InvCompany NOT = WS-Company
               EXIT PARAGRAPH
           END-IF.
           IF BnkAmount = WS-Balance
               MOVE 'Y' TO WS-Settles
               EXIT PARAGRAPH
           END-IF.
           CALL 'DISCTAKE' USING InvDiscDate, InvDiscRate, InvGross,
               WS-Balance, BnkDate, BnkAmount, WS-DiscAmt.
           IF WS-DiscAmt > ZERO
               MOVE 'Y' TO WS-Settles
           END-IF.

       WriteMatchedPayment.
           OPEN I-O PaymentFile.
           IF WS-PayStatus = "35"
           MOVE 'P' TO PayType.
           MOVE InvCustID TO PayCustID.
           MOVE "BANKIMP" TO PayReason.
           MOVE InvCompany TO PayCompany.
           WRITE PaymentData
               INVALID KEY
                   DISPLAY "Payment sequence clash, record NOT "
                       "written."
           END-WRITE.
           IF WS-MatchDisc > ZERO
               CALL 'PAYNEXT' USING PaySeq
               MOVE WS-MatchDisc TO PayAmount
               MOVE 'S' TO PayType
               MOVE "SCONTO" TO PayReason
               WRITE PaymentData
                   INVALID KEY
                       DISPLAY "Payment sequence clash, discount "
                           "NOT written."
               END-WRITE
               DISPLAY "Cash discount " WS-MatchDisc
                   " taken on invoice " WS-MatchInv "."
           END-IF.
           CLOSE PaymentFile.
           MOVE 'Y' TO WS-Matched.
           ADD 1 TO WS-LinesMatched.
