           SELECT MoveFile ASSIGN TO "27invmove.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MoveStatus.
           SELECT ApInvFile ASSIGN TO "77apinv.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APInvNum
               FILE STATUS IS WS-ApInvStatus.
           SELECT ApPayFile ASSIGN TO "77appay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ApPayStatus.
           SELECT PoFile ASSIGN TO "76po.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PONum
               FILE STATUS IS WS-PoStatus.
           SELECT SourcingFile ASSIGN TO "76sourcing.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SrcProd
               FILE STATUS IS WS-SrcStatus.
           SELECT RecvFile ASSIGN TO "59recv.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RcvChargeNum
               FILE STATUS IS WS-RecvStatus.
           SELECT RecvPayFile ASSIGN TO "59recvpay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RecvPayStatus.
           SELECT AppliedFile ASSIGN TO "96applied.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AppliedStatus.
           SELECT AssetMoveFile ASSIGN TO "148assetmov.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AssetMoveStatus.
           SELECT PeriodFile ASSIGN TO "60period.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PerKey
               FILE STATUS IS WS-PeriodStatus.
           SELECT TrialReport ASSIGN TO "69trialbal.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CoaFile.
       COPY "COAREC.cpy".
       FD GlJournal.
       COPY "GLREC.cpy".
       FD PostedFile.
       01 PostedRecord.
           02 PostedPeriod PIC 9(6).
           02 PostedCompany PIC X(2).
       FD InvRegister.
       COPY "INVREC.cpy".
       FD PaymentFile.
       COPY "CRNREC.cpy".
       FD MoveFile.
       COPY "MOVEREC.cpy".
       FD ApInvFile.
       COPY "APINVREC.cpy".
       FD ApPayFile.
       COPY "APPAYREC.cpy".
       FD PoFile.
       COPY "POREC.cpy".
       FD SourcingFile.
       COPY "SRCREC.cpy".
       FD RecvFile.
       COPY "RECVREC.cpy".
       FD RecvPayFile.
       COPY "RECVPAY.cpy".
       FD AppliedFile.
       COPY "APPLREC.cpy".
       FD AssetMoveFile.
       COPY "ASSETMOV.cpy".
       FD PeriodFile.
       COPY "PERREC.cpy".
       FD TrialReport.
       01 WS-CrnStatus PIC XX.
       01 WS-MoveStatus PIC XX.
       01 WS-PeriodStatus PIC XX.
       01 WS-ApInvStatus PIC XX.
       01 WS-ApPayStatus PIC XX.
       01 WS-PoStatus PIC XX.
       01 WS-SrcStatus PIC XX.
       01 WS-RecvStatus PIC XX.
       01 WS-RecvPayStatus PIC XX.
       01 WS-AppliedStatus PIC XX.
       01 WS-AssetMoveStatus PIC XX.
       01 WS-PoEOF PIC X.
       01 WS-SrcFound PIC X.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-EOF PIC X.
       01 WS-AskPeriod PIC 9(6).
       01 WS-AlreadyPosted PIC X.
       01 WS-LinesPosted PIC 9(5).
      *> Ogni societa' ha la sua contabilita': posting, ratei e
      *> bilancio di verifica lavorano sulla societa' corrente
      *> (COMPGET); il consolidato somma tutte le societa'. Le
      *> fonti senza societa' (magazzino, acquisti, universita',
      *> cespiti) vanno nei libri della societa' principale.
       01 WS-Company PIC X(2).
       01 WS-CmpName PIC X(30).
       01 WS-CmpFound PIC X.
       COPY "COMPREC.cpy".
       01 WS-Consolidated PIC X VALUE 'N'.
       01 WS-TieNet PIC 9(10)V99.
       01 WS-TieTax PIC 9(10)V99.
       01 WS-TieGross PIC 9(10)V99.
       01 WS-TieCount PIC 99.
       *> Piano dei conti minimo, seminato al primo avvio.
       01 CoaTable.
           02 WS-CoaCount PIC 99 VALUE ZERO.
           02 CoaEntry OCCURS 50 TIMES
                   DEPENDING ON WS-CoaCount.
               03 CT-Acct PIC 9(4).
               03 CT-Name PIC X(30).
               03 CT-Type PIC X.
               03 CT-Line PIC X(20).
               03 CT-DrTotal PIC 9(10)V99.
               03 CT-CrTotal PIC 9(10)V99.
       01 I PIC 99.
       01 WS-LkpDiscount PIC V999.
       01 WS-LkpFound PIC X.
       01 WS-LkpQty PIC 9(5).
       01 WS-LkpCust PIC 9(5) VALUE ZERO.
       01 WS-LkpAgreed PIC X.
       01 WS-MoveValue PIC 9(9)V99.
       01 WS-TotDr PIC 9(11)V99.
       01 WS-TotCr PIC 9(11)V99.
       01 WS-PerFound PIC X.
      *> Conto di costo della borsa per fonte: SYSPARM "AW" + fonte
      *> (es. AWREGIONE = 6210), altrimenti il conto borse 6200.
       01 WS-AwAcct PIC 9(4).
       01 WS-ParmKey PIC X(12).
       01 WS-ParmValue PIC X(20).
       01 WS-ParmFound PIC X.
       01 WS-RcvTuition PIC 9(9)V99.
       01 WS-RcvLateFees PIC 9(9)V99.
       01 WS-RcvCount PIC 9(5).
      *> Conto da aggiungere ai piani dei conti seminati prima.
       01 WS-NewAcct PIC 9(4).
       01 WS-NewName PIC X(30).
      *> Ratei merce ricevuta e non fatturata: fine periodo e
      *> periodo precedente da stornare.
       01 WS-PeriodEnd PIC 9(8).
       01 WS-PeriodStart PIC 9(8).
       01 WS-PrevPeriod PIC 9(6).
       01 WS-PeriodWork PIC 9(8).
       01 WS-PeriodParts REDEFINES WS-PeriodWork.
           02 WS-PwYear PIC 9(4).
           02 WS-PwMonth PIC 99.
           02 WS-PwDay PIC 99.
       01 WS-InvoicedQty PIC 9(7).
       01 WS-AccrQty PIC S9(7).
       01 WS-AccrPrice PIC 9(5)V99.
       01 WS-AccrCount PIC 9(5).
       01 RevTable.
           02 WS-RevCount PIC 9(3) VALUE ZERO.
           02 RevEntry OCCURS 500 TIMES
                   DEPENDING ON WS-RevCount.
               03 RV-Acct PIC 9(4).
               03 RV-DrCr PIC X.
               03 RV-Amount PIC 9(9)V99.
               03 RV-Ref PIC 9(5).
       01 R PIC 9(3).
       01 TrialHeading.
           02 FILLER PIC X(23) VALUE "TRIAL BALANCE   period ".
           02 PrnPeriod PIC 9(6).
       01 CompanyLine.
           02 FILLER PIC X(9) VALUE "Company: ".
           02 PrnCompany PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCmpName PIC X(30).
       01 ColHeads PIC X(70) VALUE
           "Acct Name                              Debit        Credi
      -    "t".
       01 TieLine PIC X(75).
       PROCEDURE DIVISION.
       StartPara.
           CALL 'COMPGET' USING WS-Company, WS-CmpName.
           CALL 'CMPLKUP' USING WS-Company, CompanyData, WS-CmpFound.
           PERFORM LoadChartOfAccounts.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "GENERAL LEDGER - company " WS-Company " "
                   WS-CmpName
               DISPLAY "1 : Posting Run for a Period"
               DISPLAY "2 : Trial Balance Report"
               DISPLAY "3 : Account Type and Report Line"
               DISPLAY "4 : Consolidated Trial Balance"
               DISPLAY "0 : Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM PostingRun
                   WHEN 2
                       MOVE 'N' TO WS-Consolidated
                       PERFORM TrialBalance
                   WHEN 3 PERFORM SetAccountType
                   WHEN 4
                       MOVE 'Y' TO WS-Consolidated
                       PERFORM TrialBalance
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
               MOVE 1200 TO AcctNum
               MOVE "BANCA" TO AcctName
               WRITE CoaData
               MOVE 1150 TO AcctNum
               MOVE "CREDITI VERSO STUDENTI" TO AcctName
               WRITE CoaData
               MOVE 1300 TO AcctNum
               MOVE "MAGAZZINO" TO AcctName
               WRITE CoaData
               MOVE 4100 TO AcctNum
               MOVE "RESI E NOTE CREDITO" TO AcctName
               WRITE CoaData
               MOVE 4200 TO AcctNum
               MOVE "RETTE UNIVERSITARIE" TO AcctName
               WRITE CoaData
               MOVE 4250 TO AcctNum
               MOVE "MORE SU RETTE" TO AcctName
               WRITE CoaData
               MOVE 2150 TO AcctNum
               MOVE "FATTURE DA RICEVERE" TO AcctName
               WRITE CoaData
               MOVE 5000 TO AcctNum
               MOVE "COSTO DEL VENDUTO" TO AcctName
               WRITE CoaData
               MOVE 5100 TO AcctNum
               MOVE "ACQUISTI" TO AcctName
               WRITE CoaData
               MOVE 6100 TO AcctNum
               MOVE "PERDITE SU CREDITI" TO AcctName
               WRITE CoaData
               MOVE 6200 TO AcctNum
               MOVE "BORSE DI STUDIO" TO AcctName
               WRITE CoaData
               MOVE 1500 TO AcctNum
               MOVE "IMMOBILIZZAZIONI MATERIALI" TO AcctName
               WRITE CoaData
               MOVE 1590 TO AcctNum
               MOVE "FONDO AMMORTAMENTO" TO AcctName
               WRITE CoaData
               MOVE 6300 TO AcctNum
               MOVE "AMMORTAMENTI" TO AcctName
               WRITE CoaData
               MOVE 4300 TO AcctNum
               MOVE "PLUSVALENZE" TO AcctName
               WRITE CoaData
               MOVE 6310 TO AcctNum
               MOVE "MINUSVALENZE" TO AcctName
               WRITE CoaData
               MOVE 4150 TO AcctNum
               MOVE "SCONTI CASSA CONCESSI" TO AcctName
               WRITE CoaData
               CLOSE CoaFile
               OPEN INPUT CoaFile
           END-IF.
           MOVE ZERO TO WS-CoaCount.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y' OR WS-CoaCount >= 50
               READ CoaFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CoaCount
                       MOVE AcctNum TO CT-Acct(WS-CoaCount)
                       MOVE AcctName TO CT-Name(WS-CoaCount)
                       CALL 'COATYPE' USING AcctNum, AcctName,
                           AcctType, AcctLine
                       MOVE AcctType TO CT-Type(WS-CoaCount)
                       MOVE AcctLine TO CT-Line(WS-CoaCount)
               END-READ
           END-PERFORM.
           CLOSE CoaFile.
           *> Piani dei conti seminati prima degli stralci e del
           *> ciclo passivo: i conti mancanti si aggiungono in coda.
           MOVE 6100 TO WS-NewAcct.
           MOVE "PERDITE SU CREDITI" TO WS-NewName.
           PERFORM EnsureAccount.
           MOVE 2150 TO WS-NewAcct.
           MOVE "FATTURE DA RICEVERE" TO WS-NewName.
           PERFORM EnsureAccount.
           MOVE 5100 TO WS-NewAcct.
           MOVE "ACQUISTI" TO WS-NewName.
           PERFORM EnsureAccount.
           MOVE 1150 TO WS-NewAcct.
           MOVE "CREDITI VERSO STUDENTI" TO WS-NewName.
           PERFORM EnsureAccount.
           MOVE 4200 TO WS-NewAcct.
           MOVE "RETTE UNIVERSITARIE" TO WS-NewName.
           PERFORM EnsureAccount.
           MOVE 4250 TO WS-NewAcct.
           MOVE "MORE SU RETTE" TO WS-NewName.
           PERFORM EnsureAccount.
           MOVE 6200 TO WS-NewAcct.
           MOVE "BORSE DI STUDIO" TO WS-NewName.
           PERFORM EnsureAccount.
           MOVE 1500 TO WS-NewAcct.
           MOVE "IMMOBILIZZAZIONI MATERIALI" TO WS-NewName.
           PERFORM EnsureAccount.
           MOVE 1590 TO WS-NewAcct.
           MOVE "FONDO AMMORTAMENTO" TO WS-NewName.
           PERFORM EnsureAccount.
           MOVE 6300 TO WS-NewAcct.
           MOVE "AMMORTAMENTI" TO WS-NewName.
           PERFORM EnsureAccount.
           MOVE 4300 TO WS-NewAcct.
           MOVE "PLUSVALENZE" TO WS-NewName.
           PERFORM EnsureAccount.
           MOVE 6310 TO WS-NewAcct.
           MOVE "MINUSVALENZE" TO WS-NewName.
           PERFORM EnsureAccount.
           MOVE 4150 TO WS-NewAcct.
           MOVE "SCONTI CASSA CONCESSI" TO WS-NewName.
           PERFORM EnsureAccount.
           *> Contropartite delle scritture proposte da BankRecon.
           MOVE 6400 TO WS-NewAcct.
           MOVE "ONERI BANCARI" TO WS-NewName.
           PERFORM EnsureAccount.
           MOVE 6410 TO WS-NewAcct.
           MOVE "INTERESSI PASSIVI BANCARI" TO WS-NewName.
           PERFORM EnsureAccount.
           MOVE 4400 TO WS-NewAcct.
           MOVE "INTERESSI ATTIVI BANCARI" TO WS-NewName.
           PERFORM EnsureAccount.
           *> Ricavo delle note di addebito interessi di LateInterest.
           MOVE 4450 TO WS-NewAcct.
           MOVE "INTERESSI ATTIVI DI MORA" TO WS-NewName.
           PERFORM EnsureAccount.

       EnsureAccount.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CoaCount OR CT-Acct(I) = WS-NewAcct
               CONTINUE
           END-PERFORM.
           IF I > WS-CoaCount AND WS-CoaCount < 50
               OPEN EXTEND CoaFile
               MOVE WS-NewAcct TO AcctNum
               MOVE WS-NewName TO AcctName
               MOVE SPACES TO AcctType AcctLine
               CALL 'COATYPE' USING AcctNum, AcctName, AcctType,
                   AcctLine
               WRITE CoaData
               CLOSE CoaFile
               ADD 1 TO WS-CoaCount
               MOVE AcctNum TO CT-Acct(WS-CoaCount)
               MOVE AcctName TO CT-Name(WS-CoaCount)
               MOVE AcctType TO CT-Type(WS-CoaCount)
               MOVE AcctLine TO CT-Line(WS-CoaCount)
           END-IF.

       SetAccountType.
           *> Tipo e riga di prospetto per i bilanci di FinStatements
           *> (122.cob); il piano si riscrive per intero.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CoaCount
               DISPLAY CT-Acct(I) " " CT-Name(I) " " CT-Type(I) " "
                   CT-Line(I)
           END-PERFORM.
           DISPLAY "Account (0 = new account): " WITH NO ADVANCING.
           ACCEPT WS-NewAcct.
           IF WS-NewAcct = ZERO
               DISPLAY "New account number: " WITH NO ADVANCING
               ACCEPT WS-NewAcct
               DISPLAY "Account name: " WITH NO ADVANCING
               ACCEPT WS-NewName
               IF WS-NewAcct = ZERO OR WS-NewName = SPACES
                   DISPLAY "Number and name are required, refused."
                   EXIT PARAGRAPH
               END-IF
               PERFORM EnsureAccount
           END-IF.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CoaCount OR CT-Acct(I) = WS-NewAcct
               CONTINUE
           END-PERFORM.
           IF I > WS-CoaCount
               DISPLAY "Account not in chart, refused."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Type A/L/E/R/X (blank = keep " CT-Type(I) "): "
               WITH NO ADVANCING.
           ACCEPT AcctType.
           IF AcctType NOT = SPACE
               IF NOT AcctTypeValid
                   DISPLAY "Type must be A, L, E, R or X, refused."
                   EXIT PARAGRAPH
               END-IF
               MOVE AcctType TO CT-Type(I)
           END-IF.
           DISPLAY "Report line (blank = keep): " WITH NO ADVANCING.
           ACCEPT AcctLine.
           IF AcctLine NOT = SPACES
               MOVE AcctLine TO CT-Line(I)
           END-IF.
           OPEN OUTPUT CoaFile.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CoaCount
               MOVE CT-Acct(I) TO AcctNum
               MOVE CT-Name(I) TO AcctName
               MOVE CT-Type(I) TO AcctType
               MOVE CT-Line(I) TO AcctLine
               WRITE CoaData
           END-PERFORM.
           CLOSE CoaFile.
           DISPLAY "Chart of accounts updated.".

       PostingRun.
           DISPLAY "Period to post (aaaamm): " WITH NO ADVANCING.
           ACCEPT WS-AskPeriod.
           PERFORM CheckAlreadyPosted.
           IF WS-AlreadyPosted = 'Y'
               DISPLAY "Period " WS-AskPeriod " already posted "
                   "for company " WS-Company ", run refused."
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-LinesPosted.
           PERFORM SetPeriodDates.
           PERFORM LoadAccrualsToReverse.
           OPEN EXTEND GlJournal.
           IF WS-GlStatus = "35"
               OPEN OUTPUT GlJournal
           PERFORM PostInvoices.
           PERFORM PostPayments.
           PERFORM PostCreditNotes.
           IF CmpIsMain
               PERFORM PostMovements
               PERFORM PostApInvoices
               PERFORM PostApPayments
               PERFORM ReverseAccruals
               PERFORM PostGoodsAccruals
               PERFORM PostTuitionCharges
               PERFORM PostTuitionPayments
               PERFORM PostAwardsApplied
               PERFORM PostAssetMoves
           END-IF.
           CLOSE GlJournal.
           PERFORM MarkPosted.
           DISPLAY "Posting run complete: " WS-LinesPosted
               " journal lines for period " WS-AskPeriod
               ", company " WS-Company ".".

       CheckAlreadyPosted.
           MOVE 'N' TO WS-AlreadyPosted.
               READ PostedFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PostedPeriod = WS-AskPeriod
                               AND PostedCompany = WS-Company
                           MOVE 'Y' TO WS-AlreadyPosted
                       END-IF
               END-READ
               CLOSE PostedFile
               OPEN EXTEND PostedFile
           END-IF.
           MOVE WS-AskPeriod TO PostedPeriod.
           MOVE WS-Company TO PostedCompany.
           WRITE PostedRecord.
           CLOSE PostedFile.

       WriteGlLine.
           MOVE WS-AskPeriod TO GLPeriod.
           MOVE WS-Company TO GLCompany.
           WRITE GlJournalData.
           ADD 1 TO WS-LinesPosted.

                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF InvDate(1:6) = WS-AskPeriod
                                   AND InvCompany = WS-Company
                               PERFORM PostOneInvoice
                           END-IF
                   END-READ
           MOVE 'D' TO GLDrCr.
           MOVE InvGross TO GLAmount.
           PERFORM WriteGlLine.
           *> Le note di addebito interessi (147.cob) non sono
           *> vendite: vanno a interessi attivi di mora.
           IF InvInterest
               MOVE 4450 TO GLAcct
           ELSE
               MOVE 4000 TO GLAcct
           END-IF.
           MOVE 'C' TO GLDrCr.
           MOVE InvNet TO GLAmount.
           PERFORM WriteGlLine.
       PostPayments.
           *> Incasso: dare banca, avere crediti. Storno al
           *> contrario. Acconto: dare banca, avere anticipi;
           *> applicazione: dare anticipi, avere crediti. Stralcio:
           *> dare perdite su crediti, avere crediti.
           OPEN INPUT PaymentFile.
           IF WS-PayStatus NOT = "00"
               CLOSE PaymentFile
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF PayDate(1:6) = WS-AskPeriod
                                   AND PayCompany = WS-Company
                               PERFORM PostOnePayment
                           END-IF
                   END-READ
                   MOVE 2300 TO GLAcct
                   MOVE 'C' TO GLDrCr
                   PERFORM WriteGlLine
               WHEN PayWriteOff
                   MOVE 6100 TO GLAcct
                   MOVE 'D' TO GLDrCr
                   PERFORM WriteGlLine
                   MOVE 1100 TO GLAcct
                   MOVE 'C' TO GLDrCr
                   PERFORM WriteGlLine
               WHEN PayDiscount
                   *> Sconto cassa: rettifica dei ricavi, non
                   *> entra in banca.
                   MOVE 4150 TO GLAcct
                   MOVE 'D' TO GLDrCr
                   PERFORM WriteGlLine
                   MOVE 1100 TO GLAcct
                   MOVE 'C' TO GLDrCr
                   PERFORM WriteGlLine
               WHEN PayApplied
                   MOVE 2300 TO GLAcct
                   MOVE 'D' TO GLDrCr
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CrnDate(1:6) = WS-AskPeriod
                                   AND CrnCompany = WS-Company
                               PERFORM PostOneCreditNote
                           END-IF
                   END-READ

       PostMovements.
           *> Movimento valorizzato al prezzo in vigore alla data
           *> (PRCLKUP): carico dare magazzino / avere acquisti (il
           *> debito verso il fornitore nasce dalla sua fattura o dal
           *> rateo di fine mese, non dall'entrata merce), scarico
           *> dare costo del venduto / avere magazzino.
           OPEN INPUT MoveFile.
           IF WS-MoveStatus NOT = "00"
               CLOSE MoveFile
           MOVE MovQty TO WS-LkpQty.
           CALL 'PRCLKUP' USING MovProdName, MovDate,
               WS-LkpQty, WS-LkpPrice, WS-LkpDiscount,
               WS-LkpFound, WS-LkpCust, WS-LkpAgreed.
           IF WS-LkpFound = 'N'
               EXIT PARAGRAPH
           END-IF.
                   MOVE 1300 TO GLAcct
                   MOVE 'D' TO GLDrCr
                   PERFORM WriteGlLine
                   MOVE 5100 TO GLAcct
                   MOVE 'C' TO GLDrCr
                   PERFORM WriteGlLine
               *> Rettifica inventariale in aumento: magazzino a
                   PERFORM WriteGlLine
           END-EVALUATE.

       SetPeriodDates.
           MOVE WS-AskPeriod TO WS-PeriodWork(1:6).
           MOVE 01 TO WS-PwDay.
           MOVE WS-PeriodWork TO WS-PeriodStart.
           *> Ultimo giorno: il primo del mese dopo meno uno.
           IF WS-PwMonth = 12
               ADD 1 TO WS-PwYear
               MOVE 01 TO WS-PwMonth
           ELSE
               ADD 1 TO WS-PwMonth
           END-IF.
           COMPUTE WS-PeriodEnd = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-PeriodWork) - 1).
           MOVE WS-AskPeriod TO WS-PeriodWork(1:6).
           IF WS-PwMonth = 01
               SUBTRACT 1 FROM WS-PwYear
               MOVE 12 TO WS-PwMonth
           ELSE
               SUBTRACT 1 FROM WS-PwMonth
           END-IF.
           MOVE WS-PeriodWork(1:6) TO WS-PrevPeriod.

       PostApInvoices.
           *> Fattura fornitore (anche se sospesa: il debito c'e'
           *> comunque): dare acquisti, avere debiti verso fornitori.
           OPEN INPUT ApInvFile.
           IF WS-ApInvStatus NOT = "00"
               CLOSE ApInvFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-StartOK.
           MOVE ZERO TO APInvNum.
           START ApInvFile KEY IS NOT LESS THAN APInvNum
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE 'N' TO WS-EOF.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ApInvFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF APDate(1:6) = WS-AskPeriod
                               PERFORM PostOneApInvoice
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ApInvFile.

       PostOneApInvoice.
           *> L'IVA a credito va in dare sul conto IVA 2200: il
           *> saldo del conto e' l'IVA netta da versare.
           MOVE APDate TO GLDate.
           MOVE "APINV" TO GLSource.
           MOVE APInvNum TO GLRef.
           IF APNet = ZERO
               MOVE APAmount OF ApInvData TO GLAmount
           ELSE
               MOVE APNet TO GLAmount
           END-IF.
           MOVE 5100 TO GLAcct.
           MOVE 'D' TO GLDrCr.
           PERFORM WriteGlLine.
           IF APNet > ZERO AND APTax > ZERO
               MOVE APTax TO GLAmount
               MOVE 2200 TO GLAcct
               MOVE 'D' TO GLDrCr
               PERFORM WriteGlLine
           END-IF.
           MOVE APAmount OF ApInvData TO GLAmount.
           MOVE 2100 TO GLAcct.
           MOVE 'C' TO GLDrCr.
           PERFORM WriteGlLine.

       PostApPayments.
           *> Pagamento fornitore: dare debiti, avere banca.
           OPEN INPUT ApPayFile.
           IF WS-ApPayStatus NOT = "00"
               CLOSE ApPayFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ApPayFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF APPayDate(1:6) = WS-AskPeriod
                           PERFORM PostOneApPayment
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ApPayFile.

       PostOneApPayment.
           MOVE APPayDate TO GLDate.
           MOVE "APPAY" TO GLSource.
           MOVE APPayInvNum TO GLRef.
           MOVE APPayAmount TO GLAmount.
           MOVE 2100 TO GLAcct.
           MOVE 'D' TO GLDrCr.
           PERFORM WriteGlLine.
           MOVE 1200 TO GLAcct.
           MOVE 'C' TO GLDrCr.
           PERFORM WriteGlLine.

       LoadAccrualsToReverse.
           *> Il rateo del periodo precedente si storna riga per
           *> riga come e' stato scritto: rileggerlo dal giornale
           *> evita di ricalcolarlo su ordini nel frattempo cambiati.
           MOVE ZERO TO WS-RevCount.
           OPEN INPUT GlJournal.
           IF WS-GlStatus NOT = "00"
               CLOSE GlJournal
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ GlJournal
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GLPeriod = WS-PrevPeriod
                               AND GLCompany = WS-Company
                               AND GLSource = "GRNIACCR"
                               AND WS-RevCount < 500
                           ADD 1 TO WS-RevCount
                           MOVE GLAcct TO RV-Acct(WS-RevCount)
                           MOVE GLDrCr TO RV-DrCr(WS-RevCount)
                           MOVE GLAmount TO RV-Amount(WS-RevCount)
                           MOVE GLRef TO RV-Ref(WS-RevCount)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GlJournal.

       ReverseAccruals.
           MOVE WS-PeriodStart TO GLDate.
           MOVE "GRNIREV" TO GLSource.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-RevCount
               MOVE RV-Acct(R) TO GLAcct
               MOVE RV-Amount(R) TO GLAmount
               MOVE RV-Ref(R) TO GLRef
               IF RV-DrCr(R) = 'D'
                   MOVE 'C' TO GLDrCr
               ELSE
                   MOVE 'D' TO GLDrCr
               END-IF
               PERFORM WriteGlLine
           END-PERFORM.
           IF WS-RevCount > ZERO
               DISPLAY "Accrual of " WS-PrevPeriod " reversed ("
                   WS-RevCount " lines)."
           END-IF.

       PostGoodsAccruals.
           *> Merce ricevuta sui PO e non ancora fatturata a fine
           *> periodo: dare acquisti, avere fatture da ricevere, al
           *> prezzo fornitore di 76sourcing.dat o, in mancanza, al
           *> listino alla data come i carichi di magazzino. Il
           *> ricevuto e' quello registrato sul PO al momento del
           *> run, il fatturato sono le fatture fornitore del PO
           *> datate entro fine periodo.
           MOVE ZERO TO WS-AccrCount.
           OPEN INPUT PoFile.
           IF WS-PoStatus NOT = "00"
               CLOSE PoFile
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ApInvFile.
           OPEN INPUT SourcingFile.
           MOVE 'Y' TO WS-StartOK.
           MOVE ZERO TO PONum.
           START PoFile KEY IS NOT LESS THAN PONum
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE 'N' TO WS-PoEOF.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-PoEOF = 'Y'
                   READ PoFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-PoEOF
                       NOT AT END
                           IF PORecQty > ZERO
                                   AND PODate <= WS-PeriodEnd
                                   AND NOT POCancelled
                               PERFORM AccrueOnePO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PoFile, ApInvFile, SourcingFile.
           IF WS-AccrCount > ZERO
               DISPLAY "Goods received not invoiced: " WS-AccrCount
                   " POs accrued at " WS-PeriodEnd "."
           END-IF.

       AccrueOnePO.
           MOVE ZERO TO WS-InvoicedQty.
           IF WS-ApInvStatus = "00"
               MOVE 'Y' TO WS-StartOK
               MOVE ZERO TO APInvNum
               START ApInvFile KEY IS NOT LESS THAN APInvNum
                   INVALID KEY MOVE 'N' TO WS-StartOK
               END-START
               MOVE 'N' TO WS-EOF
               IF WS-StartOK = 'Y'
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ ApInvFile NEXT RECORD
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF APPONum = PONum
                                       AND APDate <= WS-PeriodEnd
                                   ADD APQty TO WS-InvoicedQty
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
           END-IF.
           COMPUTE WS-AccrQty = PORecQty - WS-InvoicedQty.
           IF WS-AccrQty NOT > ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-AccrPrice.
           MOVE 'N' TO WS-SrcFound.
           IF WS-SrcStatus = "00"
               MOVE POProdName TO SrcProd
               MOVE 'Y' TO WS-SrcFound
               READ SourcingFile
                   INVALID KEY MOVE 'N' TO WS-SrcFound
               END-READ
           END-IF.
           IF WS-SrcFound = 'Y' AND SrcPrice > ZERO
               MOVE SrcPrice TO WS-AccrPrice
           ELSE
               MOVE WS-AccrQty TO WS-LkpQty
               CALL 'PRCLKUP' USING POProdName, WS-PeriodEnd,
                   WS-LkpQty, WS-LkpPrice, WS-LkpDiscount,
                   WS-LkpFound, WS-LkpCust, WS-LkpAgreed
               IF WS-LkpFound = 'N'
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-LkpPrice TO WS-AccrPrice
           END-IF.
           COMPUTE WS-MoveValue ROUNDED = WS-AccrPrice * WS-AccrQty.
           IF WS-MoveValue = ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-AccrCount.
           MOVE WS-PeriodEnd TO GLDate.
           MOVE "GRNIACCR" TO GLSource.
           MOVE PONum TO GLRef.
           MOVE WS-MoveValue TO GLAmount.
           MOVE 5100 TO GLAcct.
           MOVE 'D' TO GLDrCr.
           PERFORM WriteGlLine.
           MOVE 2150 TO GLAcct.
           MOVE 'C' TO GLDrCr.
           PERFORM WriteGlLine.

       PostTuitionCharges.
           *> Rata di retta: dare crediti verso studenti, avere
           *> rette; mora ('L'): stesso dare, avere more su rette.
           OPEN INPUT RecvFile.
           IF WS-RecvStatus NOT = "00"
               CLOSE RecvFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-StartOK.
           MOVE ZERO TO RcvChargeNum.
           START RecvFile KEY IS NOT LESS THAN RcvChargeNum
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE 'N' TO WS-EOF.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RecvFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF RcvDate(1:6) = WS-AskPeriod
                               PERFORM PostOneTuitionCharge
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RecvFile.

       PostOneTuitionCharge.
           MOVE RcvDate TO GLDate.
           MOVE "TUITION" TO GLSource.
           MOVE RcvChargeNum TO GLRef.
           MOVE RcvAmount TO GLAmount.
           MOVE 1150 TO GLAcct.
           MOVE 'D' TO GLDrCr.
           PERFORM WriteGlLine.
           IF RcvLateFee
               MOVE 4250 TO GLAcct
           ELSE
               MOVE 4200 TO GLAcct
           END-IF.
           MOVE 'C' TO GLDrCr.
           PERFORM WriteGlLine.

       PostTuitionPayments.
           *> Incasso dello studente: dare banca, avere crediti.
           *> Credito di ritiro ('W') o borsa tardiva ('A'): storno
           *> della retta, dare rette e avere crediti, senza banca.
           *> Rimborso ('R', importo negativo): dare crediti, avere
           *> banca.
           OPEN INPUT RecvPayFile.
           IF WS-RecvPayStatus NOT = "00"
               CLOSE RecvPayFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ RecvPayFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RPyDate(1:6) = WS-AskPeriod
                           PERFORM PostOneTuitionPayment
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RecvPayFile.

       PostOneTuitionPayment.
           MOVE RPyDate TO GLDate.
           MOVE RPyChargeNum TO GLRef.
           MOVE RPyAmount TO GLAmount.
           IF RPyRefund
               MOVE "REFUND" TO GLSource
               MOVE 1150 TO GLAcct
               MOVE 'D' TO GLDrCr
               PERFORM WriteGlLine
               MOVE 1200 TO GLAcct
               MOVE 'C' TO GLDrCr
               PERFORM WriteGlLine
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN RPyWithdrawCredit
                   MOVE "WITHDRAW" TO GLSource
                   MOVE 4200 TO GLAcct
               WHEN RPyLateAward
                   MOVE "LATEAWD" TO GLSource
                   MOVE 4200 TO GLAcct
               WHEN OTHER
                   MOVE "TUITPAY" TO GLSource
                   MOVE 1200 TO GLAcct
           END-EVALUATE.
           MOVE 'D' TO GLDrCr.
           PERFORM WriteGlLine.
           MOVE 1150 TO GLAcct.
           MOVE 'C' TO GLDrCr.
           PERFORM WriteGlLine.

       PostAwardsApplied.
           *> Lo sconto borsa riduce la rata addebitata: la retta
           *> piena va a ricavo e lo sconto a costo della fonte che
           *> lo finanzia (dare borse, avere rette).
           OPEN INPUT AppliedFile.
           IF WS-AppliedStatus NOT = "00"
               CLOSE AppliedFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ AppliedFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ApBillDate IS NUMERIC
                               AND ApBillDate(1:6) = WS-AskPeriod
                           PERFORM PostOneAward
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AppliedFile.

       PostOneAward.
           MOVE 6200 TO WS-AwAcct.
           MOVE SPACES TO WS-ParmKey.
           STRING "AW" ApSource DELIMITED BY SIZE INTO WS-ParmKey.
           CALL 'PARMGET' USING WS-ParmKey, WS-ParmValue,
               WS-ParmFound.
           IF WS-ParmFound = 'Y' AND WS-ParmValue(1:4) IS NUMERIC
               MOVE WS-ParmValue(1:4) TO WS-AwAcct
           END-IF.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CoaCount OR CT-Acct(I) = WS-AwAcct
               CONTINUE
           END-PERFORM.
           IF I > WS-CoaCount
               DISPLAY "Account " WS-AwAcct " for award source "
                   ApSource " not in chart, posted to 6200."
               MOVE 6200 TO WS-AwAcct
           END-IF.
           MOVE ApBillDate TO GLDate.
           MOVE "AWARD" TO GLSource.
           MOVE ApMatr TO GLRef.
           MOVE ApAmount OF AppliedData TO GLAmount.
           MOVE WS-AwAcct TO GLAcct.
           MOVE 'D' TO GLDrCr.
           PERFORM WriteGlLine.
           MOVE 4200 TO GLAcct.
           MOVE 'C' TO GLDrCr.
           PERFORM WriteGlLine.

       PostAssetMoves.
           *> Cespiti (AssetRegister, 148.cob): capitalizzazione dare
           *> immobilizzazioni / avere acquisti; quota mensile dare
           *> ammortamenti / avere fondo; dismissione dare fondo e
           *> banca per l'incasso, avere immobilizzazioni per il
           *> costo, e la differenza a plusvalenza o minusvalenza.
           OPEN INPUT AssetMoveFile.
           IF WS-AssetMoveStatus NOT = "00"
               CLOSE AssetMoveFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ AssetMoveFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AmDate(1:6) = WS-AskPeriod
                           PERFORM PostOneAssetMove
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AssetMoveFile.

       PostOneAssetMove.
           MOVE AmDate TO GLDate.
           MOVE "ASSET" TO GLSource.
           MOVE AmAsset TO GLRef.
           EVALUATE TRUE
               WHEN AmAcquire
                   MOVE AmAmount TO GLAmount
                   MOVE 1500 TO GLAcct
                   MOVE 'D' TO GLDrCr
                   PERFORM WriteGlLine
                   MOVE 5100 TO GLAcct
                   MOVE 'C' TO GLDrCr
                   PERFORM WriteGlLine
               WHEN AmDepreciate
                   MOVE AmAmount TO GLAmount
                   MOVE 6300 TO GLAcct
                   MOVE 'D' TO GLDrCr
                   PERFORM WriteGlLine
                   MOVE 1590 TO GLAcct
                   MOVE 'C' TO GLDrCr
                   PERFORM WriteGlLine
               WHEN AmDispose
                   IF AmAccum > ZERO
                       MOVE AmAccum TO GLAmount
                       MOVE 1590 TO GLAcct
                       MOVE 'D' TO GLDrCr
                       PERFORM WriteGlLine
                   END-IF
                   IF AmProceeds > ZERO
                       MOVE AmProceeds TO GLAmount
                       MOVE 1200 TO GLAcct
                       MOVE 'D' TO GLDrCr
                       PERFORM WriteGlLine
                   END-IF
                   MOVE AmAmount TO GLAmount
                   MOVE 1500 TO GLAcct
                   MOVE 'C' TO GLDrCr
                   PERFORM WriteGlLine
                   IF AmGainLoss > ZERO
                       MOVE AmGainLoss TO GLAmount
                       MOVE 4300 TO GLAcct
                       MOVE 'C' TO GLDrCr
                       PERFORM WriteGlLine
                   END-IF
                   IF AmGainLoss < ZERO
                       COMPUTE GLAmount = 0 - AmGainLoss
                       MOVE 6310 TO GLAcct
                       MOVE 'D' TO GLDrCr
                       PERFORM WriteGlLine
                   END-IF
           END-EVALUATE.

       TrialBalance.
           DISPLAY "Period (aaaamm): " WITH NO ADVANCING.
           ACCEPT WS-AskPeriod.
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GLPeriod = WS-AskPeriod
                               AND (WS-Consolidated = 'Y'
                                   OR GLCompany = WS-Company)
                           PERFORM TallyGlLine
                       END-IF
               END-READ
           MOVE WS-AskPeriod TO PrnPeriod.
           WRITE PrintLine FROM TrialHeading AFTER ADVANCING
           PAGE.
           IF WS-Consolidated = 'Y'
               MOVE "**" TO PrnCompany
               MOVE "CONSOLIDATED, ALL COMPANIES" TO PrnCmpName
           ELSE
               MOVE WS-Company TO PrnCompany
               MOVE WS-CmpName TO PrnCmpName
           END-IF.
           WRITE PrintLine FROM CompanyLine AFTER ADVANCING 1 LINE.
           WRITE PrintLine FROM ColHeads AFTER ADVANCING 2 LINES.
           MOVE ZERO TO WS-TotDr WS-TotCr.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CoaCount
           WRITE PrintLine FROM TrialTotLine AFTER ADVANCING 2
           LINES.
           PERFORM PrintPeriodTieBack.
           IF CmpIsMain OR WS-Consolidated = 'Y'
               PERFORM PrintRecvTieBack
           END-IF.
           CLOSE TrialReport.
           DISPLAY "Trial balance written to 69trialbal.rpt".
           IF WS-TotDr NOT = WS-TotCr
           END-IF.

       PrintPeriodTieBack.
           *> Quadratura con i totali bloccati dal month-end: il
           *> periodo della societa', o la somma dei periodi di
           *> tutte le societa' per il consolidato.
           MOVE ZERO TO WS-TieNet WS-TieTax WS-TieGross WS-TieCount.
           OPEN INPUT PeriodFile.
           IF WS-PeriodStatus NOT = "00"
               CLOSE PeriodFile
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO PerKey.
           MOVE 'Y' TO WS-PerFound.
           START PeriodFile KEY IS NOT LESS THAN PerKey
               INVALID KEY MOVE 'N' TO WS-PerFound
           END-START.
           MOVE 'N' TO WS-EOF.
           IF WS-PerFound = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PeriodFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF PerPeriod = WS-AskPeriod
                                   AND (WS-Consolidated = 'Y'
                                       OR PerCompany = WS-Company)
                               ADD 1 TO WS-TieCount
                               ADD PerNet TO WS-TieNet
                               ADD PerTax TO WS-TieTax
                               ADD PerGross TO WS-TieGross
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PeriodFile.
           IF WS-TieCount = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO TieLine.
           STRING "Tie-back 60period.dat: net " WS-TieNet
               " tax " WS-TieTax " gross " WS-TieGross
               DELIMITED BY SIZE INTO TieLine
           END-STRING.
           WRITE PrintLine FROM TieLine AFTER ADVANCING 2 LINES.

       PrintRecvTieBack.
           *> Quadratura lato universita': addebiti del periodo in
           *> 59recv.dat, da confrontare con gli avere 4200/4250
           *> (al netto delle borse) e il dare 1150.
           MOVE ZERO TO WS-RcvTuition WS-RcvLateFees WS-RcvCount.
           OPEN INPUT RecvFile.
           IF WS-RecvStatus NOT = "00"
               CLOSE RecvFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-StartOK.
           MOVE ZERO TO RcvChargeNum.
           START RecvFile KEY IS NOT LESS THAN RcvChargeNum
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE 'N' TO WS-EOF.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RecvFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF RcvDate(1:6) = WS-AskPeriod
                               ADD 1 TO WS-RcvCount
                               IF RcvLateFee
                                   ADD RcvAmount TO WS-RcvLateFees
                               ELSE
                                   ADD RcvAmount TO WS-RcvTuition
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RecvFile.
           IF WS-RcvCount = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO TieLine.
           STRING "59recv charges " WS-RcvCount
               " tuition " WS-RcvTuition " late fees " WS-RcvLateFees
               DELIMITED BY SIZE INTO TieLine
           END-STRING.
           WRITE PrintLine FROM TieLine AFTER ADVANCING 1 LINE.
