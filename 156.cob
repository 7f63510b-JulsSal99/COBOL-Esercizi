       IDENTIFICATION DIVISION.
       PROGRAM-ID.       BankRecon.
       AUTHOR.       Giulio.
       DATE-WRITTEN.15/10/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BankFile ASSIGN TO "68bankstmt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BankStatus.
           SELECT StmtFile ASSIGN TO "156bankstmt.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-StmtStatus.
           SELECT MatchFile ASSIGN TO "156glmatch.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MatchStatus.
           SELECT GlJournal ASSIGN TO "69gljournal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GlStatus.
           SELECT PostedFile ASSIGN TO "69glposted.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PostedStatus.
           SELECT PeriodFile ASSIGN TO "60period.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PerKey
               FILE STATUS IS WS-PeriodStatus.
           SELECT BankRecFile ASSIGN TO "156bankrec.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RecStatus.
           SELECT RecReport ASSIGN TO "156bankrec.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD BankFile.
      *> Estratto conto come lo legge BankImport (68.cob).
       01 BankData.
           02 BnkDate PIC 9(8).
           02 BnkAmount PIC 9(7)V99.
           02 BnkRef PIC X(20).
           02 BnkDrCr PIC X.
               88 BnkDebit VALUE 'D'.
       FD StmtFile.
      *> Archivio delle righe d'estratto caricate, per societa': la
      *> riconciliazione lavora su tutto il pregresso, non solo
      *> sull'ultimo estratto.
       01 StmtData.
           02 StCompany PIC X(2).
           02 StSeq PIC 9(6).
           02 StDate PIC 9(8).
           02 StAmount PIC 9(7)V99.
           02 StDrCr PIC X.
           02 StRef PIC X(20).
       FD MatchFile.
      *> Abbinamento riga d'estratto - riga del conto banca: la
      *> riga di giornale e' il suo numero d'ordine in
      *> 69gljournal.dat, che si scrive solo in coda. MtHow: R per
      *> riferimento, A per importo e data, G distinta SDD, P
      *> scrittura proposta e registrata qui.
       01 MatchData.
           02 MtCompany PIC X(2).
           02 MtBankSeq PIC 9(6).
           02 MtGlLine PIC 9(7).
           02 MtPeriod PIC 9(6).
           02 MtHow PIC X.
       FD GlJournal.
       COPY "GLREC.cpy".
       FD PostedFile.
       01 PostedRecord.
           02 PostedPeriod PIC 9(6).
           02 PostedCompany PIC X(2).
       FD PeriodFile.
       COPY "PERREC.cpy".
       FD BankRecFile.
       COPY "BRECREC.cpy".
       FD RecReport.
       01 PrintLine PIC X(90).
       WORKING-STORAGE SECTION.
       01 WS-BankStatus PIC XX.
       01 WS-StmtStatus PIC XX.
       01 WS-MatchStatus PIC XX.
       01 WS-GlStatus PIC XX.
       01 WS-PostedStatus PIC XX.
       01 WS-PeriodStatus PIC XX.
       01 WS-RecStatus PIC XX.
       01 WS-EOF PIC X.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-OpID PIC X(8).
       01 WS-OpRole PIC X.
       01 WS-SignonOK PIC X.
       01 WS-Confirm PIC X.
       01 WS-TodayDate PIC 9(8).
       01 WS-NowTime PIC 9(8).
       01 WS-AskPeriod PIC 9(6).
       01 WS-AskParts REDEFINES WS-AskPeriod.
           02 WS-AskYear PIC 9(4).
           02 WS-AskMonth PIC 99.
       01 WS-UpToPeriod PIC 9(6).
       01 WS-AskBalance PIC X(15).
       01 WS-Posted PIC X.
       01 WS-TableFull PIC X.
       01 WS-ParmKey PIC X(12).
       01 WS-ParmValue PIC X(20).
       01 WS-ParmFound PIC X.
      *> Il conto banca del piano dei conti (GLPosting, 69.cob).
       01 WS-BankAcct PIC 9(4) VALUE 1200.
      *> Scarto massimo in giorni tra data banca e data contabile
      *> (SYSPARM BRDATEDAYS, 5 se manca).
       01 WS-Window PIC 9(3).
       01 WS-Company PIC X(2).
       01 WS-CmpName PIC X(30).
      *> Righe d'estratto della societa' fino al periodo.
       01 BankTable.
           02 WS-BankCount PIC 9(4) VALUE ZERO.
           02 BankEntry OCCURS 3000 TIMES.
               03 BT-Seq PIC 9(6).
               03 BT-Key.
                   04 BT-Date PIC 9(8).
                   04 BT-Amount PIC 9(7)V99.
                   04 BT-DrCr PIC X.
                   04 BT-Ref PIC X(20).
               03 BT-DateInt PIC 9(7).
               03 BT-Matched PIC X.
               03 BT-Kind PIC X.
      *> Righe del conto banca della societa' fino al periodo.
       01 GlTable.
           02 WS-GlCount PIC 9(4) VALUE ZERO.
           02 GlEntry OCCURS 5000 TIMES.
               03 GT-Line PIC 9(7).
               03 GT-Date PIC 9(8).
               03 GT-DateInt PIC 9(7).
               03 GT-DrCr PIC X.
               03 GT-Amount PIC 9(9)V99.
               03 GT-Source PIC X(8).
               03 GT-Ref PIC 9(5).
               03 GT-Matched PIC X.
      *> Estratto nuovo in caricamento, per scartare le righe gia'
      *> in archivio.
       01 NewTable.
           02 WS-NewCount PIC 9(4) VALUE ZERO.
           02 NewEntry OCCURS 2000 TIMES.
               03 NT-Key PIC X(38).
       01 WS-LineKey.
           02 WS-LkDate PIC 9(8).
           02 WS-LkAmount PIC 9(7)V99.
           02 WS-LkDrCr PIC X.
           02 WS-LkRef PIC X(20).
       01 B PIC 9(4).
       01 G PIC 9(4).
       01 N PIC 9(4).
       01 WS-InFile PIC 9(4).
       01 WS-InArchive PIC 9(4).
       01 WS-NextSeq PIC 9(6).
       01 WS-GlOrdinal PIC 9(7).
       01 WS-Loaded PIC 9(5).
       01 WS-Skipped PIC 9(5).
       01 WS-WantDrCr PIC X.
       01 WS-RefNum PIC 9(5).
       01 WS-DayDiff PIC 9(7).
       01 WS-BestDiff PIC 9(7).
       01 WS-BestG PIC 9(4).
       01 WS-TryInt PIC 9(7).
       01 WS-TryEnd PIC 9(7).
       01 WS-GroupSum PIC 9(9)V99.
       01 WS-GroupCount PIC 9(4).
       01 WS-MatchHow PIC X.
       01 WS-NewMatches PIC 9(5).
       01 WS-Proposals PIC 9(5).
       01 WS-BookBal PIC S9(9)V99.
       01 WS-BankBal PIC S9(9)V99.
       01 WS-AdjBook PIC S9(9)V99.
       01 WS-AdjBank PIC S9(9)V99.
       01 WS-Difference PIC S9(9)V99.
       01 WS-BankOnlyCr PIC 9(9)V99.
       01 WS-BankOnlyDr PIC 9(9)V99.
       01 WS-BookOnlyDr PIC 9(9)V99.
       01 WS-BookOnlyCr PIC 9(9)V99.
       01 WS-BankOnlyCount PIC 9(5).
       01 WS-BookOnlyCount PIC 9(5).
       01 WS-PostAcct PIC 9(4).
       01 WS-Bank1200Line PIC 9(7).
       01 RecHeading.
           02 FILLER PIC X(43) VALUE
               "BANK RECONCILIATION  account 1200  period ".
           02 PrnPeriod PIC 9(6).
           02 FILLER PIC X(6) VALUE "  run ".
           02 PrnRunDate PIC 9(8).
       01 CompanyLine.
           02 FILLER PIC X(9) VALUE "Company: ".
           02 PrnCompany PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCmpName PIC X(30).
       01 SumLine.
           02 PrnSumLabel PIC X(45).
           02 PrnSumAmount PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PrnSumNote PIC X(25).
       01 ItemHeads PIC X(80) VALUE
           "   Date     D/C       Amount Source   Reference           No
      -    "te".
       01 ItemLine.
           02 FILLER PIC X(3) VALUE SPACES.
           02 PrnItDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 PrnItDrCr PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 PrnItAmount PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnItSource PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnItRef PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnItNote PIC X(20).
       01 PrnListAmount PIC -ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       StartPara.
      *> Riconciliazione del conto banca 1200 della societa'
      *> corrente con gli estratti conto: BankImport (68.cob)
      *> aggancia solo gli incassi clienti, qui si abbina OGNI riga
      *> d'estratto (commissioni, bonifici fornitori, rette, insoluti
      *> SDD) alle righe del conto banca di 69gljournal.dat per
      *> importo, data e riferimento. Commissioni e interessi
      *> bancari diventano scritture proposte, registrate dal
      *> supervisore. Il prospetto di riconciliazione deve quadrare
      *> perche' MonthEndClose (60.cob) chiuda il periodo.
           CALL 'SIGNON' USING WS-OpID, WS-OpRole, WS-SignonOK.
           IF WS-SignonOK NOT = 'Y'
               DISPLAY "Sign-on failed, program ends."
               GOBACK
           END-IF.
           CALL 'COMPGET' USING WS-Company, WS-CmpName.
           MOVE "BRDATEDAYS" TO WS-ParmKey.
           CALL 'PARMGET' USING WS-ParmKey, WS-ParmValue,
               WS-ParmFound.
           MOVE 5 TO WS-Window.
           IF WS-ParmFound = 'Y' AND WS-ParmValue(1:3) IS NUMERIC
               MOVE WS-ParmValue(1:3) TO WS-Window
           END-IF.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "BANK RECONCILIATION - company " WS-Company
                   " " WS-CmpName
               DISPLAY "1 : Load Bank Statement (68bankstmt.txt)"
               DISPLAY "2 : Reconcile a Period"
               DISPLAY "3 : Post Proposed Bank Charges and Interest"
               DISPLAY "4 : Show Reconciliation History"
               DISPLAY "0 : Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM LoadStatement
                   WHEN 2 PERFORM ReconcilePeriod
                   WHEN 3 PERFORM PostProposals
                   WHEN 4 PERFORM ShowHistory
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           GOBACK.

       LoadStatement.
           *> L'estratto si puo' ricaricare: una riga gia' in
           *> archivio (stessa data, importo, segno e riferimento)
           *> si scarta, ma due righe uguali nello stesso estratto
           *> restano due righe.
           OPEN INPUT BankFile.
           IF WS-BankStatus NOT = "00"
               DISPLAY "No bank statement file 68bankstmt.txt."
               CLOSE BankFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 999999 TO WS-UpToPeriod.
           PERFORM LoadArchive.
           *> Con l'archivio non tutto in tabella il controllo dei
           *> doppi non e' affidabile: niente caricamento.
           IF WS-TableFull = 'Y'
               DISPLAY "More than 3000 archived statement lines, "
                   "duplicates cannot be checked: load refused."
               CLOSE BankFile
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-NewCount WS-Loaded WS-Skipped.
           OPEN EXTEND StmtFile.
           IF WS-StmtStatus = "35"
               OPEN OUTPUT StmtFile
               CLOSE StmtFile
               OPEN EXTEND StmtFile
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ BankFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM LoadOneStmtLine
               END-READ
           END-PERFORM.
           CLOSE BankFile, StmtFile.
           DISPLAY "Statement lines loaded : " WS-Loaded.
           DISPLAY "Already on file        : " WS-Skipped.

       LoadOneStmtLine.
           MOVE BnkDate TO WS-LkDate.
           MOVE BnkAmount TO WS-LkAmount.
           MOVE BnkRef TO WS-LkRef.
           IF BnkDebit
               MOVE 'D' TO WS-LkDrCr
           ELSE
               MOVE 'C' TO WS-LkDrCr
           END-IF.
           IF WS-NewCount >= 2000
               DISPLAY "More than 2000 lines in one statement, "
                   "line " BnkDate " " BnkRef " not loaded."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NewCount.
           MOVE WS-LineKey TO NT-Key(WS-NewCount).
           MOVE ZERO TO WS-InFile WS-InArchive.
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-NewCount
               IF NT-Key(N) = WS-LineKey
                   ADD 1 TO WS-InFile
               END-IF
           END-PERFORM.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BankCount
               IF BT-Key(B) = WS-LineKey
                   ADD 1 TO WS-InArchive
               END-IF
           END-PERFORM.
           IF WS-InFile NOT > WS-InArchive
               ADD 1 TO WS-Skipped
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Company TO StCompany.
           MOVE WS-NextSeq TO StSeq.
           MOVE WS-LkDate TO StDate.
           MOVE WS-LkAmount TO StAmount.
           MOVE WS-LkDrCr TO StDrCr.
           MOVE WS-LkRef TO StRef.
           WRITE StmtData.
           ADD 1 TO WS-NextSeq.
           ADD 1 TO WS-Loaded.

       ReconcilePeriod.
           DISPLAY "Period to reconcile (aaaamm): "
               WITH NO ADVANCING.
           ACCEPT WS-AskPeriod.
           IF WS-AskMonth < 1 OR WS-AskMonth > 12
               DISPLAY "Period must be aaaamm."
               EXIT PARAGRAPH
           END-IF.
           PERFORM CheckPosted.
           IF WS-Posted NOT = 'Y'
               DISPLAY "Warning: GL posting run not done for period "
                   WS-AskPeriod ", book side incomplete."
           END-IF.
           DISPLAY "Bank statement closing balance at period end "
               "(e.g. 12345.67, -50.00): " WITH NO ADVANCING.
           ACCEPT WS-AskBalance.
           IF WS-AskBalance = SPACES
               DISPLAY "Closing balance is required."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-BankBal = FUNCTION NUMVAL(WS-AskBalance).
           MOVE WS-AskPeriod TO WS-UpToPeriod.
           PERFORM LoadArchive.
           PERFORM LoadGlLines.
           PERFORM LoadMatches.
           IF WS-TableFull = 'Y'
               DISPLAY "Warning: more than 3000 statement or 5000 "
                   "book lines, reconciliation incomplete."
           END-IF.
           MOVE ZERO TO WS-NewMatches.
           OPEN EXTEND MatchFile.
           IF WS-MatchStatus = "35"
               OPEN OUTPUT MatchFile
               CLOSE MatchFile
               OPEN EXTEND MatchFile
           END-IF.
           *> Prima gli abbinamenti certi per riferimento, poi per
           *> importo alla data piu' vicina, infine le distinte SDD
           *> contro gli incassi del giorno di addebito.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BankCount
               IF BT-Matched(B) = 'N'
                   PERFORM MatchByRef
               END-IF
           END-PERFORM.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BankCount
               IF BT-Matched(B) = 'N'
                   PERFORM MatchByAmount
               END-IF
           END-PERFORM.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BankCount
               IF BT-Matched(B) = 'N' AND BT-DrCr(B) = 'C'
                       AND BT-Ref(B)(1:3) = "SDD"
                   PERFORM MatchSddBatch
               END-IF
           END-PERFORM.
           CLOSE MatchFile.
           PERFORM ClassifyBankLines.
           PERFORM ComputeBalances.
           PERFORM WriteReconReport.
           PERFORM WriteReconResult.
           DISPLAY "New matches this run   : " WS-NewMatches.
           DISPLAY "Bank lines not in books: " WS-BankOnlyCount.
           DISPLAY "Book lines not at bank : " WS-BookOnlyCount.
           DISPLAY "Proposed bank entries  : " WS-Proposals.
           MOVE WS-Difference TO PrnListAmount.
           IF WS-Difference = ZERO
               DISPLAY "Reconciliation BALANCED, see 156bankrec.rpt."
           ELSE
               DISPLAY "Reconciliation NOT balanced, difference "
                   PrnListAmount ", see 156bankrec.rpt."
           END-IF.

       MatchByRef.
           *> Il riferimento porta nelle prime 5 posizioni il numero
           *> del documento (fattura, fattura fornitore, addebito
           *> retta) che la riga di giornale ha in GLRef.
           IF BT-Ref(B)(1:5) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE BT-Ref(B)(1:5) TO WS-RefNum.
           PERFORM SetWantDrCr.
           PERFORM VARYING G FROM 1 BY 1
                   UNTIL G > WS-GlCount OR BT-Matched(B) NOT = 'N'
               IF GT-Matched(G) = 'N'
                       AND GT-DrCr(G) = WS-WantDrCr
                       AND GT-Amount(G) = BT-Amount(B)
                       AND GT-Ref(G) = WS-RefNum
                   COMPUTE WS-DayDiff =
                       FUNCTION ABS(GT-DateInt(G) - BT-DateInt(B))
                   IF WS-DayDiff NOT > WS-Window
                       MOVE 'R' TO WS-MatchHow
                       PERFORM RecordMatch
                   END-IF
               END-IF
           END-PERFORM.

       MatchByAmount.
           PERFORM SetWantDrCr.
           MOVE ZERO TO WS-BestG.
           MOVE 9999999 TO WS-BestDiff.
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GlCount
               IF GT-Matched(G) = 'N'
                       AND GT-DrCr(G) = WS-WantDrCr
                       AND GT-Amount(G) = BT-Amount(B)
                   COMPUTE WS-DayDiff =
                       FUNCTION ABS(GT-DateInt(G) - BT-DateInt(B))
                   IF WS-DayDiff NOT > WS-Window
                           AND WS-DayDiff < WS-BestDiff
                       MOVE WS-DayDiff TO WS-BestDiff
                       MOVE G TO WS-BestG
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-BestG > ZERO
               MOVE WS-BestG TO G
               MOVE 'A' TO WS-MatchHow
               PERFORM RecordMatch
           END-IF.

       MatchSddBatch.
           *> Una distinta SDD accredita in una riga sola gli incassi
           *> 'D' scritti da DirectDebit (118.cob) fattura per
           *> fattura: si cerca il giorno in cui gli incassi non
           *> ancora abbinati sommano esattamente l'accredito.
           IF BT-DateInt(B) > WS-Window
               COMPUTE WS-TryInt = BT-DateInt(B) - WS-Window
           ELSE
               MOVE 1 TO WS-TryInt
           END-IF.
           COMPUTE WS-TryEnd = BT-DateInt(B) + WS-Window.
           PERFORM UNTIL WS-TryInt > WS-TryEnd
                   OR BT-Matched(B) NOT = 'N'
               PERFORM TrySddDate
               ADD 1 TO WS-TryInt
           END-PERFORM.

       TrySddDate.
           MOVE ZERO TO WS-GroupSum WS-GroupCount.
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GlCount
               IF GT-Matched(G) = 'N' AND GT-DrCr(G) = 'D'
                       AND GT-Source(G) = "PAYMENT"
                       AND GT-DateInt(G) = WS-TryInt
                   ADD GT-Amount(G) TO WS-GroupSum
                   ADD 1 TO WS-GroupCount
               END-IF
           END-PERFORM.
           IF WS-GroupCount = ZERO OR WS-GroupSum NOT = BT-Amount(B)
               EXIT PARAGRAPH
           END-IF.
           MOVE 'G' TO WS-MatchHow.
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GlCount
               IF GT-Matched(G) = 'N' AND GT-DrCr(G) = 'D'
                       AND GT-Source(G) = "PAYMENT"
                       AND GT-DateInt(G) = WS-TryInt
                   PERFORM RecordMatch
               END-IF
           END-PERFORM.

       SetWantDrCr.
           *> Accredito in banca = dare del conto banca, addebito =
           *> avere.
           IF BT-DrCr(B) = 'D'
               MOVE 'C' TO WS-WantDrCr
           ELSE
               MOVE 'D' TO WS-WantDrCr
           END-IF.

       RecordMatch.
           MOVE 'Y' TO BT-Matched(B).
           MOVE 'Y' TO GT-Matched(G).
           MOVE WS-Company TO MtCompany.
           MOVE BT-Seq(B) TO MtBankSeq.
           MOVE GT-Line(G) TO MtGlLine.
           MOVE WS-AskPeriod TO MtPeriod.
           MOVE WS-MatchHow TO MtHow.
           WRITE MatchData.
           ADD 1 TO WS-NewMatches.

       ClassifyBankLines.
           *> Le righe d'estratto rimaste senza scrittura con
           *> riferimento FEE/CHG (commissioni) o INT (interessi)
           *> sono proposte come scritture sul conto banca.
           MOVE ZERO TO WS-Proposals.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BankCount
               MOVE SPACE TO BT-Kind(B)
               IF BT-Matched(B) = 'N'
                   EVALUATE TRUE
                       WHEN BT-Ref(B)(1:3) = "FEE"
                       WHEN BT-Ref(B)(1:3) = "CHG"
                           MOVE 'F' TO BT-Kind(B)
                           ADD 1 TO WS-Proposals
                       WHEN BT-Ref(B)(1:3) = "INT"
                           MOVE 'I' TO BT-Kind(B)
                           ADD 1 TO WS-Proposals
                   END-EVALUATE
               END-IF
           END-PERFORM.

       ComputeBalances.
           *> Saldo contabile rettificato delle righe d'estratto non
           *> ancora registrate; saldo banca rettificato delle righe
           *> contabili non ancora passate in banca.
           MOVE ZERO TO WS-BankOnlyCr WS-BankOnlyDr WS-BookOnlyDr
               WS-BookOnlyCr WS-BankOnlyCount WS-BookOnlyCount.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BankCount
               IF BT-Matched(B) NOT = 'Y'
                   ADD 1 TO WS-BankOnlyCount
                   IF BT-DrCr(B) = 'D'
                       ADD BT-Amount(B) TO WS-BankOnlyDr
                   ELSE
                       ADD BT-Amount(B) TO WS-BankOnlyCr
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GlCount
               IF GT-Matched(G) NOT = 'Y'
                   ADD 1 TO WS-BookOnlyCount
                   IF GT-DrCr(G) = 'D'
                       ADD GT-Amount(G) TO WS-BookOnlyDr
                   ELSE
                       ADD GT-Amount(G) TO WS-BookOnlyCr
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE WS-AdjBook =
               WS-BookBal + WS-BankOnlyCr - WS-BankOnlyDr.
           COMPUTE WS-AdjBank =
               WS-BankBal + WS-BookOnlyDr - WS-BookOnlyCr.
           COMPUTE WS-Difference = WS-AdjBook - WS-AdjBank.

       WriteReconReport.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           OPEN OUTPUT RecReport.
           MOVE WS-AskPeriod TO PrnPeriod.
           MOVE WS-TodayDate TO PrnRunDate.
           WRITE PrintLine FROM RecHeading AFTER ADVANCING PAGE.
           MOVE WS-Company TO PrnCompany.
           MOVE WS-CmpName TO PrnCmpName.
           WRITE PrintLine FROM CompanyLine AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PrintLine.
           WRITE PrintLine.
           MOVE SPACES TO PrnSumNote.
           MOVE "Balance per books (account 1200)" TO PrnSumLabel.
           MOVE WS-BookBal TO PrnSumAmount.
           WRITE PrintLine FROM SumLine.
           MOVE "  Add: bank credits not in books" TO PrnSumLabel.
           MOVE WS-BankOnlyCr TO PrnSumAmount.
           WRITE PrintLine FROM SumLine.
           MOVE "  Less: bank debits not in books" TO PrnSumLabel.
           MOVE WS-BankOnlyDr TO PrnSumAmount.
           WRITE PrintLine FROM SumLine.
           MOVE "Adjusted book balance" TO PrnSumLabel.
           MOVE WS-AdjBook TO PrnSumAmount.
           WRITE PrintLine FROM SumLine.
           MOVE SPACES TO PrintLine.
           WRITE PrintLine.
           MOVE "Balance per bank statement" TO PrnSumLabel.
           MOVE WS-BankBal TO PrnSumAmount.
           WRITE PrintLine FROM SumLine.
           MOVE "  Add: book receipts not yet at bank" TO PrnSumLabel.
           MOVE WS-BookOnlyDr TO PrnSumAmount.
           WRITE PrintLine FROM SumLine.
           MOVE "  Less: book payments not yet at bank"
               TO PrnSumLabel.
           MOVE WS-BookOnlyCr TO PrnSumAmount.
           WRITE PrintLine FROM SumLine.
           MOVE "Adjusted bank balance" TO PrnSumLabel.
           MOVE WS-AdjBank TO PrnSumAmount.
           WRITE PrintLine FROM SumLine.
           MOVE SPACES TO PrintLine.
           WRITE PrintLine.
           MOVE "Difference" TO PrnSumLabel.
           MOVE WS-Difference TO PrnSumAmount.
           IF WS-Difference = ZERO
               MOVE "BALANCED" TO PrnSumNote
           ELSE
               MOVE "NOT BALANCED" TO PrnSumNote
           END-IF.
           WRITE PrintLine FROM SumLine.
           MOVE "OUTSTANDING ON THE BANK SIDE (not in books)"
               TO PrintLine.
           WRITE PrintLine AFTER ADVANCING 2 LINES.
           WRITE PrintLine FROM ItemHeads.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BankCount
               IF BT-Matched(B) NOT = 'Y'
                   MOVE BT-Date(B) TO PrnItDate
                   MOVE BT-DrCr(B) TO PrnItDrCr
                   MOVE BT-Amount(B) TO PrnItAmount
                   MOVE "BANK" TO PrnItSource
                   MOVE BT-Ref(B) TO PrnItRef
                   EVALUATE BT-Kind(B)
                       WHEN 'F' MOVE "PROPOSED CHARGE" TO PrnItNote
                       WHEN 'I' MOVE "PROPOSED INTEREST" TO PrnItNote
                       WHEN OTHER MOVE SPACES TO PrnItNote
                   END-EVALUATE
                   WRITE PrintLine FROM ItemLine
               END-IF
           END-PERFORM.
           MOVE "OUTSTANDING ON THE BOOK SIDE (not yet at bank)"
               TO PrintLine.
           WRITE PrintLine AFTER ADVANCING 2 LINES.
           WRITE PrintLine FROM ItemHeads.
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GlCount
               IF GT-Matched(G) NOT = 'Y'
                   MOVE GT-Date(G) TO PrnItDate
                   MOVE GT-DrCr(G) TO PrnItDrCr
                   MOVE GT-Amount(G) TO PrnItAmount
                   MOVE GT-Source(G) TO PrnItSource
                   MOVE GT-Ref(G) TO PrnItRef
                   MOVE SPACES TO PrnItNote
                   WRITE PrintLine FROM ItemLine
               END-IF
           END-PERFORM.
           CLOSE RecReport.

       WriteReconResult.
           ACCEPT WS-NowTime FROM TIME.
           OPEN EXTEND BankRecFile.
           IF WS-RecStatus = "35"
               OPEN OUTPUT BankRecFile
               CLOSE BankRecFile
               OPEN EXTEND BankRecFile
           END-IF.
           MOVE WS-Company TO BrcCompany.
           MOVE WS-AskPeriod TO BrcPeriod.
           IF WS-Difference = ZERO
               MOVE 'B' TO BrcStatus
           ELSE
               MOVE 'U' TO BrcStatus
           END-IF.
           MOVE WS-BookBal TO BrcBookBal.
           MOVE WS-AdjBook TO BrcAdjBook.
           MOVE WS-BankBal TO BrcBankBal.
           MOVE WS-AdjBank TO BrcAdjBank.
           MOVE WS-BankOnlyCount TO BrcBankOnly.
           MOVE WS-BookOnlyCount TO BrcBookOnly.
           MOVE WS-TodayDate TO BrcDate.
           MOVE WS-NowTime TO BrcTime.
           MOVE WS-OpID TO BrcOpID.
           WRITE BankRecData.
           CLOSE BankRecFile.

       PostProposals.
           *> Le commissioni e gli interessi proposti diventano
           *> scritture del periodo sul conto banca, gia' abbinate
           *> alla loro riga d'estratto.
           IF WS-OpRole NOT = 'S'
               DISPLAY "Only supervisors may post bank entries."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Period to post into (aaaamm): "
               WITH NO ADVANCING.
           ACCEPT WS-AskPeriod.
           IF WS-AskMonth < 1 OR WS-AskMonth > 12
               DISPLAY "Period must be aaaamm."
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT PeriodFile.
           IF WS-PeriodStatus = "00"
               MOVE WS-Company TO PerCompany
               MOVE WS-AskPeriod TO PerPeriod
               READ PeriodFile
                   INVALID KEY MOVE SPACE TO PerStatus
               END-READ
               IF PerStatus = 'C'
                   DISPLAY "Period " WS-AskPeriod " is closed, "
                       "nothing posted."
                   CLOSE PeriodFile
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           CLOSE PeriodFile.
           MOVE WS-AskPeriod TO WS-UpToPeriod.
           PERFORM LoadArchive.
           PERFORM LoadGlLines.
           PERFORM LoadMatches.
           PERFORM ClassifyBankLines.
           IF WS-Proposals = ZERO
               DISPLAY "No bank charges or interest to post."
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BankCount
               IF BT-Kind(B) NOT = SPACE
                   PERFORM SetPostAcct
                   MOVE BT-Amount(B) TO PrnListAmount
                   DISPLAY BT-Date(B) " " BT-DrCr(B) " "
                       PrnListAmount " " BT-Ref(B) " -> "
                       WS-PostAcct
               END-IF
           END-PERFORM.
           DISPLAY "Post these " WS-Proposals " entries (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-Confirm.
           IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
               DISPLAY "Nothing posted."
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND GlJournal.
           IF WS-GlStatus = "35"
               OPEN OUTPUT GlJournal
               CLOSE GlJournal
               OPEN EXTEND GlJournal
           END-IF.
           OPEN EXTEND MatchFile.
           IF WS-MatchStatus = "35"
               OPEN OUTPUT MatchFile
               CLOSE MatchFile
               OPEN EXTEND MatchFile
           END-IF.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BankCount
               IF BT-Kind(B) NOT = SPACE
                   PERFORM PostOneProposal
               END-IF
           END-PERFORM.
           CLOSE GlJournal, MatchFile.
           DISPLAY WS-Proposals " bank entries posted to period "
               WS-AskPeriod " by " WS-OpID
               ", rerun the reconciliation.".

       SetPostAcct.
           *> Contropartita: oneri bancari 6400, interessi attivi
           *> 4400, interessi passivi 6410 (GLPosting li aggiunge al
           *> piano dei conti).
           EVALUATE TRUE
               WHEN BT-Kind(B) = 'F'
                   MOVE 6400 TO WS-PostAcct
               WHEN BT-DrCr(B) = 'D'
                   MOVE 6410 TO WS-PostAcct
               WHEN OTHER
                   MOVE 4400 TO WS-PostAcct
           END-EVALUATE.

       PostOneProposal.
           PERFORM SetPostAcct.
           MOVE BT-Date(B) TO GLDate.
           MOVE "BANKREC" TO GLSource.
           MOVE FUNCTION MOD(BT-Seq(B), 100000) TO GLRef.
           MOVE BT-Amount(B) TO GLAmount.
           MOVE WS-AskPeriod TO GLPeriod.
           MOVE WS-Company TO GLCompany.
           *> Addebito in banca: dare costo, avere banca;
           *> accredito: dare banca, avere ricavo (o storno costo).
           IF BT-DrCr(B) = 'D'
               MOVE WS-PostAcct TO GLAcct
               MOVE 'D' TO GLDrCr
               WRITE GlJournalData
               MOVE WS-BankAcct TO GLAcct
               MOVE 'C' TO GLDrCr
               WRITE GlJournalData
               ADD 2 TO WS-GlOrdinal
               MOVE WS-GlOrdinal TO WS-Bank1200Line
           ELSE
               MOVE WS-BankAcct TO GLAcct
               MOVE 'D' TO GLDrCr
               WRITE GlJournalData
               ADD 1 TO WS-GlOrdinal
               MOVE WS-GlOrdinal TO WS-Bank1200Line
               MOVE WS-PostAcct TO GLAcct
               MOVE 'C' TO GLDrCr
               WRITE GlJournalData
               ADD 1 TO WS-GlOrdinal
           END-IF.
           MOVE WS-Company TO MtCompany.
           MOVE BT-Seq(B) TO MtBankSeq.
           MOVE WS-Bank1200Line TO MtGlLine.
           MOVE WS-AskPeriod TO MtPeriod.
           MOVE 'P' TO MtHow.
           WRITE MatchData.

       ShowHistory.
           OPEN INPUT BankRecFile.
           IF WS-RecStatus NOT = "00"
               DISPLAY "No reconciliation on file."
               CLOSE BankRecFile
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Period Status  Adj. book balance  Run date"
               " Operator".
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ BankRecFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BrcCompany = WS-Company
                           MOVE BrcAdjBook TO PrnListAmount
                           DISPLAY BrcPeriod " " BrcStatus "     "
                               PrnListAmount "  " BrcDate " "
                               BrcOpID
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BankRecFile.

       CheckPosted.
           MOVE 'N' TO WS-Posted.
           OPEN INPUT PostedFile.
           IF WS-PostedStatus NOT = "00"
               CLOSE PostedFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ PostedFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PostedPeriod = WS-AskPeriod
                               AND PostedCompany = WS-Company
                           MOVE 'Y' TO WS-Posted
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PostedFile.

       LoadArchive.
           *> Righe della societa' con data entro WS-UpToPeriod; il
           *> progressivo e' unico su tutto l'archivio.
           MOVE ZERO TO WS-BankCount.
           MOVE 'N' TO WS-TableFull.
           MOVE 1 TO WS-NextSeq.
           OPEN INPUT StmtFile.
           IF WS-StmtStatus NOT = "00"
               CLOSE StmtFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ StmtFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM LoadOneArchiveLine
               END-READ
           END-PERFORM.
           CLOSE StmtFile.

       LoadOneArchiveLine.
           IF StSeq >= WS-NextSeq
               COMPUTE WS-NextSeq = StSeq + 1
           END-IF.
           IF StCompany NOT = WS-Company
                   OR StDate(1:6) > WS-UpToPeriod
               EXIT PARAGRAPH
           END-IF.
           IF WS-BankCount >= 3000
               MOVE 'Y' TO WS-TableFull
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-BankCount.
           MOVE StSeq TO BT-Seq(WS-BankCount).
           MOVE StDate TO BT-Date(WS-BankCount).
           MOVE StAmount TO BT-Amount(WS-BankCount).
           MOVE StDrCr TO BT-DrCr(WS-BankCount).
           MOVE StRef TO BT-Ref(WS-BankCount).
           COMPUTE BT-DateInt(WS-BankCount) =
               FUNCTION INTEGER-OF-DATE(StDate).
           MOVE 'N' TO BT-Matched(WS-BankCount).
           MOVE SPACE TO BT-Kind(WS-BankCount).

       LoadGlLines.
           *> Saldo contabile e righe del conto banca della societa'
           *> fino al periodo; WS-GlOrdinal conta tutte le righe del
           *> giornale, cosi' resta il numero d'ordine della prossima.
           MOVE ZERO TO WS-GlCount WS-GlOrdinal WS-BookBal.
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
                       ADD 1 TO WS-GlOrdinal
                       IF GLAcct = WS-BankAcct
                               AND GLCompany = WS-Company
                               AND GLPeriod NOT > WS-UpToPeriod
                           PERFORM LoadOneGlLine
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GlJournal.

       LoadOneGlLine.
           IF GLDrCr = 'D'
               ADD GLAmount TO WS-BookBal
           ELSE
               SUBTRACT GLAmount FROM WS-BookBal
           END-IF.
           IF WS-GlCount >= 5000
               MOVE 'Y' TO WS-TableFull
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-GlCount.
           MOVE WS-GlOrdinal TO GT-Line(WS-GlCount).
           MOVE GLDate TO GT-Date(WS-GlCount).
           COMPUTE GT-DateInt(WS-GlCount) =
               FUNCTION INTEGER-OF-DATE(GLDate).
           MOVE GLDrCr TO GT-DrCr(WS-GlCount).
           MOVE GLAmount TO GT-Amount(WS-GlCount).
           MOVE GLSource TO GT-Source(WS-GlCount).
           MOVE GLRef TO GT-Ref(WS-GlCount).
           MOVE 'N' TO GT-Matched(WS-GlCount).

       LoadMatches.
           OPEN INPUT MatchFile.
           IF WS-MatchStatus NOT = "00"
               CLOSE MatchFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ MatchFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MtCompany = WS-Company
                           PERFORM MarkOneMatch
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MatchFile.

       MarkOneMatch.
           *> Un abbinamento fatto riconciliando un periodo successivo
           *> (L) lascia la riga aperta in questo prospetto ma non la
           *> riabbina.
           IF MtPeriod > WS-UpToPeriod
               MOVE 'L' TO WS-MatchHow
           ELSE
               MOVE 'Y' TO WS-MatchHow
           END-IF.
           PERFORM VARYING B FROM 1 BY 1
                   UNTIL B > WS-BankCount OR BT-Seq(B) = MtBankSeq
               CONTINUE
           END-PERFORM.
           IF B NOT > WS-BankCount
               MOVE WS-MatchHow TO BT-Matched(B)
           END-IF.
           PERFORM VARYING G FROM 1 BY 1
                   UNTIL G > WS-GlCount OR GT-Line(G) = MtGlLine
               CONTINUE
           END-PERFORM.
           IF G NOT > WS-GlCount
               MOVE WS-MatchHow TO GT-Matched(G)
           END-IF.
