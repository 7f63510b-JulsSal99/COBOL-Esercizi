       IDENTIFICATION DIVISION.
       PROGRAM-ID.       FinStatements.
       AUTHOR.       Giulio.
       DATE-WRITTEN.13/09/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CoaFile ASSIGN TO "69coa.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CoaStatus.
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
           SELECT BudgetFile ASSIGN TO "122budget.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BudKey
               FILE STATUS IS WS-BudStatus.
           SELECT StmtReport ASSIGN TO "122finstmt.rpt"
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
       FD PeriodFile.
       COPY "PERREC.cpy".
       FD BudgetFile.
       COPY "BUDREC.cpy".
       FD StmtReport.
       01 PrintLine PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-CoaStatus PIC XX.
       01 WS-GlStatus PIC XX.
       01 WS-PostedStatus PIC XX.
       01 WS-PeriodStatus PIC XX.
       01 WS-BudStatus PIC XX.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-EOF PIC X.
       01 WS-StartOK PIC X.
       01 WS-OpID PIC X(8).
       01 WS-OpRole PIC X.
       01 WS-SignonOK PIC X.
       01 WS-AskPeriod PIC 9(6).
       01 WS-AskAcct PIC 9(4).
       01 WS-Posted PIC X.
      *> Bilanci della societa' corrente (COMPGET): periodo chiuso,
      *> posting e scritture sono quelli della societa'.
       01 WS-Company PIC X(2).
       01 WS-CmpName PIC X(30).
       01 WS-BudExists PIC X.
       01 WS-PrevPeriod PIC 9(6).
       01 WS-YearStart PIC 9(6).
       01 WS-PeriodWork PIC 9(6).
       01 WS-PeriodParts REDEFINES WS-PeriodWork.
           02 WS-PwYear PIC 9(4).
           02 WS-PwMonth PIC 99.
       01 WS-ParmKey PIC X(12).
       01 WS-ParmValue PIC X(20).
       01 WS-ParmFound PIC X.
      *> Scostamento da budget oltre cui la riga si segnala, in
      *> percento: SYSPARM FSVARTOL.
       01 WS-Tolerance PIC 9(3).
       01 WS-SignedAmt PIC S9(11)V99.
      *> Conti del piano con i saldi in dare meno avere.
       01 AcctTable.
           02 WS-AcctCount PIC 99 VALUE ZERO.
           02 AcctEntry OCCURS 50 TIMES
                   DEPENDING ON WS-AcctCount.
               03 AT-Acct PIC 9(4).
               03 AT-Type PIC X.
               03 AT-Line PIC X(20).
               03 AT-Cur PIC S9(11)V99.
               03 AT-Prior PIC S9(11)V99.
               03 AT-Ytd PIC S9(11)V99.
               03 AT-Bal PIC S9(11)V99.
               03 AT-PrevBal PIC S9(11)V99.
               03 AT-Bud PIC 9(11)V99.
      *> Righe di prospetto nel verso naturale: ricavi, passivita'
      *> e patrimonio positivi in avere, attivita' e costi in dare.
       01 LineTable.
           02 WS-LineCount PIC 99 VALUE ZERO.
           02 LineEntry OCCURS 50 TIMES
                   DEPENDING ON WS-LineCount.
               03 LN-Type PIC X.
               03 LN-Line PIC X(20).
               03 LN-Cur PIC S9(11)V99.
               03 LN-Prior PIC S9(11)V99.
               03 LN-Ytd PIC S9(11)V99.
               03 LN-Bal PIC S9(11)V99.
               03 LN-PrevBal PIC S9(11)V99.
               03 LN-Bud PIC 9(11)V99.
       01 I PIC 99.
       01 K PIC 99.
       01 WS-SectType PIC X.
       01 WS-Cur PIC S9(11)V99.
       01 WS-Prior PIC S9(11)V99.
       01 WS-Ytd PIC S9(11)V99.
       01 WS-Bud PIC S9(11)V99.
       01 WS-Bal PIC S9(11)V99.
       01 WS-PrevBal PIC S9(11)V99.
       01 WS-Variance PIC S9(11)V99.
       01 WS-VarPct PIC S9(5)V9.
       01 WS-AbsPct PIC 9(5)V9.
       01 WS-FlagCount PIC 9(3).
       01 RevTotals.
           02 RT-Cur PIC S9(11)V99.
           02 RT-Prior PIC S9(11)V99.
           02 RT-Ytd PIC S9(11)V99.
           02 RT-Bud PIC S9(11)V99.
       01 ExpTotals.
           02 XT-Cur PIC S9(11)V99.
           02 XT-Prior PIC S9(11)V99.
           02 XT-Ytd PIC S9(11)V99.
           02 XT-Bud PIC S9(11)V99.
       01 WS-SectBal PIC S9(11)V99.
       01 WS-SectPrevBal PIC S9(11)V99.
       01 WS-AssetBal PIC S9(11)V99.
       01 WS-AssetPrevBal PIC S9(11)V99.
       01 WS-LiabEqBal PIC S9(11)V99.
       01 WS-LiabEqPrevBal PIC S9(11)V99.
       01 WS-EarnBal PIC S9(11)V99.
       01 WS-EarnPrevBal PIC S9(11)V99.
       01 StmtHeading.
           02 PrnTitle PIC X(30).
           02 FILLER PIC X(8) VALUE "period ".
           02 PrnPeriod PIC 9(6).
           02 FILLER PIC X(10) VALUE "  prior ".
           02 PrnPrevPeriod PIC 9(6).
       01 CompanyLine.
           02 FILLER PIC X(9) VALUE "Company: ".
           02 PrnCompany PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCmpName PIC X(30).
       01 IsHeads.
           02 FILLER PIC X(21) VALUE "Line".
           02 FILLER PIC X(16) VALUE "         Period ".
           02 FILLER PIC X(16) VALUE "          Prior ".
           02 FILLER PIC X(16) VALUE "   Year to date ".
           02 FILLER PIC X(16) VALUE "         Budget ".
           02 FILLER PIC X(16) VALUE "       Variance ".
           02 FILLER PIC X(8) VALUE "   Var%".
       01 BsHeads.
           02 FILLER PIC X(21) VALUE "Line".
           02 FILLER PIC X(16) VALUE "     Period end ".
           02 FILLER PIC X(16) VALUE "      Prior end ".
           02 FILLER PIC X(16) VALUE "         Change".
       01 SectLine.
           02 PrnSectName PIC X(40).
       01 IsLine.
           02 PrnLine PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCur PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnPrior PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnYtd PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnBud PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnVar PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnVarPct PIC -ZZZ9.9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnFlag PIC X(8).
       01 BsLine.
           02 PrnBsLine PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnBal PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnPrevBal PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnChange PIC -ZZZ,ZZZ,ZZ9.99.
       01 NoteLine PIC X(120).
       01 BudListLine.
           02 PrnBudPeriod PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnBudAcct PIC 9(4).
           02 FILLER PIC X VALUE SPACE.
           02 PrnBudAmount PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       StartPara.
           CALL 'SIGNON' USING WS-OpID, WS-OpRole, WS-SignonOK.
           IF WS-SignonOK NOT = 'Y'
               DISPLAY "Sign-on failed, program ends."
               STOP RUN
           END-IF.
           CALL 'COMPGET' USING WS-Company, WS-CmpName.
           MOVE WS-Company TO PrnCompany.
           MOVE WS-CmpName TO PrnCmpName.
           PERFORM LoadAccounts.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "FINANCIAL STATEMENTS - company " WS-Company
                   " " WS-CmpName
               DISPLAY "1 : Income Statement and Balance Sheet"
               DISPLAY "2 : Enter Budget for Account and Period"
               DISPLAY "3 : List Budget for a Period"
               DISPLAY "0 : Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM ProduceStatements
                   WHEN 2 PERFORM EnterBudget
                   WHEN 3 PERFORM ListBudget
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       LoadAccounts.
           *> Il piano dei conti lo semina e lo mantiene GLPosting.
           MOVE ZERO TO WS-AcctCount.
           OPEN INPUT CoaFile.
           IF WS-CoaStatus NOT = "00"
               CLOSE CoaFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y' OR WS-AcctCount >= 50
               READ CoaFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       CALL 'COATYPE' USING AcctNum, AcctName,
                           AcctType, AcctLine
                       ADD 1 TO WS-AcctCount
                       MOVE AcctNum TO AT-Acct(WS-AcctCount)
                       MOVE AcctType TO AT-Type(WS-AcctCount)
                       MOVE AcctLine TO AT-Line(WS-AcctCount)
               END-READ
           END-PERFORM.
           CLOSE CoaFile.

       ProduceStatements.
           IF WS-AcctCount = ZERO
               DISPLAY "No chart of accounts: run GLPosting first."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Closed period (aaaamm): " WITH NO ADVANCING.
           ACCEPT WS-AskPeriod.
           PERFORM CheckPeriodClosed.
           IF PerStatus NOT = 'C'
               DISPLAY "Period " WS-AskPeriod " is not closed, "
                   "statements refused."
               EXIT PARAGRAPH
           END-IF.
           PERFORM CheckPeriodPosted.
           IF WS-Posted = 'N'
               DISPLAY "Period " WS-AskPeriod " not posted to the "
                   "GL, statements refused."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AskPeriod TO WS-PeriodWork.
           IF WS-PwMonth = 1
               MOVE 12 TO WS-PwMonth
               SUBTRACT 1 FROM WS-PwYear
           ELSE
               SUBTRACT 1 FROM WS-PwMonth
           END-IF.
           MOVE WS-PeriodWork TO WS-PrevPeriod.
           MOVE WS-AskPeriod TO WS-PeriodWork.
           MOVE 1 TO WS-PwMonth.
           MOVE WS-PeriodWork TO WS-YearStart.
           MOVE "FSVARTOL" TO WS-ParmKey.
           CALL 'PARMGET' USING WS-ParmKey, WS-ParmValue,
               WS-ParmFound.
           IF WS-ParmFound = 'Y' AND WS-ParmValue(1:3) IS NUMERIC
               MOVE WS-ParmValue(1:3) TO WS-Tolerance
           ELSE
               MOVE 10 TO WS-Tolerance
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-AcctCount
               MOVE ZERO TO AT-Cur(I) AT-Prior(I) AT-Ytd(I)
                   AT-Bal(I) AT-PrevBal(I) AT-Bud(I)
           END-PERFORM.
           PERFORM TallyJournal.
           PERFORM TallyBudget.
           PERFORM BuildLines.
           OPEN OUTPUT StmtReport.
           PERFORM PrintIncomeStatement.
           PERFORM PrintBalanceSheet.
           CLOSE StmtReport.
           DISPLAY "Statements written to 122finstmt.rpt, "
               WS-FlagCount " line(s) over budget tolerance.".
           IF WS-AssetBal NOT = WS-LiabEqBal
               DISPLAY "WARNING: balance sheet does NOT balance."
           END-IF.

       CheckPeriodClosed.
           MOVE SPACE TO PerStatus.
           OPEN INPUT PeriodFile.
           IF WS-PeriodStatus NOT = "00"
               CLOSE PeriodFile
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Company TO PerCompany.
           MOVE WS-AskPeriod TO PerPeriod.
           READ PeriodFile
               INVALID KEY MOVE SPACE TO PerStatus
           END-READ.
           CLOSE PeriodFile.

       CheckPeriodPosted.
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

       TallyJournal.
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
                       IF GLPeriod <= WS-AskPeriod
                               AND GLCompany = WS-Company
                           PERFORM TallyOneLine
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GlJournal.

       TallyOneLine.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-AcctCount OR AT-Acct(I) = GLAcct
               CONTINUE
           END-PERFORM.
           IF I > WS-AcctCount
               EXIT PARAGRAPH
           END-IF.
           IF GLDrCr = 'D'
               MOVE GLAmount TO WS-SignedAmt
           ELSE
               COMPUTE WS-SignedAmt = ZERO - GLAmount
           END-IF.
           ADD WS-SignedAmt TO AT-Bal(I).
           IF GLPeriod <= WS-PrevPeriod
               ADD WS-SignedAmt TO AT-PrevBal(I)
           END-IF.
           IF GLPeriod = WS-AskPeriod
               ADD WS-SignedAmt TO AT-Cur(I)
           END-IF.
           IF GLPeriod = WS-PrevPeriod
               ADD WS-SignedAmt TO AT-Prior(I)
           END-IF.
           IF GLPeriod >= WS-YearStart
               ADD WS-SignedAmt TO AT-Ytd(I)
           END-IF.

       TallyBudget.
           OPEN INPUT BudgetFile.
           IF WS-BudStatus NOT = "00"
               CLOSE BudgetFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-StartOK.
           MOVE WS-Company TO BudCompany.
           MOVE WS-AskPeriod TO BudPeriod.
           MOVE ZERO TO BudAcct.
           START BudgetFile KEY IS NOT LESS THAN BudKey
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE 'N' TO WS-EOF.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BudgetFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF BudCompany NOT = WS-Company
                                   OR BudPeriod NOT = WS-AskPeriod
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               PERFORM VARYING I FROM 1 BY 1
                                   UNTIL I > WS-AcctCount
                                   OR AT-Acct(I) = BudAcct
                                   CONTINUE
                               END-PERFORM
                               IF I NOT > WS-AcctCount
                                   MOVE BudAmount TO AT-Bud(I)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE BudgetFile.

       BuildLines.
           *> I conti si sommano sulla loro riga di prospetto, nel
           *> verso naturale del tipo.
           MOVE ZERO TO WS-LineCount.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-AcctCount
               PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > WS-LineCount
                       OR (LN-Type(K) = AT-Type(I)
                       AND LN-Line(K) = AT-Line(I))
                   CONTINUE
               END-PERFORM
               IF K > WS-LineCount
                   ADD 1 TO WS-LineCount
                   MOVE AT-Type(I) TO LN-Type(K)
                   MOVE AT-Line(I) TO LN-Line(K)
                   MOVE ZERO TO LN-Cur(K) LN-Prior(K) LN-Ytd(K)
                       LN-Bal(K) LN-PrevBal(K) LN-Bud(K)
               END-IF
               ADD AT-Bud(I) TO LN-Bud(K)
               IF AT-Type(I) = 'A' OR AT-Type(I) = 'X'
                   ADD AT-Cur(I) TO LN-Cur(K)
                   ADD AT-Prior(I) TO LN-Prior(K)
                   ADD AT-Ytd(I) TO LN-Ytd(K)
                   ADD AT-Bal(I) TO LN-Bal(K)
                   ADD AT-PrevBal(I) TO LN-PrevBal(K)
               ELSE
                   SUBTRACT AT-Cur(I) FROM LN-Cur(K)
                   SUBTRACT AT-Prior(I) FROM LN-Prior(K)
                   SUBTRACT AT-Ytd(I) FROM LN-Ytd(K)
                   SUBTRACT AT-Bal(I) FROM LN-Bal(K)
                   SUBTRACT AT-PrevBal(I) FROM LN-PrevBal(K)
               END-IF
           END-PERFORM.

       PrintIncomeStatement.
           MOVE "INCOME STATEMENT" TO PrnTitle.
           MOVE WS-AskPeriod TO PrnPeriod.
           MOVE WS-PrevPeriod TO PrnPrevPeriod.
           WRITE PrintLine FROM StmtHeading AFTER ADVANCING PAGE.
           WRITE PrintLine FROM CompanyLine AFTER ADVANCING 1 LINE.
           WRITE PrintLine FROM IsHeads AFTER ADVANCING 2 LINES.
           MOVE ZERO TO WS-FlagCount.
           MOVE "RICAVI" TO PrnSectName.
           WRITE PrintLine FROM SectLine AFTER ADVANCING 2 LINES.
           MOVE 'R' TO WS-SectType.
           MOVE ZERO TO RT-Cur RT-Prior RT-Ytd RT-Bud.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-LineCount
               IF LN-Type(K) = 'R'
                   MOVE LN-Line(K) TO PrnLine
                   MOVE LN-Cur(K) TO WS-Cur
                   MOVE LN-Prior(K) TO WS-Prior
                   MOVE LN-Ytd(K) TO WS-Ytd
                   MOVE LN-Bud(K) TO WS-Bud
                   PERFORM PrintIsLine
                   ADD LN-Cur(K) TO RT-Cur
                   ADD LN-Prior(K) TO RT-Prior
                   ADD LN-Ytd(K) TO RT-Ytd
                   ADD LN-Bud(K) TO RT-Bud
               END-IF
           END-PERFORM.
           MOVE "TOTALE RICAVI" TO PrnLine.
           MOVE RT-Cur TO WS-Cur.
           MOVE RT-Prior TO WS-Prior.
           MOVE RT-Ytd TO WS-Ytd.
           MOVE RT-Bud TO WS-Bud.
           PERFORM PrintIsLine.
           MOVE "COSTI" TO PrnSectName.
           WRITE PrintLine FROM SectLine AFTER ADVANCING 2 LINES.
           MOVE 'X' TO WS-SectType.
           MOVE ZERO TO XT-Cur XT-Prior XT-Ytd XT-Bud.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-LineCount
               IF LN-Type(K) = 'X'
                   MOVE LN-Line(K) TO PrnLine
                   MOVE LN-Cur(K) TO WS-Cur
                   MOVE LN-Prior(K) TO WS-Prior
                   MOVE LN-Ytd(K) TO WS-Ytd
                   MOVE LN-Bud(K) TO WS-Bud
                   PERFORM PrintIsLine
                   ADD LN-Cur(K) TO XT-Cur
                   ADD LN-Prior(K) TO XT-Prior
                   ADD LN-Ytd(K) TO XT-Ytd
                   ADD LN-Bud(K) TO XT-Bud
               END-IF
           END-PERFORM.
           MOVE "TOTALE COSTI" TO PrnLine.
           MOVE XT-Cur TO WS-Cur.
           MOVE XT-Prior TO WS-Prior.
           MOVE XT-Ytd TO WS-Ytd.
           MOVE XT-Bud TO WS-Bud.
           PERFORM PrintIsLine.
           MOVE SPACES TO PrnSectName.
           WRITE PrintLine FROM SectLine AFTER ADVANCING 1 LINE.
           MOVE 'R' TO WS-SectType.
           MOVE "UTILE (PERDITA)" TO PrnLine.
           COMPUTE WS-Cur = RT-Cur - XT-Cur.
           COMPUTE WS-Prior = RT-Prior - XT-Prior.
           COMPUTE WS-Ytd = RT-Ytd - XT-Ytd.
           COMPUTE WS-Bud = RT-Bud - XT-Bud.
           PERFORM PrintIsLine.

       PrintIsLine.
           *> Scostamento = consuntivo - budget. Sopra tolleranza la
           *> riga e' ADVERSE se il ricavo manca o il costo sfora,
           *> FAVOUR altrimenti; senza budget niente percentuale.
           MOVE WS-Cur TO PrnCur.
           MOVE WS-Prior TO PrnPrior.
           MOVE WS-Ytd TO PrnYtd.
           MOVE WS-Bud TO PrnBud.
           COMPUTE WS-Variance = WS-Cur - WS-Bud.
           MOVE WS-Variance TO PrnVar.
           MOVE ZERO TO WS-VarPct.
           MOVE SPACES TO PrnFlag.
           IF WS-Bud NOT = ZERO
               COMPUTE WS-VarPct ROUNDED = WS-Variance * 100 / WS-Bud
                   ON SIZE ERROR MOVE 9999.9 TO WS-VarPct
               END-COMPUTE
               IF WS-Bud < ZERO
                   COMPUTE WS-VarPct = ZERO - WS-VarPct
               END-IF
               MOVE WS-VarPct TO WS-AbsPct
               IF WS-AbsPct > WS-Tolerance
                   ADD 1 TO WS-FlagCount
                   IF (WS-SectType = 'R' AND WS-Variance < ZERO)
                       OR (WS-SectType = 'X' AND WS-Variance > ZERO)
                       MOVE "ADVERSE" TO PrnFlag
                   ELSE
                       MOVE "FAVOUR" TO PrnFlag
                   END-IF
               END-IF
           END-IF.
           MOVE WS-VarPct TO PrnVarPct.
           WRITE PrintLine FROM IsLine AFTER ADVANCING 1 LINE.

       PrintBalanceSheet.
           *> Senza scritture di chiusura l'utile di tutti i periodi
           *> fino alla data resta nei conti economici: entra nel
           *> patrimonio come risultati accumulati.
           MOVE "BALANCE SHEET" TO PrnTitle.
           WRITE PrintLine FROM StmtHeading AFTER ADVANCING PAGE.
           WRITE PrintLine FROM CompanyLine AFTER ADVANCING 1 LINE.
           WRITE PrintLine FROM BsHeads AFTER ADVANCING 2 LINES.
           MOVE "ATTIVITA" TO PrnSectName.
           MOVE 'A' TO WS-SectType.
           PERFORM PrintBsSection.
           MOVE "TOTALE ATTIVITA" TO PrnBsLine.
           MOVE WS-SectBal TO WS-Bal WS-AssetBal.
           MOVE WS-SectPrevBal TO WS-PrevBal WS-AssetPrevBal.
           PERFORM PrintBsLine.
           MOVE "PASSIVITA" TO PrnSectName.
           MOVE 'L' TO WS-SectType.
           PERFORM PrintBsSection.
           MOVE "TOTALE PASSIVITA" TO PrnBsLine.
           MOVE WS-SectBal TO WS-Bal WS-LiabEqBal.
           MOVE WS-SectPrevBal TO WS-PrevBal WS-LiabEqPrevBal.
           PERFORM PrintBsLine.
           MOVE "PATRIMONIO NETTO" TO PrnSectName.
           MOVE 'E' TO WS-SectType.
           PERFORM PrintBsSection.
           MOVE ZERO TO WS-EarnBal WS-EarnPrevBal.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-LineCount
               IF LN-Type(K) = 'R'
                   ADD LN-Bal(K) TO WS-EarnBal
                   ADD LN-PrevBal(K) TO WS-EarnPrevBal
               END-IF
               IF LN-Type(K) = 'X'
                   SUBTRACT LN-Bal(K) FROM WS-EarnBal
                   SUBTRACT LN-PrevBal(K) FROM WS-EarnPrevBal
               END-IF
           END-PERFORM.
           MOVE "RISULTATI ACCUMULATI" TO PrnBsLine.
           MOVE WS-EarnBal TO WS-Bal.
           MOVE WS-EarnPrevBal TO WS-PrevBal.
           PERFORM PrintBsLine.
           ADD WS-EarnBal TO WS-SectBal.
           ADD WS-EarnPrevBal TO WS-SectPrevBal.
           MOVE "TOTALE PATRIMONIO" TO PrnBsLine.
           MOVE WS-SectBal TO WS-Bal.
           MOVE WS-SectPrevBal TO WS-PrevBal.
           PERFORM PrintBsLine.
           ADD WS-SectBal TO WS-LiabEqBal.
           ADD WS-SectPrevBal TO WS-LiabEqPrevBal.
           MOVE SPACES TO PrnSectName.
           WRITE PrintLine FROM SectLine AFTER ADVANCING 1 LINE.
           MOVE "PASSIVITA E PATRIM." TO PrnBsLine.
           MOVE WS-LiabEqBal TO WS-Bal.
           MOVE WS-LiabEqPrevBal TO WS-PrevBal.
           PERFORM PrintBsLine.
           IF WS-AssetBal NOT = WS-LiabEqBal
               MOVE "Assets differ from liabilities plus equity."
                   TO NoteLine
               WRITE PrintLine FROM NoteLine AFTER ADVANCING 2 LINES
           END-IF.

       PrintBsSection.
           WRITE PrintLine FROM SectLine AFTER ADVANCING 2 LINES.
           MOVE ZERO TO WS-SectBal WS-SectPrevBal.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-LineCount
               IF LN-Type(K) = WS-SectType
                   MOVE LN-Line(K) TO PrnBsLine
                   MOVE LN-Bal(K) TO WS-Bal
                   MOVE LN-PrevBal(K) TO WS-PrevBal
                   PERFORM PrintBsLine
                   ADD LN-Bal(K) TO WS-SectBal
                   ADD LN-PrevBal(K) TO WS-SectPrevBal
               END-IF
           END-PERFORM.

       PrintBsLine.
           MOVE WS-Bal TO PrnBal.
           MOVE WS-PrevBal TO PrnPrevBal.
           COMPUTE WS-Variance = WS-Bal - WS-PrevBal.
           MOVE WS-Variance TO PrnChange.
           WRITE PrintLine FROM BsLine AFTER ADVANCING 1 LINE.

       EnterBudget.
           *> Un importo per conto e periodo della societa'
           *> corrente: se c'e' gia' si riscrive.
           IF WS-OpRole NOT = 'S'
               DISPLAY "Only supervisors may enter budgets."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Period (aaaamm): " WITH NO ADVANCING.
           ACCEPT WS-AskPeriod.
           DISPLAY "Account: " WITH NO ADVANCING.
           ACCEPT WS-AskAcct.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-AcctCount OR AT-Acct(I) = WS-AskAcct
               CONTINUE
           END-PERFORM.
           IF I > WS-AcctCount
               DISPLAY "Account not in chart, refused."
               EXIT PARAGRAPH
           END-IF.
           IF AT-Type(I) NOT = 'R' AND AT-Type(I) NOT = 'X'
               DISPLAY "Budgets are kept for revenue and expense "
                   "accounts only, refused."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Company TO BudCompany.
           MOVE WS-AskPeriod TO BudPeriod.
           MOVE WS-AskAcct TO BudAcct.
           DISPLAY "Budget amount: " WITH NO ADVANCING.
           ACCEPT BudAmount.
           OPEN I-O BudgetFile.
           IF WS-BudStatus = "35"
               OPEN OUTPUT BudgetFile
               CLOSE BudgetFile
               OPEN I-O BudgetFile
           END-IF.
           MOVE 'Y' TO WS-BudExists.
           WRITE BudgetData
               INVALID KEY MOVE 'N' TO WS-BudExists
           END-WRITE.
           IF WS-BudExists = 'N'
               REWRITE BudgetData
               END-REWRITE
           END-IF.
           CLOSE BudgetFile.
           DISPLAY "Budget recorded.".

       ListBudget.
           DISPLAY "Period (aaaamm): " WITH NO ADVANCING.
           ACCEPT WS-AskPeriod.
           OPEN INPUT BudgetFile.
           IF WS-BudStatus NOT = "00"
               DISPLAY "No budget on file."
               CLOSE BudgetFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-StartOK.
           MOVE WS-Company TO BudCompany.
           MOVE WS-AskPeriod TO BudPeriod.
           MOVE ZERO TO BudAcct.
           START BudgetFile KEY IS NOT LESS THAN BudKey
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE 'N' TO WS-EOF.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BudgetFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF BudCompany NOT = WS-Company
                                   OR BudPeriod NOT = WS-AskPeriod
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               MOVE BudPeriod TO PrnBudPeriod
                               MOVE BudAcct TO PrnBudAcct
                               MOVE BudAmount TO PrnBudAmount
                               DISPLAY BudListLine
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE BudgetFile.
