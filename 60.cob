           SELECT PeriodFile ASSIGN TO "60period.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PerKey
               FILE STATUS IS WS-PeriodStatus.
           SELECT OrderFile ASSIGN TO "24orders.dat"
               ORGANIZATION IS INDEXED
           SELECT RevalTotFile ASSIGN TO "83fxreval.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RevalTotStatus.
           SELECT BankRecFile ASSIGN TO "156bankrec.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BankRecStatus.
           SELECT GlJournal ASSIGN TO "69gljournal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GlStatus.
           SELECT PerAuditFile ASSIGN TO "60peraudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditStatus.
       01 RevalTotData.
           02 RevPeriod PIC 9(6).
           02 RevTotal PIC S9(8)V99.
           02 RevCompany PIC X(2).
       FD BankRecFile.
       COPY "BRECREC.cpy".
       FD GlJournal.
       COPY "GLREC.cpy".
       FD PerAuditFile.
       01 AuditLine PIC X(84).
       WORKING-STORAGE SECTION.
       01 WS-PeriodStatus PIC XX.
       01 WS-OrderStatus PIC XX.
       01 WS-ValEOF PIC X.
       01 WS-RevalTotStatus PIC XX.
       01 WS-RevalEOF PIC X.
       01 WS-BankRecStatus PIC XX.
       01 WS-GlStatus PIC XX.
      *> Ultima riconciliazione banca del periodo (BankRecon,
      *> 156.cob) e saldo del conto banca ricalcolato adesso.
       01 WS-RecFound PIC X.
       01 WS-RecStatusFlag PIC X.
       01 WS-RecBookBal PIC S9(9)V99.
       01 WS-RecDate PIC 9(8).
       01 WS-NowBookBal PIC S9(9)V99.
       01 WS-BankRecOK PIC X.
       01 PrnBookBal PIC -ZZZ,ZZZ,ZZ9.99.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-EOF PIC X.
       01 WS-OpRole PIC X.
       01 WS-SignonOK PIC X.
       01 WS-AuditAction PIC X(8).
      *> Ogni societa' chiude i suoi periodi: ordini e fatture
      *> della societa' corrente, magazzino solo nella principale.
       01 WS-Company PIC X(2).
       01 WS-CmpName PIC X(30).
       01 WS-CmpFound PIC X.
       COPY "COMPREC.cpy".
       PROCEDURE DIVISION.
       StartPara.
           CALL 'SIGNON' USING WS-OpID, WS-OpRole, WS-SignonOK.
               DISPLAY "Sign-on failed, program ends."
               GOBACK
           END-IF.
           CALL 'COMPGET' USING WS-Company, WS-CmpName.
           CALL 'CMPLKUP' USING WS-Company, CompanyData, WS-CmpFound.
           OPEN I-O PeriodFile.
           IF WS-PeriodStatus = "35"
               OPEN OUTPUT PeriodFile
           END-IF.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "MONTH-END CLOSE - company " WS-Company
                   " " WS-CmpName
               DISPLAY "1 : Close a Period"
               DISPLAY "2 : Reopen a Period (supervisor)"
               DISPLAY "3 : Show Period Summary"
           DISPLAY "Period to close (aaaamm): " WITH NO
               ADVANCING.
           ACCEPT WS-AskPeriod.
           MOVE WS-Company TO PerCompany.
           MOVE WS-AskPeriod TO PerPeriod.
           MOVE 'Y' TO WS-PeriodExists.
           READ PeriodFile
               DISPLAY "Period already closed."
               EXIT PARAGRAPH
           END-IF.
           PERFORM CheckBankRec.
           IF WS-BankRecOK NOT = 'Y'
               DISPLAY "Close refused."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Company TO PerCompany.
           MOVE WS-AskPeriod TO PerPeriod.
           MOVE ZERO TO PerOrders PerInvoices PerNet PerTax
               PerGross PerStockValue PerFxGain.
           PERFORM SumPeriodOrders.
           PERFORM SumPeriodInvoices.
           IF CmpIsMain
               PERFORM LockStockValue
           END-IF.
           PERFORM LockFxGain.
           MOVE 'C' TO PerStatus.
           MOVE WS-OpID TO PerClosedBy.
           MOVE "CLOSE" TO WS-AuditAction.
           MOVE SPACES TO WS-Reason.
           PERFORM LogPeriodAudit.
           DISPLAY "Period " WS-AskPeriod " of company " WS-Company
               " closed.".
           DISPLAY "  Orders   : " PerOrders.
           DISPLAY "  Invoices : " PerInvoices.
           DISPLAY "  Net      : " PerNet.
           DISPLAY "  Stock    : " PerStockValue.
           DISPLAY "  FX G/L   : " PerFxGain.

       CheckBankRec.
           *> Il conto banca deve essere riconciliato e quadrato per
           *> il periodo, e non deve essersi mosso da allora: un
           *> posting o una scrittura successivi richiedono una nuova
           *> riconciliazione.
           MOVE 'N' TO WS-BankRecOK.
           MOVE 'N' TO WS-RecFound.
           OPEN INPUT BankRecFile.
           IF WS-BankRecStatus = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BankRecFile
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF BrcCompany = WS-Company
                                   AND BrcPeriod = WS-AskPeriod
                               MOVE 'Y' TO WS-RecFound
                               MOVE BrcStatus TO WS-RecStatusFlag
                               MOVE BrcBookBal TO WS-RecBookBal
                               MOVE BrcDate TO WS-RecDate
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE BankRecFile.
           IF WS-RecFound NOT = 'Y'
               DISPLAY "Bank account not reconciled for period "
                   WS-AskPeriod " (BankRecon)."
               EXIT PARAGRAPH
           END-IF.
           IF WS-RecStatusFlag NOT = 'B'
               DISPLAY "Last bank reconciliation of period "
                   WS-AskPeriod " (" WS-RecDate ") does not balance."
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-NowBookBal.
           OPEN INPUT GlJournal.
           IF WS-GlStatus = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ GlJournal
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF GLAcct = 1200
                                   AND GLCompany = WS-Company
                                   AND GLPeriod NOT > WS-AskPeriod
                               IF GLDrCr = 'D'
                                   ADD GLAmount TO WS-NowBookBal
                               ELSE
                                   SUBTRACT GLAmount FROM WS-NowBookBal
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE GlJournal.
           IF WS-NowBookBal NOT = WS-RecBookBal
               MOVE WS-NowBookBal TO PrnBookBal
               DISPLAY "Bank account balance now " PrnBookBal
                   " differs from the reconciliation of " WS-RecDate
                   ", reconcile again."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-BankRecOK.

       LockStockValue.
           *> L'ultima valorizzazione di magazzino del periodo
           *> (StockValuation, 78.cob) entra nel periodo chiuso.
                   AT END MOVE 'Y' TO WS-RevalEOF
                   NOT AT END
                       IF RevPeriod = WS-AskPeriod
                               AND RevCompany = WS-Company
                           MOVE RevTotal TO PerFxGain
                       END-IF
               END-READ
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF OrdDate(1:6) = WS-AskPeriod
                                   AND OrdCompany = WS-Company
                               ADD 1 TO PerOrders
                           END-IF
                   END-READ
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF InvDate(1:6) = WS-AskPeriod
                                   AND InvCompany = WS-Company
                               ADD 1 TO PerInvoices
                               ADD InvNet TO PerNet
                               ADD InvTax TO PerTax
           DISPLAY "Period to reopen (aaaamm): " WITH NO
               ADVANCING.
           ACCEPT WS-AskPeriod.
           MOVE WS-Company TO PerCompany.
           MOVE WS-AskPeriod TO PerPeriod.
           MOVE 'Y' TO WS-PeriodExists.
           READ PeriodFile
       ShowPeriod.
           DISPLAY "Period (aaaamm): " WITH NO ADVANCING.
           ACCEPT WS-AskPeriod.
           MOVE WS-Company TO PerCompany.
           MOVE WS-AskPeriod TO PerPeriod.
           MOVE 'Y' TO WS-PeriodExists.
           READ PeriodFile
           ACCEPT WS-NowTime FROM TIME.
           MOVE SPACES TO AuditLine.
           STRING WS-NowDate " " WS-NowTime " "
               WS-AuditAction " " WS-AskPeriod " CO " WS-Company
               " BY " WS-OpID " " WS-Reason
               DELIMITED BY SIZE INTO AuditLine
           END-STRING.
