           SELECT PeriodFile ASSIGN TO "60period.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PerKey
               FILE STATUS IS WS-PeriodStatus.
           SELECT OrderFile ASSIGN TO "24orders.dat"
               ORGANIZATION IS INDEXED
       FD InvRegister.
       COPY "INVREC.cpy".
       FD OrdHistFile.
       01 OrdHistRecord PIC X(27).
       FD OrdLineHistFile.
       01 OrdLineHistRecord PIC X(32).
       FD InvHistFile.
       01 InvHistRecord PIC X(103).
       WORKING-STORAGE SECTION.
       01 WS-PeriodStatus PIC XX.
       01 WS-OrderStatus PIC XX.
       01 WS-StartOK PIC X.
       01 WS-LineStartOK PIC X.
       01 WS-AskPeriod PIC 9(6).
      *> Si archiviano i documenti della societa' corrente, il
      *> periodo dev'essere chiuso per lei.
       01 WS-Company PIC X(2).
       01 WS-CmpName PIC X(30).
       01 WS-PerFound PIC X.
       01 WS-Balance PIC S9(8)V99.
       01 WS-PaidNet PIC S9(8)V99.
      *> giri sequenziali (aging, ranking, quadrature) tornano
      *> veloci. L'interrogazione unica live+storico e' HistInquiry
      *> (85.cob).
           CALL 'COMPGET' USING WS-Company, WS-CmpName.
           DISPLAY "Archiving for company " WS-Company " "
               WS-CmpName.
           DISPLAY "Period to archive (aaaamm): " WITH NO
               ADVANCING.
           ACCEPT WS-AskPeriod.
               CLOSE PeriodFile
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Company TO PerCompany.
           MOVE WS-AskPeriod TO PerPeriod.
           READ PeriodFile
               INVALID KEY CONTINUE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF OrdDate(1:6) = WS-AskPeriod
                                   AND (OrdClosed OR OrdCancelled)
                                   AND OrdCompany = WS-Company
                               ADD 1 TO WS-MoveCount
                               MOVE OrdNum TO
                                   ML-Key(WS-MoveCount)
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF InvDate(1:6) = WS-AskPeriod
                                   AND InvCompany = WS-Company
                               PERFORM CheckInvoiceSettled
                           END-IF
                   END-READ
