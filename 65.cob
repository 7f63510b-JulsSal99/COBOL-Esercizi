           02 DunDate PIC 9(8).
           02 DunLevel PIC 9.
           02 DunBalance PIC 9(8)V99.
      *> Societa' che ha sollecitato (spazi = 01, righe scritte
      *> prima delle societa').
           02 DunCompany PIC X(2).
       FD LetterFile.
       01 LetterLine PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-Value PIC X(63).
       01 WS-OutLine PIC X(80).
       01 WS-LetterCount PIC 9(4) VALUE ZERO.
      *> Solleciti per le fatture della societa' corrente.
       01 WS-Company PIC X(2).
       01 WS-CmpName PIC X(30).
       PROCEDURE DIVISION.
       MainPara.
           CALL 'COMPGET' USING WS-Company, WS-CmpName.
           DISPLAY "Dunning for company " WS-Company " " WS-CmpName.
           DISPLAY "Dunning as of date (yyyymmdd): " WITH NO
               ADVANCING.
           ACCEPT WS-AsOfDate.
               READ DunHistFile
                   AT END MOVE 'Y' TO WS-HistEOF
                   NOT AT END
                       IF DunCompany = SPACES
                           MOVE "01" TO DunCompany
                       END-IF
                       IF DunCustID > ZERO
                               AND DunCompany = WS-Company
                           PERFORM KeepHistLevel
                       END-IF
               END-READ
                   AT END MOVE 'Y' TO WS-RegEOF
                   NOT AT END
                       IF InvCustID = IDNum
                               AND InvCompany = WS-Company
                           PERFORM AgeOneInvoice
                       END-IF
               END-READ
           COMPUTE WS-Balance = InvGross - WS-PaidNet.
           IF WS-Balance > ZERO
               ADD WS-Balance TO WS-TotBalance
               *> Giorni di ritardo dalla scadenza della fattura
               *> (condizioni di pagamento del cliente).
               COMPUTE WS-InvInt =
                   FUNCTION INTEGER-OF-DATE(InvDueDate)
               COMPUTE WS-AgeDays = WS-AsOfInt - WS-InvInt
               EVALUATE TRUE
                   WHEN WS-AgeDays >= 60
                       ADD WS-Balance TO WS-OverdueAmt
                       MOVE 3 TO WS-WorstLevel
                   WHEN WS-AgeDays >= 30
                       ADD WS-Balance TO WS-OverdueAmt
                       IF WS-WorstLevel < 2
                           MOVE 2 TO WS-WorstLevel
                       END-IF
                   WHEN WS-AgeDays >= 1
                       ADD WS-Balance TO WS-OverdueAmt
                       IF WS-WorstLevel < 1
                           MOVE 1 TO WS-WorstLevel
           MOVE WS-AsOfDate TO DunDate.
           MOVE WS-SendLevel TO DunLevel.
           MOVE WS-OverdueAmt TO DunBalance.
           MOVE WS-Company TO DunCompany.
           WRITE DunHistData.
           CLOSE DunHistFile.

