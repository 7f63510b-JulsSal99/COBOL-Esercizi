       01 WS-NextInt PIC 9(7).
       01 WS-PeriodClosed PIC X.
       01 WS-IDSeries PIC X(4) VALUE "ORD ".
      *> L'ordine nasce nella societa' corrente (COMPGET).
       01 WS-Company PIC X(2).
       01 WS-CmpName PIC X(30).
       01 WS-IDStatus PIC X.
       01 WS-GenCount PIC 9(4) VALUE ZERO.
       01 WS-SkipCount PIC 9(4) VALUE ZERO.
           *> Run ID della catena in corso (RUNGET): le righe di
           *> log restano correlabili da RunInquiry (105.cob).
           CALL 'RUNGET' USING WS-RunID.
           CALL 'COMPGET' USING WS-Company, WS-CmpName.
           CALL 'PERCHK' USING WS-TodayDate, WS-PeriodClosed.
           IF WS-PeriodClosed = 'Y'
               DISPLAY "Periodo contabile chiuso, ordini "
           MOVE 'E' TO OrdStatus.
           MOVE 1 TO OrdLineCount.
           MOVE SPACES TO OrdSalesRep.
           MOVE WS-Company TO OrdCompany.
           WRITE OrderData
               INVALID KEY
                   ADD 1 TO WS-SkipCount
