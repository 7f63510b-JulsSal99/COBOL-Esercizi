       01 WS-FutureCount PIC 9(4) VALUE ZERO.
       PROCEDURE DIVISION.
       MainPara.
      *> Le righe di 28pending.txt arrivano gia' approvate dalla
      *> coda variazioni (ChangeQueue, 150.cob).
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           OPEN INPUT PendingFile.
           IF WS-PendStatus = "35"
