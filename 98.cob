       FD RecvFile.
       COPY "RECVREC.cpy".
       FD RecvPayFile.
       COPY "RECVPAY.cpy".
       FD RegFile.
       01 RegData.
           02 RegCourse PIC 9(5).
       01 WS-JrnFileCode PIC X(8) VALUE "STUDENTI".
       01 WS-JrnAction PIC X(8).
       01 WS-JrnKey PIC X(10).
       01 WS-JrnBefore PIC X(200).
       01 WS-JrnAfter PIC X(200).
       01 ReportHeading.
           02 FILLER PIC X(27) VALUE
               "WITHDRAWALS IN TERM        ".
           MOVE RcvChargeNum TO RPyChargeNum.
           MOVE WS-EffDate TO RPyDate.
           MOVE WS-CreditAmt TO RPyAmount.
           MOVE 'W' TO RPyType.
           WRITE RecvPayData.
           CLOSE RecvPayFile.
           ADD WS-CreditAmt TO WS-CreditTot.
