       77 WS-LockHolder PIC X(8).
       77 WS-JrnFileCode PIC X(8) VALUE "CUSTOMER".
       77 WS-JrnAction PIC X(8).
       77 WS-JrnBefore PIC X(200).
       77 WS-JrnAfter PIC X(200).
       77 WS-CtlFileCode PIC X(8) VALUE "CUSTOMER".
       77 WS-CtlProgram PIC X(12) VALUE "CUSTSCREEN".
       77 WS-CtlType PIC X(8).
           IF WS-CancelEntry = 'Y'
               DISPLAY "Entry cancelled."
           ELSE
               MOVE SPACES TO CustomerData
               MOVE ZERO TO CredLimit CustExemptExp
               MOVE WS-ScrID TO IDNum
               PERFORM MoveScreenToRecord
               WRITE CustomerData
