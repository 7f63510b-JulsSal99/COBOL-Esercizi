       01 WS-JrnFileCode PIC X(8) VALUE "STUDENTI".
       01 WS-JrnAction PIC X(8).
       01 WS-JrnKey PIC X(10).
       01 WS-JrnBefore PIC X(200).
       01 WS-JrnAfter PIC X(200).
       01 WS-CtlFileCode PIC X(8) VALUE "STUDENTI".
       01 WS-CtlProgram PIC X(12) VALUE "GRADARCHIVE".
       01 WS-CtlType PIC X(8).
