       01 WS-SignonOK PIC X.
       01 WS-SurvID PIC 9(5).
       01 WS-RetID PIC 9(5).
       01 WS-SurvData PIC X(200).
       01 WS-RetData PIC X(200).
       01 WS-OrdMoved PIC 9(4).
       01 WS-InvMoved PIC 9(4).
       01 WS-CrnMoved PIC 9(4).
       01 WS-JrnFileCode PIC X(8).
       01 WS-JrnAction PIC X(8).
       01 WS-JrnKey PIC X(10).
       01 WS-JrnBefore PIC X(200).
       01 WS-JrnAfter PIC X(200).
       PROCEDURE DIVISION.
       StartPara.
      *> Fusione sorvegliata dei doppioni segnalati da
