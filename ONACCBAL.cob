       01 WS-PayStatus PIC XX.
       01 WS-PayEOF PIC X.
       01 WS-StartOK PIC X.
       01 WS-Company PIC X(2).
       01 WS-CmpName PIC X(30).
       LINKAGE SECTION.
       01 LCustID PIC 9(5).
       01 LOnAcct PIC S9(8)V99.
       PROCEDURE DIVISION USING LCustID, LOnAcct.
      *> Acconto residuo di un cliente: ricevuto ('A') meno
      *> applicato ('U'). Giro completo del file: gli acconti sono
      *> pochi e non hanno chiave per cliente. Contano solo gli
      *> acconti tenuti dalla societa' corrente (COMPGET).
       MainPara.
           MOVE ZERO TO LOnAcct.
           CALL 'COMPGET' USING WS-Company, WS-CmpName.
           OPEN INPUT PaymentFile.
           IF WS-PayStatus NOT = "00"
               CLOSE PaymentFile
                       AT END MOVE 'Y' TO WS-PayEOF
                       NOT AT END
                           IF PayCustID = LCustID
                                   AND PayCompany = WS-Company
                               IF PayOnAccount
                                   ADD PayAmount TO LOnAcct
                               END-IF
