       01 WS-Value PIC X(63).
       01 WS-OutLine PIC X(80).
       01 WS-LetterCount PIC 9(4) VALUE ZERO.
       01 WS-SuppressCount PIC 9(4) VALUE ZERO.
       01 WS-ConsPurpose PIC X VALUE 'M'.
       01 WS-ConsValid PIC X.
      *> Il saldo in lettera e' quello verso la societa' corrente.
       01 WS-Company PIC X(2).
       01 WS-CmpName PIC X(30).
       PROCEDURE DIVISION.
       MainPara.
           CALL 'COMPGET' USING WS-Company, WS-CmpName.
           DISPLAY "Letters for company " WS-Company " " WS-CmpName.
           PERFORM LoadTemplate.
           IF WS-TplCount = ZERO
               DISPLAY "Template 42letter.tpl vuoto, run annullato."
           CLOSE CustomerFIle, LetterFile.
           DISPLAY WS-LetterCount " letters written to "
               "42letters.prt".
           DISPLAY WS-SuppressCount " letters suppressed, no "
               "marketing consent.".
           STOP RUN.

       LoadTemplate.
           END-PERFORM.

       PrintOneLetter.
           *> Solo a chi ha un consenso marketing valido (CONSCHK).
           CALL 'CONSCHK' USING IDNum, WS-ConsPurpose, WS-ConsValid.
           IF WS-ConsValid NOT = 'Y'
               ADD 1 TO WS-SuppressCount
               EXIT PARAGRAPH
           END-IF.
           MOVE FirstName TO WS-CallFirst.
           MOVE LastName TO WS-CallLast.
           CALL 'NAMEFMT' USING WS-CallFirst, WS-CallMiddle,
                       AT END MOVE 'Y' TO WS-RegEOF
                       NOT AT END
                           IF InvCustID = IDNum
                                   AND InvCompany = WS-Company
                               ADD InvGross TO WS-Balance
                               *> Incassato della fattura per
                               *> chiave alternativa (PAYBAL).
