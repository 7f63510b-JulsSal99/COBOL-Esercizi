       01 WS-Value PIC X(63).
       01 WS-OutLine PIC X(80).
       01 WS-LetterCount PIC 9(4) VALUE ZERO.
       01 WS-SuppressCount PIC 9(4).
       01 WS-ConsPurpose PIC X VALUE 'F'.
       01 WS-ConsValid PIC X.
       PROCEDURE DIVISION.
       StartPara.
      *> Anagrafe alumni: alimentata da GradArchive al momento
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT LetterFile.
           MOVE ZERO TO WS-LetterCount WS-SuppressCount.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-AlumCount
               MOVE AL-Rec(I) TO AlumniData
               PERFORM PrintOneLetter
           CLOSE LetterFile.
           DISPLAY WS-LetterCount " letters written to "
               "100letters.prt".
           DISPLAY WS-SuppressCount " letters suppressed, no "
               "fundraising consent.".

       LoadTemplate.
           OPEN INPUT TemplateFile.
           CLOSE TemplateFile.

       PrintOneLetter.
           *> Solo a chi ha un consenso valido per la raccolta
           *> fondi (CONSCHK).
           CALL 'CONSCHK' USING AlMatr, WS-ConsPurpose, WS-ConsValid.
           IF WS-ConsValid NOT = 'Y'
               ADD 1 TO WS-SuppressCount
               EXIT PARAGRAPH
           END-IF.
           MOVE AlNome TO WS-CallFirst.
           MOVE AlCognome TO WS-CallLast.
           CALL 'NAMEFMT' USING WS-CallFirst, WS-CallMiddle,
