       01 WS-Value PIC X(63).
       01 WS-OutLine PIC X(80).
       01 WS-LetterCount PIC 9(5).
       01 WS-SuppressCount PIC 9(5).
       01 WS-ConsPurpose PIC X VALUE 'N'.
       01 WS-ConsValid PIC X.
       01 ListHeading.
           02 FILLER PIC X(7) VALUE "SEGGIO ".
           02 PrnStnCode PIC X(4).
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT LetterFile.
           MOVE ZERO TO WS-LetterCount WS-SuppressCount.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ AssignFile
           CLOSE AssignFile, LetterFile.
           DISPLAY WS-LetterCount " notification letters "
               "written to 111letters.prt".
           DISPLAY WS-SuppressCount " letters suppressed, no "
               "newsletter consent.".

       LoadTemplate.
           OPEN INPUT TemplateFile.
           CLOSE TemplateFile.

       PrintOneLetter.
           *> Le comunicazioni passano dalla finalita' newsletter:
           *> solo a chi ha il consenso valido (CONSCHK).
           CALL 'CONSCHK' USING AsMatr, WS-ConsPurpose, WS-ConsValid.
           IF WS-ConsValid NOT = 'Y'
               ADD 1 TO WS-SuppressCount
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TplCount
               PERFORM SubstituteLine
               IF J = 1
