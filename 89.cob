           SELECT ExamResults ASSIGN TO "7examres.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ExamResStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ExamResults.
       COPY "EXAMREC.cpy".
       WORKING-STORAGE SECTION.
       01 WS-ExamResStatus PIC XX.
       01 WS-EOF PIC X.
       01 WS-Answer PIC X.
       01 WS-Found PIC X.
       01 WS-NewScore PIC 9(3).
       01 WS-NewGrade PIC X.
       01 WS-Reason PIC X(30).
       COPY "CORRREC.cpy".
       01 WS-CqType PIC X(8) VALUE "GRADE".
       01 WS-CqKey PIC X(15).
       01 WS-CqBefore PIC X(140).
       01 WS-CqAfter PIC X(140).
       01 WS-CqNum PIC 9(5).
       PROCEDURE DIVISION.
       StartPara.
      *> Rettifica voti sorvegliata: 7examres.dat e' append-only
      *> per i programmi d'esame, qui la correzione passa da una
      *> transazione con prima/dopo, operatore (SIGNON) e causale.
      *> La rettifica va in coda di approvazione (CHGQADD): la
      *> registra e la applica ChangeQueue (150.cob) quando un
      *> secondo operatore approvatore la accetta, segnando
      *> statistiche e transcript da rigenerare.
           CALL 'SIGNON' USING WS-OpID, WS-OpRole, WS-SignonOK.
           IF WS-SignonOK NOT = 'Y'
               DISPLAY "Sign-on failed, program ends."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ComputeNewGrade.
           PERFORM QueueCorrection.

       FindResult.
           MOVE 'N' TO WS-Found.
               WHEN OTHER MOVE "F" TO WS-NewGrade
           END-EVALUATE.

       QueueCorrection.
           ACCEPT CorrDate FROM DATE YYYYMMDD.
           ACCEPT CorrTime FROM TIME.
           MOVE WS-OpID TO CorrOpID.
           MOVE WS-NewScore TO CorrNewScore.
           MOVE WS-NewGrade TO CorrNewGrade.
           MOVE WS-Reason TO CorrReason.
           MOVE SPACES TO WS-CqKey.
           STRING WS-AskMatr WS-AskCourse WS-AskAttempt
               DELIMITED BY SIZE INTO WS-CqKey
           END-STRING.
           MOVE SPACES TO WS-CqBefore.
           MOVE ExamResData TO WS-CqBefore.
           MOVE CorrData TO WS-CqAfter.
           CALL 'CHGQADD' USING WS-CqType, WS-CqKey, WS-OpID,
               WS-CqBefore, WS-CqAfter, WS-CqNum.
           IF WS-CqNum = ZERO
               DISPLAY "Correction NOT queued, grade unchanged."
           ELSE
               DISPLAY "Correction to " WS-NewScore " ("
                   WS-NewGrade ") queued for approval as change "
                   WS-CqNum "."
           END-IF.
