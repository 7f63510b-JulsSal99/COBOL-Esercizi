       IDENTIFICATION DIVISION.
       PROGRAM-ID.       CourseEval.
       AUTHOR.       Giulio.
       DATE-WRITTEN.09/10/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QuestionFile ASSIGN TO "141evalq.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EqNum
               FILE STATUS IS WS-QuestStatus.
           SELECT AnswerFile ASSIGN TO "141evalans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AnsStatus.
           SELECT VoteFile ASSIGN TO "141evalvote.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EvKey
               FILE STATUS IS WS-VoteStatus.
           SELECT AttendFile ASSIGN TO "99attend.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AttStatus.
           SELECT RegFile ASSIGN TO "32examreg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RegStatus.
           SELECT CalFile ASSIGN TO "94acadcal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CalStatus.
           SELECT CourseFile ASSIGN TO "33courses.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CourseCode
               FILE STATUS IS WS-CourseStatus.
           SELECT ExaminerFile ASSIGN TO "129examiner.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ExrCourse
               FILE STATUS IS WS-ExrStatus.
           SELECT FacultyFile ASSIGN TO "129faculty.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FacCode
               FILE STATUS IS WS-FacStatus.
           SELECT EvalReport ASSIGN TO "141evalres.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD QuestionFile.
       COPY "EVALQ.cpy".
       FD AnswerFile.
       COPY "EVALANS.cpy".
       FD VoteFile.
       COPY "EVALVOTE.cpy".
       FD AttendFile.
       01 AttendData.
           02 AtCourse PIC 9(5).
           02 AtDate PIC 9(8).
           02 AtMatr PIC 9(5).
           02 AtPresent PIC X.
       FD RegFile.
       01 RegData.
           02 RegCourse PIC 9(5).
           02 RegDate PIC 9(8).
           02 RegMatr PIC 9(5).
           02 RegNome PIC X(20).
           02 RegCognome PIC X(20).
       FD CalFile.
       COPY "ACADCAL.cpy".
       FD CourseFile.
       COPY "COURSEREC.cpy".
       FD ExaminerFile.
       COPY "EXRREC.cpy".
       FD FacultyFile.
       COPY "FACREC.cpy".
       FD EvalReport.
       01 PrintLine PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-QuestStatus PIC XX.
       01 WS-AnsStatus PIC XX.
       01 WS-VoteStatus PIC XX.
       01 WS-AttStatus PIC XX.
       01 WS-RegStatus PIC XX.
       01 WS-CalStatus PIC XX.
       01 WS-CourseStatus PIC XX.
       01 WS-ExrStatus PIC XX.
       01 WS-FacStatus PIC XX.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-EOF PIC X.
       01 WS-Found PIC X.
       01 WS-Answer PIC X.
       01 WS-OpID PIC X(8).
       01 WS-OpRole PIC X.
       01 WS-SignonOK PIC X.
       01 WS-CalMode PIC X.
       01 WS-CalDate PIC 9(8).
       01 WS-CalValid PIC X.
       01 WS-ParmKey PIC X(12).
       01 WS-ParmValue PIC X(20).
       01 WS-ParmFound PIC X.
      *> SYSPARM EVALMINRESP: sotto questo numero di questionari i
      *> risultati del corso (o del docente) non si pubblicano.
       01 WS-MinResp PIC 9(3) VALUE 5.
       01 WS-AskTerm PIC 9(6).
       01 WS-AskCourse PIC 9(5).
       01 WS-AskMatr PIC 9(5).
       01 WS-AskNum PIC 99.
       01 WS-AskScale PIC 9.
       01 WS-AskText PIC X(60).
       01 WS-CourseName PIC X(30).
      *> Finestra del termine: frequenza tra inizio e fine, iscrizioni
      *> all'esame fino alla chiusura della sessione.
       01 WS-TermStart PIC 9(8).
       01 WS-TermEnd PIC 9(8).
       01 WS-ExamTo PIC 9(8).
       01 QuestTable.
           02 WS-QCount PIC 99 VALUE ZERO.
           02 QuestEntry OCCURS 20 TIMES
                   DEPENDING ON WS-QCount.
               03 QT-Num PIC 99.
               03 QT-Text PIC X(60).
               03 QT-Scale PIC 9.
       01 AnsTable.
           02 AN-Score PIC 9 OCCURS 20 TIMES.
       01 WS-Ballots PIC 9(4) VALUE ZERO.
      *> Coppie corso/matricola con diritto al questionario nel
      *> termine, per il tasso di risposta.
       01 EligTable.
           02 WS-EligCount PIC 9(5) VALUE ZERO.
           02 EligEntry OCCURS 9000 TIMES
                   DEPENDING ON WS-EligCount.
               03 EL-Course PIC 9(5).
               03 EL-Matr PIC 9(5).
      *> Unita' di aggregazione: 'C' corso, 'D' dipartimento, 'T'
      *> docente esaminatore. Per ogni domanda somma, numero di
      *> risposte e distribuzione dei punteggi 1-7.
       01 UnitTable.
           02 WS-UnitCount PIC 9(3) VALUE ZERO.
           02 UnitEntry OCCURS 400 TIMES
                   DEPENDING ON WS-UnitCount.
               03 UN-Key.
                   04 UN-Type PIC X.
                   04 UN-Code PIC X(20).
               03 UN-Name PIC X(30).
               03 UN-Dept PIC X(20).
               03 UN-Eligible PIC 9(5).
               03 UN-Resp PIC 9(5).
               03 UN-Quest OCCURS 20 TIMES.
                   04 UN-Sum PIC 9(7).
                   04 UN-N PIC 9(5).
                   04 UN-Dist PIC 9(5) OCCURS 7 TIMES.
       01 WS-SwapEntry PIC X(1021).
       01 I PIC 9(5).
       01 J PIC 9(3).
       01 Q PIC 99.
       01 S PIC 9.
       01 WS-UC PIC 9(3).
       01 WS-UD PIC 9(3).
       01 WS-UT PIC 9(3).
       01 WS-UX PIC 9(3).
       01 WS-LkType PIC X.
       01 WS-LkCode PIC X(20).
       01 WS-LkName PIC X(30).
       01 WS-LkDept PIC X(20).
       01 WS-CurCourse PIC 9(5).
       01 WS-CurDept PIC X(20).
       01 WS-CurCName PIC X(30).
       01 WS-CurFac PIC X(6).
       01 WS-CurFacName PIC X(30).
       01 WS-CurFacDept PIC X(20).
       01 WS-Avg PIC 9V99.
       01 WS-DeptAvg PIC 9V99.
       01 WS-Diff PIC S9V99.
       01 WS-Rate PIC 9(3).
       01 WS-PrevType PIC X.
       01 ReportHeading.
           02 FILLER PIC X(36) VALUE
               "COURSE EVALUATION RESULTS   term ".
           02 PrnTerm PIC 9(6).
           02 FILLER PIC X(18) VALUE "   min. risposte ".
           02 PrnMinResp PIC ZZ9.
       01 LegendLine.
           02 FILLER PIC XX VALUE "  ".
           02 FILLER PIC X VALUE "D".
           02 PrnLegNum PIC 99.
           02 FILLER PIC X(3) VALUE " (1".
           02 FILLER PIC X VALUE "-".
           02 PrnLegScale PIC 9.
           02 FILLER PIC XX VALUE ") ".
           02 PrnLegText PIC X(60).
       01 SectionLine.
           02 FILLER PIC X(4) VALUE "=== ".
           02 PrnSection PIC X(40).
       01 UnitHead.
           02 PrnUnitLabel PIC X(9).
           02 PrnUnitCode PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnUnitName PIC X(30).
       01 UnitHead2.
           02 FILLER PIC X(6) VALUE "  Dip.".
           02 FILLER PIC X VALUE SPACE.
           02 PrnUnitDept PIC X(20).
           02 FILLER PIC X(9) VALUE " aventi  ".
           02 PrnEligible PIC ZZZZ9.
           02 FILLER PIC X(11) VALUE "  risposte ".
           02 PrnResp PIC ZZZZ9.
           02 FILLER PIC X(8) VALUE "  tasso ".
           02 PrnRate PIC ZZ9.
           02 FILLER PIC X VALUE "%".
       01 QuestHeads.
           02 FILLER PIC X(30) VALUE
               "  Dom.  Media  Dip.  Diff.  ".
           02 FILLER PIC X(35) VALUE
               "    1    2    3    4    5    6    7".
       01 QuestLine.
           02 FILLER PIC X(3) VALUE "  D".
           02 PrnQNum PIC 99.
           02 FILLER PIC XX VALUE SPACE.
           02 PrnAvg PIC Z9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnDeptAvg PIC Z9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnDiff PIC +9.99.
           02 FILLER PIC XX VALUE SPACE.
           02 PrnDist PIC ZZZZ9 OCCURS 7 TIMES.
       01 SuppressLine.
           02 FILLER PIC X(33) VALUE
               "  Risultati soppressi: meno di ".
           02 PrnSupMin PIC ZZ9.
           02 FILLER PIC X(10) VALUE " risposte.".
       PROCEDURE DIVISION.
       StartPara.
      *> Questionari di valutazione della didattica a fine corso.
      *> Rispondono solo gli studenti con una presenza in
      *> 99attend.dat o un'iscrizione all'esame in 32examreg.dat nel
      *> termine, una volta per corso. Le risposte non portano la
      *> matricola: chi ha risposto sta a parte in 141evalvote.dat.
      *> I risultati vanno per corso e per docente esaminatore
      *> (129examiner.dat), col confronto sulla media del
      *> dipartimento.
           CALL 'SIGNON' USING WS-OpID, WS-OpRole, WS-SignonOK.
           IF WS-SignonOK NOT = 'Y'
               DISPLAY "Sign-on failed, program ends."
               STOP RUN
           END-IF.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "VALUTAZIONE DELLA DIDATTICA"
               DISPLAY "1 : Imposta una domanda (supervisore)"
               DISPLAY "2 : Elenco domande del questionario"
               DISPLAY "3 : Raccolta questionari di un corso"
               DISPLAY "4 : Risultati del termine"
               DISPLAY "0 : Fine"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM SetQuestion
                   WHEN 2 PERFORM ListQuestions
                   WHEN 3 PERFORM CaptureResponses
                   WHEN 4 PERFORM ResultsReport
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       SetQuestion.
           IF WS-OpRole NOT = 'S'
               DISPLAY "Solo i supervisori modificano il "
                   "questionario."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Numero domanda (01-20): " WITH NO ADVANCING.
           ACCEPT WS-AskNum.
           IF WS-AskNum = ZERO OR WS-AskNum > 20
               DISPLAY "Numero domanda non valido."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Testo (spazi = elimina la domanda): "
               WITH NO ADVANCING.
           ACCEPT WS-AskText.
           OPEN I-O QuestionFile.
           IF WS-QuestStatus = "35"
               OPEN OUTPUT QuestionFile
               CLOSE QuestionFile
               OPEN I-O QuestionFile
           END-IF.
           MOVE WS-AskNum TO EqNum.
           IF WS-AskText = SPACES
               DELETE QuestionFile
                   INVALID KEY DISPLAY "Domanda non presente."
                   NOT INVALID KEY
                       DISPLAY "Domanda " WS-AskNum " eliminata da "
                           WS-OpID "."
               END-DELETE
               CLOSE QuestionFile
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Scala, punteggio massimo (2-7): "
               WITH NO ADVANCING.
           ACCEPT WS-AskScale.
           IF WS-AskScale < 2 OR WS-AskScale > 7
               DISPLAY "Scala da 2 a 7."
               CLOSE QuestionFile
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AskText TO EqText.
           MOVE WS-AskScale TO EqScale.
           WRITE EvalQuestion
               INVALID KEY
                   REWRITE EvalQuestion
                       INVALID KEY DISPLAY "Domanda non aggiornata"
                   END-REWRITE
           END-WRITE.
           CLOSE QuestionFile.
           DISPLAY "Domanda " WS-AskNum " impostata da " WS-OpID ".".

       ListQuestions.
           PERFORM LoadQuestions.
           IF WS-QCount = ZERO
               DISPLAY "Questionario non ancora definito."
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > WS-QCount
               DISPLAY "D" QT-Num(Q) " (1-" QT-Scale(Q) ") "
                   QT-Text(Q)
           END-PERFORM.

       LoadQuestions.
           MOVE ZERO TO WS-QCount.
           OPEN INPUT QuestionFile.
           IF WS-QuestStatus NOT = "00"
               CLOSE QuestionFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           MOVE ZERO TO EqNum.
           START QuestionFile KEY IS NOT LESS THAN EqNum
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ QuestionFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-QCount < 20
                           ADD 1 TO WS-QCount
                           MOVE EqNum TO QT-Num(WS-QCount)
                           MOVE EqText TO QT-Text(WS-QCount)
                           MOVE EqScale TO QT-Scale(WS-QCount)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE QuestionFile.

       AskTerm.
           DISPLAY "Termine (aaaamm): " WITH NO ADVANCING.
           ACCEPT WS-AskTerm.
           MOVE 'T' TO WS-CalMode.
           MOVE ZERO TO WS-CalDate.
           CALL 'ACADCHK' USING WS-CalMode, WS-AskTerm, WS-CalDate,
               WS-CalValid.
           IF WS-CalValid = 'N'
               DISPLAY "Termine non nel calendario accademico."
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-TermStart WS-TermEnd WS-ExamTo.
           OPEN INPUT CalFile.
           IF WS-CalStatus = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CalFile
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CalTerm = WS-AskTerm
                               MOVE CalStart TO WS-TermStart
                               MOVE CalEnd TO WS-TermEnd
                               MOVE CalExamTo TO WS-ExamTo
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CalFile.
           IF WS-ExamTo < WS-TermEnd
               MOVE WS-TermEnd TO WS-ExamTo
           END-IF.

       CaptureResponses.
           PERFORM LoadQuestions.
           IF WS-QCount = ZERO
               DISPLAY "Questionario non ancora definito."
               EXIT PARAGRAPH
           END-IF.
           PERFORM AskTerm.
           IF WS-CalValid = 'N'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Corso: " WITH NO ADVANCING.
           ACCEPT WS-AskCourse.
           PERFORM GetCourse.
           IF WS-Found = 'N'
               DISPLAY "Corso non in catalogo."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY WS-CourseName.
           MOVE ZERO TO WS-Ballots.
           MOVE 'Y' TO WS-Answer.
           PERFORM UNTIL WS-Answer NOT = 'Y' AND WS-Answer NOT = 'y'
               PERFORM CaptureOneBallot
               DISPLAY "Un altro questionario? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WS-Answer
           END-PERFORM.
           DISPLAY WS-Ballots " questionari registrati per il corso "
               WS-AskCourse ".".

       CaptureOneBallot.
           DISPLAY "Matricola: " WITH NO ADVANCING.
           ACCEPT WS-AskMatr.
           PERFORM CheckEligible.
           IF WS-Found = 'N'
               DISPLAY "Nessuna frequenza ne' iscrizione all'esame "
                   "nel termine, rifiutato."
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O VoteFile.
           IF WS-VoteStatus = "35"
               OPEN OUTPUT VoteFile
               CLOSE VoteFile
               OPEN I-O VoteFile
           END-IF.
           MOVE WS-AskCourse TO EvCourse.
           MOVE WS-AskTerm TO EvTerm.
           MOVE WS-AskMatr TO EvMatr.
           READ VoteFile
               INVALID KEY MOVE 'N' TO WS-Found
           END-READ.
           IF WS-Found = 'Y'
               DISPLAY "Questionario gia' compilato, rifiutato."
               CLOSE VoteFile
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > WS-QCount
               DISPLAY "D" QT-Num(Q) " " QT-Text(Q)
               MOVE 9 TO AN-Score(Q)
               PERFORM UNTIL AN-Score(Q) <= QT-Scale(Q)
                   DISPLAY "  Punteggio 1-" QT-Scale(Q)
                       " (0 = non risponde): " WITH NO ADVANCING
                   ACCEPT AN-Score(Q)
               END-PERFORM
           END-PERFORM.
           *> Prima si segna la partecipazione, poi le risposte
           *> vanno in coda senza alcun riferimento allo studente.
           MOVE WS-AskCourse TO EvCourse.
           MOVE WS-AskTerm TO EvTerm.
           MOVE WS-AskMatr TO EvMatr.
           MOVE 'Y' TO WS-Found.
           WRITE EvalVote
               INVALID KEY MOVE 'N' TO WS-Found
           END-WRITE.
           CLOSE VoteFile.
           IF WS-Found = 'N'
               DISPLAY "Questionario gia' compilato, rifiutato."
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND AnswerFile.
           IF WS-AnsStatus = "35"
               OPEN OUTPUT AnswerFile
               CLOSE AnswerFile
               OPEN EXTEND AnswerFile
           END-IF.
           MOVE WS-AskCourse TO EaCourse.
           MOVE WS-AskTerm TO EaTerm.
           MOVE ZERO TO EaQuestion.
           MOVE ZERO TO EaScore.
           WRITE EvalAnswer.
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > WS-QCount
               IF AN-Score(Q) > ZERO
                   MOVE QT-Num(Q) TO EaQuestion
                   MOVE AN-Score(Q) TO EaScore
                   WRITE EvalAnswer
               END-IF
           END-PERFORM.
           CLOSE AnswerFile.
           ADD 1 TO WS-Ballots.
           DISPLAY "Questionario registrato.".

       CheckEligible.
           MOVE 'N' TO WS-Found.
           OPEN INPUT AttendFile.
           IF WS-AttStatus = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y' OR WS-Found = 'Y'
                   READ AttendFile
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF AtCourse = WS-AskCourse
                                   AND AtMatr = WS-AskMatr
                                   AND AtPresent = 'P'
                                   AND AtDate >= WS-TermStart
                                   AND AtDate <= WS-TermEnd
                               MOVE 'Y' TO WS-Found
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE AttendFile.
           IF WS-Found = 'Y'
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT RegFile.
           IF WS-RegStatus = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y' OR WS-Found = 'Y'
                   READ RegFile
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF RegCourse = WS-AskCourse
                                   AND RegMatr = WS-AskMatr
                                   AND RegDate >= WS-TermStart
                                   AND RegDate <= WS-ExamTo
                               MOVE 'Y' TO WS-Found
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RegFile.

       ResultsReport.
           PERFORM LoadQuestions.
           IF WS-QCount = ZERO
               DISPLAY "Questionario non ancora definito."
               EXIT PARAGRAPH
           END-IF.
           PERFORM AskTerm.
           IF WS-CalValid = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE "EVALMINRESP" TO WS-ParmKey.
           CALL 'PARMGET' USING WS-ParmKey, WS-ParmValue,
               WS-ParmFound.
           IF WS-ParmFound = 'Y' AND WS-ParmValue(1:3) IS NUMERIC
               MOVE WS-ParmValue(1:3) TO WS-MinResp
           END-IF.
           MOVE ZERO TO WS-UnitCount WS-EligCount.
           MOVE ZERO TO WS-CurCourse WS-UC.
           OPEN INPUT CourseFile, ExaminerFile, FacultyFile.
           PERFORM TallyAnswers.
           PERFORM CollectEligible.
           CLOSE CourseFile, ExaminerFile, FacultyFile.
           IF WS-UnitCount = ZERO
               DISPLAY "Nessun questionario ne' avente diritto nel "
                   "termine."
               EXIT PARAGRAPH
           END-IF.
           PERFORM SortUnits.
           PERFORM PrintResults.
           DISPLAY "Risultati su 141evalres.rpt".

       TallyAnswers.
           OPEN INPUT AnswerFile.
           IF WS-AnsStatus NOT = "00"
               CLOSE AnswerFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ AnswerFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EaTerm = WS-AskTerm
                           PERFORM TallyOneAnswer
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AnswerFile.

       TallyOneAnswer.
           IF EaCourse NOT = WS-CurCourse OR WS-UC = ZERO
               MOVE EaCourse TO WS-CurCourse
               PERFORM LocateCourseUnits
           END-IF.
           IF WS-UC = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF EaQuestion = ZERO
               ADD 1 TO UN-Resp(WS-UC)
               IF WS-UD NOT = ZERO
                   ADD 1 TO UN-Resp(WS-UD)
               END-IF
               IF WS-UT NOT = ZERO
                   ADD 1 TO UN-Resp(WS-UT)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING Q FROM 1 BY 1
                   UNTIL Q > WS-QCount OR QT-Num(Q) = EaQuestion
               CONTINUE
           END-PERFORM.
           IF Q > WS-QCount
               EXIT PARAGRAPH
           END-IF.
           IF EaScore = ZERO OR EaScore > QT-Scale(Q)
               EXIT PARAGRAPH
           END-IF.
           MOVE EaScore TO S.
           MOVE WS-UC TO WS-UX.
           PERFORM AddScore.
           IF WS-UD NOT = ZERO
               MOVE WS-UD TO WS-UX
               PERFORM AddScore
           END-IF.
           IF WS-UT NOT = ZERO
               MOVE WS-UT TO WS-UX
               PERFORM AddScore
           END-IF.

       AddScore.
           ADD S TO UN-Sum(WS-UX, Q).
           ADD 1 TO UN-N(WS-UX, Q).
           ADD 1 TO UN-Dist(WS-UX, Q, S).

       LocateCourseUnits.
           *> Il corso porta con se' il suo dipartimento e il docente
           *> esaminatore; il docente conta nel dipartimento di
           *> 129faculty.dat, se registrato.
           MOVE SPACES TO WS-CurCName WS-CurDept WS-CurFac
               WS-CurFacName WS-CurFacDept.
           MOVE WS-CurCourse TO CourseCode.
           READ CourseFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE CourseName TO WS-CurCName
                   MOVE CourseDept TO WS-CurDept
           END-READ.
           MOVE WS-CurCourse TO ExrCourse.
           READ ExaminerFile
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE ExrFacCode TO WS-CurFac
           END-READ.
           IF WS-CurFac NOT = SPACES
               MOVE WS-CurDept TO WS-CurFacDept
               MOVE WS-CurFac TO FacCode
               READ FacultyFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE FacName TO WS-CurFacName
                       MOVE FacDept TO WS-CurFacDept
               END-READ
           END-IF.
           MOVE 'C' TO WS-LkType.
           MOVE SPACES TO WS-LkCode.
           MOVE WS-CurCourse TO WS-LkCode(1:5).
           MOVE WS-CurCName TO WS-LkName.
           MOVE WS-CurDept TO WS-LkDept.
           PERFORM FindUnit.
           MOVE WS-UX TO WS-UC.
           MOVE 'D' TO WS-LkType.
           MOVE WS-CurDept TO WS-LkCode.
           MOVE SPACES TO WS-LkName.
           MOVE WS-CurDept TO WS-LkDept.
           PERFORM FindUnit.
           MOVE WS-UX TO WS-UD.
           MOVE ZERO TO WS-UT.
           IF WS-CurFac NOT = SPACES
               MOVE 'T' TO WS-LkType
               MOVE WS-CurFac TO WS-LkCode
               MOVE WS-CurFacName TO WS-LkName
               MOVE WS-CurFacDept TO WS-LkDept
               PERFORM FindUnit
               MOVE WS-UX TO WS-UT
           END-IF.

       FindUnit.
           PERFORM VARYING WS-UX FROM 1 BY 1
                   UNTIL WS-UX > WS-UnitCount
                       OR (UN-Type(WS-UX) = WS-LkType
                           AND UN-Code(WS-UX) = WS-LkCode)
               CONTINUE
           END-PERFORM.
           IF WS-UX <= WS-UnitCount
               EXIT PARAGRAPH
           END-IF.
           IF WS-UnitCount >= 400
               MOVE ZERO TO WS-UX
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-UnitCount.
           MOVE WS-LkType TO UN-Type(WS-UX).
           MOVE WS-LkCode TO UN-Code(WS-UX).
           MOVE WS-LkName TO UN-Name(WS-UX).
           MOVE WS-LkDept TO UN-Dept(WS-UX).
           MOVE ZERO TO UN-Eligible(WS-UX) UN-Resp(WS-UX).
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > 20
               MOVE ZERO TO UN-Sum(WS-UX, Q) UN-N(WS-UX, Q)
               PERFORM VARYING S FROM 1 BY 1 UNTIL S > 7
                   MOVE ZERO TO UN-Dist(WS-UX, Q, S)
               END-PERFORM
           END-PERFORM.

       CollectEligible.
           OPEN INPUT AttendFile.
           IF WS-AttStatus = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AttendFile
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF AtPresent = 'P'
                                   AND AtDate >= WS-TermStart
                                   AND AtDate <= WS-TermEnd
                               MOVE AtCourse TO WS-AskCourse
                               MOVE AtMatr TO WS-AskMatr
                               PERFORM AddEligible
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE AttendFile.
           OPEN INPUT RegFile.
           IF WS-RegStatus = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RegFile
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF RegDate >= WS-TermStart
                                   AND RegDate <= WS-ExamTo
                               MOVE RegCourse TO WS-AskCourse
                               MOVE RegMatr TO WS-AskMatr
                               PERFORM AddEligible
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RegFile.

       AddEligible.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-EligCount
                       OR (EL-Course(I) = WS-AskCourse
                           AND EL-Matr(I) = WS-AskMatr)
               CONTINUE
           END-PERFORM.
           IF I <= WS-EligCount OR WS-EligCount >= 9000
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EligCount.
           MOVE WS-AskCourse TO EL-Course(I).
           MOVE WS-AskMatr TO EL-Matr(I).
           IF WS-AskCourse NOT = WS-CurCourse OR WS-UC = ZERO
               MOVE WS-AskCourse TO WS-CurCourse
               PERFORM LocateCourseUnits
           END-IF.
           IF WS-UC = ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO UN-Eligible(WS-UC).
           IF WS-UD NOT = ZERO
               ADD 1 TO UN-Eligible(WS-UD)
           END-IF.
           IF WS-UT NOT = ZERO
               ADD 1 TO UN-Eligible(WS-UT)
           END-IF.

       SortUnits.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= WS-UnitCount
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > WS-UnitCount - I
                   IF UN-Key(J) > UN-Key(J + 1)
                       MOVE UnitEntry(J) TO WS-SwapEntry
                       MOVE UnitEntry(J + 1) TO UnitEntry(J)
                       MOVE WS-SwapEntry TO UnitEntry(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       PrintResults.
           OPEN OUTPUT EvalReport.
           MOVE WS-AskTerm TO PrnTerm.
           MOVE WS-MinResp TO PrnMinResp.
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING PAGE.
           MOVE SPACES TO PrintLine.
           WRITE PrintLine AFTER ADVANCING 1 LINE.
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > WS-QCount
               MOVE QT-Num(Q) TO PrnLegNum
               MOVE QT-Scale(Q) TO PrnLegScale
               MOVE QT-Text(Q) TO PrnLegText
               WRITE PrintLine FROM LegendLine AFTER ADVANCING 1 LINE
           END-PERFORM.
           MOVE SPACE TO WS-PrevType.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-UnitCount
               IF UN-Type(J) NOT = WS-PrevType
                   MOVE UN-Type(J) TO WS-PrevType
                   EVALUATE UN-Type(J)
                       WHEN 'C' MOVE "PER CORSO" TO PrnSection
                       WHEN 'D' MOVE "MEDIE DI DIPARTIMENTO"
                                    TO PrnSection
                       WHEN OTHER MOVE "PER DOCENTE" TO PrnSection
                   END-EVALUATE
                   WRITE PrintLine FROM SectionLine
                       AFTER ADVANCING 2 LINES
               END-IF
               PERFORM PrintOneUnit
           END-PERFORM.
           CLOSE EvalReport.

       PrintOneUnit.
           EVALUATE UN-Type(J)
               WHEN 'C' MOVE "Corso" TO PrnUnitLabel
               WHEN 'D' MOVE "Dip." TO PrnUnitLabel
               WHEN OTHER MOVE "Docente" TO PrnUnitLabel
           END-EVALUATE.
           MOVE UN-Code(J) TO PrnUnitCode.
           MOVE UN-Name(J) TO PrnUnitName.
           WRITE PrintLine FROM UnitHead AFTER ADVANCING 2 LINES.
           MOVE UN-Dept(J) TO PrnUnitDept.
           MOVE UN-Eligible(J) TO PrnEligible.
           MOVE UN-Resp(J) TO PrnResp.
           MOVE ZERO TO WS-Rate.
           IF UN-Eligible(J) > ZERO
               IF UN-Resp(J) >= UN-Eligible(J)
                   MOVE 100 TO WS-Rate
               ELSE
                   COMPUTE WS-Rate ROUNDED =
                       UN-Resp(J) * 100 / UN-Eligible(J)
               END-IF
           END-IF.
           MOVE WS-Rate TO PrnRate.
           WRITE PrintLine FROM UnitHead2 AFTER ADVANCING 1 LINE.
           IF UN-Resp(J) < WS-MinResp
               MOVE WS-MinResp TO PrnSupMin
               WRITE PrintLine FROM SuppressLine
                   AFTER ADVANCING 1 LINE
               EXIT PARAGRAPH
           END-IF.
           *> Media di confronto: la riga del dipartimento del corso
           *> o del docente.
           MOVE 'D' TO WS-LkType.
           MOVE UN-Dept(J) TO WS-LkCode.
           PERFORM VARYING WS-UD FROM 1 BY 1
                   UNTIL WS-UD > WS-UnitCount
                       OR (UN-Type(WS-UD) = WS-LkType
                           AND UN-Code(WS-UD) = WS-LkCode)
               CONTINUE
           END-PERFORM.
           WRITE PrintLine FROM QuestHeads AFTER ADVANCING 1 LINE.
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > WS-QCount
               PERFORM PrintOneQuestion
           END-PERFORM.

       PrintOneQuestion.
           MOVE QT-Num(Q) TO PrnQNum.
           MOVE ZERO TO WS-Avg WS-DeptAvg.
           IF UN-N(J, Q) > ZERO
               COMPUTE WS-Avg ROUNDED = UN-Sum(J, Q) / UN-N(J, Q)
           END-IF.
           IF WS-UD <= WS-UnitCount
               IF UN-N(WS-UD, Q) > ZERO
                   COMPUTE WS-DeptAvg ROUNDED =
                       UN-Sum(WS-UD, Q) / UN-N(WS-UD, Q)
               END-IF
           END-IF.
           COMPUTE WS-Diff = WS-Avg - WS-DeptAvg.
           MOVE WS-Avg TO PrnAvg.
           MOVE WS-DeptAvg TO PrnDeptAvg.
           MOVE WS-Diff TO PrnDiff.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > 7
               MOVE UN-Dist(J, Q, S) TO PrnDist(S)
           END-PERFORM.
           WRITE PrintLine FROM QuestLine AFTER ADVANCING 1 LINE.

       GetCourse.
           MOVE 'N' TO WS-Found.
           MOVE SPACES TO WS-CourseName.
           OPEN INPUT CourseFile.
           IF WS-CourseStatus = "00"
               MOVE WS-AskCourse TO CourseCode
               READ CourseFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-Found
                       MOVE CourseName TO WS-CourseName
               END-READ
           END-IF.
           CLOSE CourseFile.
