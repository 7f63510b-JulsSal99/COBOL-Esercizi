       IDENTIFICATION DIVISION.
       PROGRAM-ID.       ExamClash.
       AUTHOR.       Giulio.
       DATE-WRITTEN.24/09/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RegFile ASSIGN TO "32examreg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RegStatus.
           SELECT CalFile ASSIGN TO "94acadcal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CalStatus.
           SELECT ClashReport ASSIGN TO "131clash.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RegFile.
       01 RegData.
           02 RegCourse PIC 9(5).
           02 RegDate PIC 9(8).
           02 RegMatr PIC 9(5).
           02 RegNome PIC X(20).
           02 RegCognome PIC X(20).
       FD CalFile.
       COPY "ACADCAL.cpy".
       FD ClashReport.
       01 PrintLine PIC X(90).
       WORKING-STORAGE SECTION.
       01 WS-RegStatus PIC XX.
       01 WS-CalStatus PIC XX.
       01 WS-EOF PIC X.
       01 WS-Found PIC X.
       01 WS-AskTerm PIC 9(6).
       01 WS-ExamFrom PIC 9(8).
       01 WS-ExamTo PIC 9(8).
       01 WS-FromInt PIC 9(7).
       01 WS-ToInt PIC 9(7).
      *> Iscrizioni della finestra d'esame, in ordine di matricola
      *> e data.
       01 RegTable.
           02 WS-RegCount PIC 9(4) VALUE ZERO.
           02 RegEntry OCCURS 3000 TIMES
                   DEPENDING ON WS-RegCount.
               03 RG-Matr PIC 9(5).
               03 RG-DayInt PIC 9(7).
               03 RG-Course PIC 9(5).
               03 RG-Date PIC 9(8).
               03 RG-Cognome PIC X(20).
       01 WS-RegSwap PIC X(45).
      *> Appelli (corso, data) della finestra con gli iscritti.
       01 SessTable.
           02 WS-SessCount PIC 9(3) VALUE ZERO.
           02 SessEntry OCCURS 300 TIMES
                   DEPENDING ON WS-SessCount.
               03 SS-Course PIC 9(5).
               03 SS-Date PIC 9(8).
               03 SS-Count PIC 9(4).
      *> Coppie di appelli con studenti in comune lo stesso giorno
      *> o in giorni consecutivi.
       01 PairTable.
           02 WS-PairCount PIC 9(3) VALUE ZERO.
           02 PairEntry OCCURS 300 TIMES
                   DEPENDING ON WS-PairCount.
               03 PA-CourseA PIC 9(5).
               03 PA-DateA PIC 9(8).
               03 PA-CourseB PIC 9(5).
               03 PA-DateB PIC 9(8).
               03 PA-Same PIC 9(4).
               03 PA-Adj PIC 9(4).
      *> Le tre date migliori per l'appello da spostare.
       01 BestTable.
           02 BestEntry OCCURS 3 TIMES.
               03 BT-DayInt PIC 9(7).
               03 BT-Same PIC 9(4).
               03 BT-Adj PIC 9(4).
       01 I PIC 9(4).
       01 J PIC 9(4).
       01 P PIC 9(4).
       01 Q PIC 9(4).
       01 B PIC 9.
       01 WS-Gap PIC S9(7).
       01 WS-ClashCount PIC 9(5).
       01 WS-StudCount PIC 9(5).
       01 WS-LastMatr PIC 9(5).
       01 WS-StudClash PIC X.
       01 WS-CourseA PIC 9(5).
       01 WS-DateA PIC 9(8).
       01 WS-CourseB PIC 9(5).
       01 WS-DateB PIC 9(8).
       01 WS-Kind PIC X.
       01 WS-MoveCourse PIC 9(5).
       01 WS-MoveDate PIC 9(8).
       01 WS-MoveInt PIC 9(7).
       01 WS-CandInt PIC 9(7).
       01 WS-CandSame PIC 9(4).
       01 WS-CandAdj PIC 9(4).
       01 WS-CurSame PIC 9(4).
       01 WS-CurAdj PIC 9(4).
       01 WS-CountA PIC 9(4).
       01 WS-CountB PIC 9(4).
       01 WS-SessFound PIC 9(4).
       01 WS-Dow PIC 9.
       01 ReportHeading.
           02 FILLER PIC X(34) VALUE
               "EXAM CLASH ANALYSIS  term ".
           02 PrnTerm PIC 9(6).
           02 FILLER PIC X(10) VALUE "  window ".
           02 PrnFrom PIC 9(8).
           02 FILLER PIC X(3) VALUE " - ".
           02 PrnTo PIC 9(8).
       01 SectionLine PIC X(60).
       01 StudColHeads.
           02 FILLER PIC X(27) VALUE "Matr.  Cognome".
           02 FILLER PIC X(44) VALUE
               "Corso Data      Corso Data      Distanza".
       01 StudLine.
           02 PrnMatr PIC 9(5).
           02 FILLER PIC XX VALUE SPACE.
           02 PrnCognome PIC X(20).
           02 PrnCourseA PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDateA PIC 9(8).
           02 FILLER PIC XX VALUE SPACE.
           02 PrnCourseB PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDateB PIC 9(8).
           02 FILLER PIC XX VALUE SPACE.
           02 PrnKind PIC X(12).
       01 StudTotLine.
           02 FILLER PIC X(24) VALUE "Students with clashes: ".
           02 PrnStudCount PIC ZZZZ9.
           02 FILLER PIC X(17) VALUE "   clash pairs: ".
           02 PrnClashCount PIC ZZZZ9.
       01 PairLine.
           02 PrnPCourseA PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnPDateA PIC 9(8).
           02 FILLER PIC X VALUE "(".
           02 PrnPCountA PIC ZZZ9.
           02 FILLER PIC X(6) VALUE ") and ".
           02 PrnPCourseB PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnPDateB PIC 9(8).
           02 FILLER PIC X VALUE "(".
           02 PrnPCountB PIC ZZZ9.
           02 FILLER PIC X(13) VALUE ")  same day: ".
           02 PrnPSame PIC ZZZ9.
           02 FILLER PIC X(12) VALUE "  next day: ".
           02 PrnPAdj PIC ZZZ9.
       01 MoveLine.
           02 FILLER PIC X(15) VALUE "    move corso ".
           02 PrnMCourse PIC 9(5).
           02 FILLER PIC X(6) VALUE " from ".
           02 PrnMDate PIC 9(8).
           02 FILLER PIC X(18) VALUE "  (now same day: ".
           02 PrnMSame PIC ZZZ9.
           02 FILLER PIC X(12) VALUE "  next day: ".
           02 PrnMAdj PIC ZZZ9.
           02 FILLER PIC X VALUE ")".
       01 ProposalLine.
           02 FILLER PIC X(10) VALUE SPACE.
           02 FILLER PIC X(8) VALUE "to date ".
           02 PrnPropDate PIC 9(8).
           02 FILLER PIC X(13) VALUE "  same day: ".
           02 PrnPropSame PIC ZZZ9.
           02 FILLER PIC X(12) VALUE "  next day: ".
           02 PrnPropAdj PIC ZZZ9.
       PROCEDURE DIVISION.
       MainPara.
      *> Sovrapposizioni d'esame degli studenti nella finestra
      *> d'esame di un termine: studenti con due esami lo stesso
      *> giorno o in giorni consecutivi, coppie di appelli con il
      *> numero di studenti coinvolti e, per ogni coppia, le date
      *> alternative della finestra che riducono le sovrapposizioni
      *> per l'appello con meno iscritti.
           DISPLAY "Term (aaaamm): " WITH NO ADVANCING.
           ACCEPT WS-AskTerm.
           PERFORM GetExamWindow.
           IF WS-Found = 'N'
               DISPLAY "Term " WS-AskTerm " not in the academic "
                   "calendar."
               STOP RUN
           END-IF.
           COMPUTE WS-FromInt = FUNCTION INTEGER-OF-DATE(WS-ExamFrom).
           COMPUTE WS-ToInt = FUNCTION INTEGER-OF-DATE(WS-ExamTo).
           PERFORM LoadRegistrations.
           IF WS-RegCount = ZERO
               DISPLAY "No registrations in the exam window."
               STOP RUN
           END-IF.
           PERFORM SortRegistrations.
           OPEN OUTPUT ClashReport.
           MOVE WS-AskTerm TO PrnTerm.
           MOVE WS-ExamFrom TO PrnFrom.
           MOVE WS-ExamTo TO PrnTo.
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING PAGE.
           PERFORM StudentClashes.
           PERFORM PairProposals.
           CLOSE ClashReport.
           DISPLAY WS-StudCount " students with close exams, "
               WS-PairCount " session pairs, report in "
               "131clash.rpt.".
           STOP RUN.

       GetExamWindow.
           MOVE 'N' TO WS-Found.
           OPEN INPUT CalFile.
           IF WS-CalStatus = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CalFile
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CalTerm = WS-AskTerm
                               MOVE 'Y' TO WS-Found
                               MOVE CalExamFrom TO WS-ExamFrom
                               MOVE CalExamTo TO WS-ExamTo
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CalFile.

       LoadRegistrations.
           MOVE ZERO TO WS-RegCount WS-SessCount.
           OPEN INPUT RegFile.
           IF WS-RegStatus NOT = "00"
               CLOSE RegFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ RegFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RegDate >= WS-ExamFrom
                               AND RegDate <= WS-ExamTo
                           PERFORM AddRegistration
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RegFile.
           IF WS-RegCount >= 3000
               DISPLAY "Warning: more than 3000 registrations, "
                   "analysis incomplete."
           END-IF.

       AddRegistration.
           IF WS-RegCount >= 3000
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RegCount.
           MOVE RegMatr TO RG-Matr(WS-RegCount).
           MOVE RegCourse TO RG-Course(WS-RegCount).
           MOVE RegDate TO RG-Date(WS-RegCount).
           COMPUTE RG-DayInt(WS-RegCount) =
               FUNCTION INTEGER-OF-DATE(RegDate).
           MOVE RegCognome TO RG-Cognome(WS-RegCount).
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WS-SessCount
                   OR (SS-Course(J) = RegCourse
                       AND SS-Date(J) = RegDate)
               CONTINUE
           END-PERFORM.
           IF J > WS-SessCount
               IF WS-SessCount >= 300
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SessCount
               MOVE RegCourse TO SS-Course(J)
               MOVE RegDate TO SS-Date(J)
               MOVE ZERO TO SS-Count(J)
           END-IF.
           ADD 1 TO SS-Count(J).

       SortRegistrations.
           *> Ordinamento a scambio per matricola e giorno.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= WS-RegCount
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J >= WS-RegCount - I + 1
                   IF RegEntry(J + 1)(1:12) < RegEntry(J)(1:12)
                       MOVE RegEntry(J) TO WS-RegSwap
                       MOVE RegEntry(J + 1) TO RegEntry(J)
                       MOVE WS-RegSwap TO RegEntry(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       StudentClashes.
           MOVE "STUDENTS WITH TWO EXAMS ON THE SAME OR NEXT DAY"
               TO SectionLine.
           WRITE PrintLine FROM SectionLine AFTER ADVANCING 3 LINES.
           WRITE PrintLine FROM StudColHeads AFTER ADVANCING 2 LINES.
           MOVE ZERO TO WS-StudCount WS-ClashCount WS-PairCount.
           MOVE ZERO TO WS-LastMatr.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-RegCount
               IF RG-Matr(P) NOT = WS-LastMatr
                   MOVE RG-Matr(P) TO WS-LastMatr
                   MOVE 'N' TO WS-StudClash
               END-IF
               COMPUTE Q = P + 1
               PERFORM UNTIL Q > WS-RegCount
                       OR RG-Matr(Q) NOT = RG-Matr(P)
                   COMPUTE WS-Gap = RG-DayInt(Q) - RG-DayInt(P)
                   IF WS-Gap <= 1 AND RG-Course(Q) NOT = RG-Course(P)
                       PERFORM RecordStudentClash
                   END-IF
                   ADD 1 TO Q
               END-PERFORM
           END-PERFORM.
           MOVE WS-StudCount TO PrnStudCount.
           MOVE WS-ClashCount TO PrnClashCount.
           WRITE PrintLine FROM StudTotLine AFTER ADVANCING 2 LINES.

       RecordStudentClash.
           IF WS-StudClash = 'N'
               MOVE 'Y' TO WS-StudClash
               ADD 1 TO WS-StudCount
           END-IF.
           ADD 1 TO WS-ClashCount.
           MOVE RG-Matr(P) TO PrnMatr.
           MOVE RG-Cognome(P) TO PrnCognome.
           MOVE RG-Course(P) TO PrnCourseA.
           MOVE RG-Date(P) TO PrnDateA.
           MOVE RG-Course(Q) TO PrnCourseB.
           MOVE RG-Date(Q) TO PrnDateB.
           IF WS-Gap = ZERO
               MOVE "SAME DAY" TO PrnKind
               MOVE 'S' TO WS-Kind
           ELSE
               MOVE "NEXT DAY" TO PrnKind
               MOVE 'A' TO WS-Kind
           END-IF.
           WRITE PrintLine FROM StudLine AFTER ADVANCING 1 LINE.
           *> Coppia di appelli in ordine di corso e data.
           IF RG-Course(P) < RG-Course(Q)
               MOVE RG-Course(P) TO WS-CourseA
               MOVE RG-Date(P) TO WS-DateA
               MOVE RG-Course(Q) TO WS-CourseB
               MOVE RG-Date(Q) TO WS-DateB
           ELSE
               MOVE RG-Course(Q) TO WS-CourseA
               MOVE RG-Date(Q) TO WS-DateA
               MOVE RG-Course(P) TO WS-CourseB
               MOVE RG-Date(P) TO WS-DateB
           END-IF.
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WS-PairCount
                   OR (PA-CourseA(J) = WS-CourseA
                       AND PA-DateA(J) = WS-DateA
                       AND PA-CourseB(J) = WS-CourseB
                       AND PA-DateB(J) = WS-DateB)
               CONTINUE
           END-PERFORM.
           IF J > WS-PairCount
               IF WS-PairCount >= 300
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PairCount
               MOVE WS-CourseA TO PA-CourseA(J)
               MOVE WS-DateA TO PA-DateA(J)
               MOVE WS-CourseB TO PA-CourseB(J)
               MOVE WS-DateB TO PA-DateB(J)
               MOVE ZERO TO PA-Same(J) PA-Adj(J)
           END-IF.
           IF WS-Kind = 'S'
               ADD 1 TO PA-Same(J)
           ELSE
               ADD 1 TO PA-Adj(J)
           END-IF.

       PairProposals.
           MOVE "CLASHING SESSION PAIRS AND ALTERNATIVE DATES"
               TO SectionLine.
           WRITE PrintLine FROM SectionLine AFTER ADVANCING 3 LINES.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PairCount
               PERFORM PrintOnePair
           END-PERFORM.
           IF WS-PairCount = ZERO
               MOVE "  none" TO PrintLine
               WRITE PrintLine AFTER ADVANCING 1 LINE
           END-IF.

       PrintOnePair.
           MOVE PA-CourseA(I) TO WS-MoveCourse.
           MOVE PA-DateA(I) TO WS-MoveDate.
           PERFORM GetSessCount.
           MOVE WS-SessFound TO WS-CountA.
           MOVE PA-CourseB(I) TO WS-MoveCourse.
           MOVE PA-DateB(I) TO WS-MoveDate.
           PERFORM GetSessCount.
           MOVE WS-SessFound TO WS-CountB.
           MOVE PA-CourseA(I) TO PrnPCourseA.
           MOVE PA-DateA(I) TO PrnPDateA.
           MOVE WS-CountA TO PrnPCountA.
           MOVE PA-CourseB(I) TO PrnPCourseB.
           MOVE PA-DateB(I) TO PrnPDateB.
           MOVE WS-CountB TO PrnPCountB.
           MOVE PA-Same(I) TO PrnPSame.
           MOVE PA-Adj(I) TO PrnPAdj.
           WRITE PrintLine FROM PairLine AFTER ADVANCING 2 LINES.
           *> Si sposta l'appello con meno iscritti: meno studenti
           *> da avvisare.
           IF WS-CountA <= WS-CountB
               MOVE PA-CourseA(I) TO WS-MoveCourse
               MOVE PA-DateA(I) TO WS-MoveDate
           END-IF.
           COMPUTE WS-MoveInt = FUNCTION INTEGER-OF-DATE(WS-MoveDate).
           MOVE WS-MoveInt TO WS-CandInt.
           PERFORM CountCandidate.
           MOVE WS-CandSame TO WS-CurSame.
           MOVE WS-CandAdj TO WS-CurAdj.
           MOVE WS-MoveCourse TO PrnMCourse.
           MOVE WS-MoveDate TO PrnMDate.
           MOVE WS-CurSame TO PrnMSame.
           MOVE WS-CurAdj TO PrnMAdj.
           WRITE PrintLine FROM MoveLine AFTER ADVANCING 1 LINE.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > 3
               MOVE ZERO TO BT-DayInt(B)
               MOVE 9999 TO BT-Same(B) BT-Adj(B)
           END-PERFORM.
           PERFORM VARYING WS-CandInt FROM WS-FromInt BY 1
                   UNTIL WS-CandInt > WS-ToInt
               COMPUTE WS-Dow = FUNCTION MOD(WS-CandInt - 1, 7) + 1
               IF WS-Dow <= 5 AND WS-CandInt NOT = WS-MoveInt
                   PERFORM CountCandidate
                   PERFORM KeepBest
               END-IF
           END-PERFORM.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > 3
               IF BT-DayInt(B) > ZERO
                   COMPUTE PrnPropDate =
                       FUNCTION DATE-OF-INTEGER(BT-DayInt(B))
                   MOVE BT-Same(B) TO PrnPropSame
                   MOVE BT-Adj(B) TO PrnPropAdj
                   WRITE PrintLine FROM ProposalLine
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.

       GetSessCount.
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WS-SessCount
                   OR (SS-Course(J) = WS-MoveCourse
                       AND SS-Date(J) = WS-MoveDate)
               CONTINUE
           END-PERFORM.
           *> Appello non in tabella: nessun iscritto.
           MOVE ZERO TO WS-SessFound.
           IF J NOT > WS-SessCount
               MOVE SS-Count(J) TO WS-SessFound
           END-IF.

       CountCandidate.
           *> Studenti dell'appello da spostare che con la data
           *> WS-CandInt avrebbero un altro esame lo stesso giorno o
           *> il giorno prima o dopo.
           MOVE ZERO TO WS-CandSame WS-CandAdj.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-RegCount
               IF RG-Course(P) = WS-MoveCourse
                       AND RG-Date(P) = WS-MoveDate
                   PERFORM CountStudentOthers
               END-IF
           END-PERFORM.

       CountStudentOthers.
           MOVE P TO Q.
           PERFORM UNTIL Q = 1
                   OR RG-Matr(Q - 1) NOT = RG-Matr(P)
               SUBTRACT 1 FROM Q
           END-PERFORM.
           PERFORM UNTIL Q > WS-RegCount
                   OR RG-Matr(Q) NOT = RG-Matr(P)
               IF Q NOT = P AND RG-Course(Q) NOT = WS-MoveCourse
                   COMPUTE WS-Gap = RG-DayInt(Q) - WS-CandInt
                   IF WS-Gap = ZERO
                       ADD 1 TO WS-CandSame
                   END-IF
                   IF WS-Gap = 1 OR WS-Gap = -1
                       ADD 1 TO WS-CandAdj
                   END-IF
               END-IF
               ADD 1 TO Q
           END-PERFORM.

       KeepBest.
           *> Meno sovrapposizioni nello stesso giorno, poi meno nei
           *> giorni vicini; a parita' la data piu' vicina all'inizio.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > 3
               IF WS-CandSame < BT-Same(B)
                       OR (WS-CandSame = BT-Same(B)
                           AND WS-CandAdj < BT-Adj(B))
                   PERFORM ShiftBest
                   MOVE WS-CandInt TO BT-DayInt(B)
                   MOVE WS-CandSame TO BT-Same(B)
                   MOVE WS-CandAdj TO BT-Adj(B)
                   MOVE 4 TO B
               END-IF
           END-PERFORM.

       ShiftBest.
           IF B < 3
               MOVE BestEntry(2) TO BestEntry(3)
           END-IF.
           IF B < 2
               MOVE BestEntry(1) TO BestEntry(2)
           END-IF.
