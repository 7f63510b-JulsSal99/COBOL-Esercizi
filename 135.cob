       IDENTIFICATION DIVISION.
       PROGRAM-ID.       Standing.
       AUTHOR.       Giulio.
       DATE-WRITTEN.02/10/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CLASS PassingScore IS "A" THRU "C", "D".
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentiMaster ASSIGN TO "3studenti.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Matr
               FILE STATUS IS WS-StudentiMasterStatus.
           SELECT CourseFile ASSIGN TO "33courses.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CourseCode
               FILE STATUS IS WS-CourseStatus.
           SELECT ExamResults ASSIGN TO "7examres.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ExamResStatus.
           SELECT RecogFile ASSIGN TO "132recog.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RecKey
               FILE STATUS IS WS-RecogStatus.
           SELECT StandingFile ASSIGN TO "135standing.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-StandStatus.
           SELECT StandReport ASSIGN TO "135standing.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TemplateFile ASSIGN TO "135standing.tpl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TplStatus.
           SELECT LetterFile ASSIGN TO "135letters.prt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD StudentiMaster.
       COPY "STUDREC.cpy".
       FD CourseFile.
       COPY "COURSEREC.cpy".
       FD ExamResults.
       COPY "EXAMREC.cpy".
       FD RecogFile.
       COPY "RECOGREC.cpy".
       FD StandingFile.
       COPY "ACSTREC.cpy".
       FD StandReport.
       01 PrintLine PIC X(80).
       FD TemplateFile.
       01 TemplateLine PIC X(80).
       FD LetterFile.
       01 LetterLine PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-StudentiMasterStatus PIC XX.
       01 WS-CourseStatus PIC XX.
       01 WS-ExamResStatus PIC XX.
       01 WS-RecogStatus PIC XX.
       01 WS-StandStatus PIC XX.
       01 WS-TplStatus PIC XX.
       01 WS-TplEOF PIC X.
       01 WS-EOF PIC X.
       01 WS-ResEOF PIC X.
       01 WS-StartOK PIC X.
       01 WS-CourseFound PIC X.
       01 WS-AskTerm PIC 9(6).
       01 WS-AskSemester PIC 9.
       01 WS-CalMode PIC X.
       01 WS-CalDate PIC 9(8).
       01 WS-CalValid PIC X.
       01 WS-TodayDate PIC 9(8).
       01 WS-ParmKey PIC X(12).
       01 WS-ParmValue PIC X(20).
       01 WS-ParmFound PIC X.
      *> SYSPARM CREDITSYEAR: crediti attesi per anno di corso, meta'
      *> a fine primo semestre.
       01 WS-CreditsYear PIC 9(3) VALUE 60.
       01 WS-Earned PIC 9(4).
       01 WS-Expected PIC 9(4).
       01 WS-DegreeCredits PIC 9(4).
       01 WS-Ratio PIC 9(3).
       01 WS-OldStatus PIC X.
       01 WS-NewStatus PIC X.
      *> Posizione corrente di ogni matricola dallo storico.
       01 CurTable.
           02 WS-CurCount PIC 9(4) VALUE ZERO.
           02 CurEntry OCCURS 5000 TIMES
                   DEPENDING ON WS-CurCount.
               03 CU-Matr PIC 9(5).
               03 CU-Status PIC X.
      *> Corsi gia' contati per lo studente corrente: un corso
      *> superato piu' volte (o anche riconosciuto) vale una volta.
       01 DoneTable.
           02 WS-DoneCount PIC 9(3) VALUE ZERO.
           02 DoneEntry OCCURS 200 TIMES
                   DEPENDING ON WS-DoneCount.
               03 DN-Course PIC 9(5).
       01 I PIC 9(4).
       01 J PIC 99.
       01 WS-Counted PIC X.
       01 WS-CheckCourse PIC 9(5).
       01 WS-AddCredits PIC 99.
       01 WS-StudCount PIC 9(5) VALUE ZERO.
       01 WS-ChangeCount PIC 9(5) VALUE ZERO.
       01 WS-GoodCount PIC 9(5) VALUE ZERO.
       01 WS-WarnCount PIC 9(5) VALUE ZERO.
       01 WS-ProbCount PIC 9(5) VALUE ZERO.
       01 WS-FuoriCount PIC 9(5) VALUE ZERO.
       01 TplTable.
           02 WS-TplCount PIC 99 VALUE ZERO.
           02 TplEntry OCCURS 50 TIMES
                   DEPENDING ON WS-TplCount.
               03 TT-Line PIC X(80).
       01 WS-CallFirst PIC X(20).
       01 WS-CallMiddle PIC X(20) VALUE SPACES.
       01 WS-CallLast PIC X(20).
       01 WS-FullName PIC X(63).
       01 WS-StatusText PIC X(40).
       01 WS-CreditsText PIC X(30).
       01 WS-EarnedEdit PIC ZZZ9.
       01 WS-ExpectedEdit PIC ZZZ9.
       01 WS-MarkPos PIC 99.
       01 WS-MarkLen PIC 99.
       01 WS-RestPos PIC 9(3).
       01 WS-RestLen PIC S9(3).
       01 WS-Ptr PIC 9(3).
       01 WS-Value PIC X(63).
       01 WS-OutLine PIC X(80).
       01 WS-LetterCount PIC 9(4) VALUE ZERO.
       01 ReportHeading.
           02 FILLER PIC X(32) VALUE "ACADEMIC STANDING  term ".
           02 PrnTerm PIC 9(6).
           02 FILLER PIC X(11) VALUE "  semester ".
           02 PrnSemester PIC 9.
       01 ColHeads.
           02 FILLER PIC X(34) VALUE "Matr.  Cognome".
           02 FILLER PIC X(40) VALUE
               "Anno  Crediti  Attesi  Prima  Ora".
       01 StandLine.
           02 PrnMatr PIC 9(5).
           02 FILLER PIC XX VALUE SPACE.
           02 PrnCognome PIC X(20).
           02 FILLER PIC X(8) VALUE SPACE.
           02 PrnAnno PIC Z9.
           02 FILLER PIC X(5) VALUE SPACE.
           02 PrnEarned PIC ZZZ9.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnExpected PIC ZZZ9.
           02 FILLER PIC X(5) VALUE SPACE.
           02 PrnOld PIC X.
           02 FILLER PIC X(6) VALUE SPACE.
           02 PrnNew PIC X.
           02 FILLER PIC XX VALUE SPACE.
           02 PrnChanged PIC X(9).
       01 TotLine.
           02 FILLER PIC X(10) VALUE "Students: ".
           02 PrnStudCount PIC ZZZZ9.
           02 FILLER PIC X(8) VALUE "  good: ".
           02 PrnGood PIC ZZZZ9.
           02 FILLER PIC X(11) VALUE "  warning: ".
           02 PrnWarn PIC ZZZZ9.
           02 FILLER PIC X(13) VALUE "  probation: ".
           02 PrnProb PIC ZZZZ9.
       01 TotLine2.
           02 FILLER PIC X(14) VALUE "Fuori corso: ".
           02 PrnFuori PIC ZZZZ9.
           02 FILLER PIC X(12) VALUE "  changes: ".
           02 PrnChanges PIC ZZZZ9.
       PROCEDURE DIVISION.
       MainPara.
      *> Posizione accademica di fine termine: per ogni studente
      *> attivo i crediti maturati (esami superati pesati con
      *> CourseCredits, piu' i riconosciuti) contro quelli attesi
      *> per il suo anno. In regola (G) da 75% in su, avviso (W) da
      *> 50%, sotto e' probation (P); fuori corso (F) chi ha finito
      *> l'ultimo anno senza tutti i crediti del corso. Ogni cambio
      *> va nello storico 135standing.dat con la lettera allo
      *> studente, col meccanismo segnaposto di MailMerge (42.cob).
           DISPLAY "Termine (aaaamm): " WITH NO ADVANCING.
           ACCEPT WS-AskTerm.
           MOVE 'T' TO WS-CalMode.
           MOVE ZERO TO WS-CalDate.
           CALL 'ACADCHK' USING WS-CalMode, WS-AskTerm, WS-CalDate,
               WS-CalValid.
           IF WS-CalValid = 'N'
               DISPLAY "Termine non nel calendario accademico."
               STOP RUN
           END-IF.
           DISPLAY "Semestre concluso (1 = primo, 2 = fine anno): "
               WITH NO ADVANCING.
           ACCEPT WS-AskSemester.
           IF WS-AskSemester NOT = 1 AND WS-AskSemester NOT = 2
               DISPLAY "Semestre 1 o 2."
               STOP RUN
           END-IF.
           MOVE "CREDITSYEAR" TO WS-ParmKey.
           CALL 'PARMGET' USING WS-ParmKey, WS-ParmValue,
               WS-ParmFound.
           IF WS-ParmFound = 'Y' AND WS-ParmValue(1:3) IS NUMERIC
               MOVE WS-ParmValue(1:3) TO WS-CreditsYear
           END-IF.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           PERFORM LoadTemplate.
           PERFORM LoadCurrentStanding.
           OPEN INPUT StudentiMaster.
           IF WS-StudentiMasterStatus NOT = "00"
               DISPLAY "Archivio studenti non disponibile."
               STOP RUN
           END-IF.
           OPEN INPUT CourseFile.
           IF WS-CourseStatus NOT = "00"
               DISPLAY "Catalogo corsi non disponibile."
               CLOSE StudentiMaster
               STOP RUN
           END-IF.
           OPEN EXTEND StandingFile.
           IF WS-StandStatus = "35"
               OPEN OUTPUT StandingFile
               CLOSE StandingFile
               OPEN EXTEND StandingFile
           END-IF.
           OPEN OUTPUT StandReport, LetterFile.
           MOVE WS-AskTerm TO PrnTerm.
           MOVE WS-AskSemester TO PrnSemester.
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING PAGE.
           WRITE PrintLine FROM ColHeads AFTER ADVANCING 2 LINES.
           MOVE 'Y' TO WS-StartOK.
           MOVE ZERO TO Matr.
           START StudentiMaster KEY IS NOT LESS THAN Matr
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE 'N' TO WS-EOF.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ StudentiMaster NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF StudAttivo
                               PERFORM StandOneStudent
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           MOVE WS-StudCount TO PrnStudCount.
           MOVE WS-GoodCount TO PrnGood.
           MOVE WS-WarnCount TO PrnWarn.
           MOVE WS-ProbCount TO PrnProb.
           WRITE PrintLine FROM TotLine AFTER ADVANCING 2 LINES.
           MOVE WS-FuoriCount TO PrnFuori.
           MOVE WS-ChangeCount TO PrnChanges.
           WRITE PrintLine FROM TotLine2 AFTER ADVANCING 1 LINE.
           CLOSE StudentiMaster, CourseFile, StandingFile,
               StandReport, LetterFile.
           DISPLAY WS-StudCount " students, " WS-ChangeCount
               " standing changes, " WS-LetterCount " letters.".
           DISPLAY "Register on 135standing.rpt, letters on "
               "135letters.prt.".
           STOP RUN.

       LoadCurrentStanding.
           MOVE ZERO TO WS-CurCount.
           OPEN INPUT StandingFile.
           IF WS-StandStatus NOT = "00"
               CLOSE StandingFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ StandingFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM KeepCurrent
               END-READ
           END-PERFORM.
           CLOSE StandingFile.

       KeepCurrent.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CurCount OR CU-Matr(I) = SthMatr
               CONTINUE
           END-PERFORM.
           IF I > WS-CurCount
               IF WS-CurCount >= 5000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CurCount
               MOVE SthMatr TO CU-Matr(I)
           END-IF.
           MOVE SthNewStatus TO CU-Status(I).

       StandOneStudent.
           ADD 1 TO WS-StudCount.
           MOVE Corso TO CourseCode.
           MOVE 'Y' TO WS-CourseFound.
           READ CourseFile
               INVALID KEY MOVE 'N' TO WS-CourseFound
           END-READ.
           IF WS-CourseFound = 'N'
               MOVE 3 TO CourseYears
           END-IF.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CurCount OR CU-Matr(I) = Matr
               CONTINUE
           END-PERFORM.
           MOVE 'G' TO WS-OldStatus.
           IF I <= WS-CurCount
               MOVE CU-Status(I) TO WS-OldStatus
           END-IF.
           PERFORM ComputeEarned.
           COMPUTE WS-DegreeCredits = CourseYears * WS-CreditsYear.
           IF WS-AskSemester = 1
               COMPUTE WS-Expected = (AnnoCorso - 1) * WS-CreditsYear
                   + WS-CreditsYear / 2
           ELSE
               COMPUTE WS-Expected = AnnoCorso * WS-CreditsYear
           END-IF.
           IF WS-Expected > WS-DegreeCredits
               MOVE WS-DegreeCredits TO WS-Expected
           END-IF.
           IF WS-Expected = ZERO
               MOVE 100 TO WS-Ratio
           ELSE
               IF WS-Earned >= WS-Expected
                   MOVE 100 TO WS-Ratio
               ELSE
                   COMPUTE WS-Ratio = WS-Earned * 100 / WS-Expected
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-Earned < WS-DegreeCredits
                       AND AnnoCorso >= CourseYears
                       AND (WS-AskSemester = 2 OR WS-OldStatus = 'F')
                   MOVE 'F' TO WS-NewStatus
               WHEN WS-Ratio >= 75
                   MOVE 'G' TO WS-NewStatus
               WHEN WS-Ratio >= 50
                   MOVE 'W' TO WS-NewStatus
               WHEN OTHER
                   MOVE 'P' TO WS-NewStatus
           END-EVALUATE.
           EVALUATE WS-NewStatus
               WHEN 'G' ADD 1 TO WS-GoodCount
               WHEN 'W' ADD 1 TO WS-WarnCount
               WHEN 'P' ADD 1 TO WS-ProbCount
               WHEN 'F' ADD 1 TO WS-FuoriCount
           END-EVALUATE.
           MOVE Matr TO PrnMatr.
           MOVE Cognome TO PrnCognome.
           MOVE AnnoCorso TO PrnAnno.
           MOVE WS-Earned TO PrnEarned.
           MOVE WS-Expected TO PrnExpected.
           MOVE WS-OldStatus TO PrnOld.
           MOVE WS-NewStatus TO PrnNew.
           MOVE SPACES TO PrnChanged.
           IF WS-NewStatus NOT = WS-OldStatus
               MOVE "CHANGED" TO PrnChanged
               ADD 1 TO WS-ChangeCount
               MOVE Matr TO SthMatr
               MOVE WS-AskTerm TO SthTerm
               MOVE WS-TodayDate TO SthRunDate
               MOVE WS-OldStatus TO SthOldStatus
               MOVE WS-NewStatus TO SthNewStatus
               MOVE WS-Earned TO SthEarned
               MOVE WS-Expected TO SthExpected
               WRITE StandingData
               IF WS-TplCount > ZERO
                   PERFORM PrintOneLetter
               END-IF
           END-IF.
           WRITE PrintLine FROM StandLine AFTER ADVANCING 1 LINE.

       ComputeEarned.
           MOVE ZERO TO WS-Earned WS-DoneCount.
           MOVE 'N' TO WS-ResEOF.
           OPEN INPUT ExamResults.
           IF WS-ExamResStatus NOT = "00"
               MOVE 'Y' TO WS-ResEOF
           END-IF.
           PERFORM UNTIL WS-ResEOF = 'Y'
               READ ExamResults
                   AT END MOVE 'Y' TO WS-ResEOF
                   NOT AT END
                       IF ExamMatr = Matr
                               AND ExamGrade IS PassingScore
                           MOVE ExamCourse TO WS-CheckCourse
                           PERFORM CheckCounted
                           IF WS-Counted = 'N'
                               PERFORM AddCourseCredits
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ExamResults.
           OPEN INPUT RecogFile.
           IF WS-RecogStatus = "00"
               MOVE 'N' TO WS-ResEOF
               MOVE Matr TO RecMatr
               MOVE ZERO TO RecCourse
               START RecogFile KEY IS NOT LESS THAN RecKey
                   INVALID KEY MOVE 'Y' TO WS-ResEOF
               END-START
               PERFORM UNTIL WS-ResEOF = 'Y'
                   READ RecogFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-ResEOF
                       NOT AT END
                           IF RecMatr NOT = Matr
                               MOVE 'Y' TO WS-ResEOF
                           ELSE
                               MOVE RecCourse TO WS-CheckCourse
                               PERFORM CheckCounted
                               IF WS-Counted = 'N'
                                   ADD RecCredits TO WS-Earned
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RecogFile
           END-IF.

       CheckCounted.
           MOVE 'N' TO WS-Counted.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-DoneCount
               IF DN-Course(I) = WS-CheckCourse
                   MOVE 'Y' TO WS-Counted
               END-IF
           END-PERFORM.
           IF WS-Counted = 'N' AND WS-DoneCount < 200
               ADD 1 TO WS-DoneCount
               MOVE WS-CheckCourse TO DN-Course(WS-DoneCount)
           END-IF.

       AddCourseCredits.
           *> Il catalogo e' aperto sullo studente corrente: si salva
           *> il corso di studio e lo si rilegge dopo. Crediti 1 se
           *> il corso manca o non li ha, come in Certificates.
           MOVE 1 TO WS-AddCredits.
           MOVE WS-CheckCourse TO CourseCode.
           READ CourseFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CourseCredits > ZERO
                       MOVE CourseCredits TO WS-AddCredits
                   END-IF
           END-READ.
           ADD WS-AddCredits TO WS-Earned.
           MOVE Corso TO CourseCode.
           READ CourseFile
               INVALID KEY MOVE 3 TO CourseYears
           END-READ.

       LoadTemplate.
           OPEN INPUT TemplateFile.
           IF WS-TplStatus = "35"
               *> Primo avvio: modello d'esempio.
               OPEN OUTPUT TemplateFile
               MOVE "Gentile &FULLNAME," TO TemplateLine
               WRITE TemplateLine
               MOVE "a fine termine la Sua posizione accademica e':"
                   TO TemplateLine
               WRITE TemplateLine
               MOVE "    &STATUS" TO TemplateLine
               WRITE TemplateLine
               MOVE "con &CREDITS." TO TemplateLine
               WRITE TemplateLine
               MOVE SPACES TO TemplateLine
               WRITE TemplateLine
               MOVE "La invitiamo a rivolgersi alla segreteria."
                   TO TemplateLine
               WRITE TemplateLine
               MOVE "Cordiali saluti." TO TemplateLine
               WRITE TemplateLine
               CLOSE TemplateFile
               OPEN INPUT TemplateFile
           END-IF.
           MOVE ZERO TO WS-TplCount.
           MOVE 'N' TO WS-TplEOF.
           PERFORM UNTIL WS-TplEOF = 'Y' OR WS-TplCount >= 50
               READ TemplateFile
                   AT END MOVE 'Y' TO WS-TplEOF
                   NOT AT END
                       ADD 1 TO WS-TplCount
                       MOVE TemplateLine TO TT-Line(WS-TplCount)
               END-READ
           END-PERFORM.
           CLOSE TemplateFile.

       PrintOneLetter.
           MOVE Nome TO WS-CallFirst.
           MOVE Cognome TO WS-CallLast.
           CALL 'NAMEFMT' USING WS-CallFirst, WS-CallMiddle,
               WS-CallLast, WS-FullName.
           EVALUATE WS-NewStatus
               WHEN 'G' MOVE "IN REGOLA" TO WS-StatusText
               WHEN 'W' MOVE "AVVISO: CREDITI SOTTO LE ATTESE"
                   TO WS-StatusText
               WHEN 'P' MOVE "PROBATION: ESAMI PRENOTABILI LIMITATI"
                   TO WS-StatusText
               WHEN 'F' MOVE "FUORI CORSO" TO WS-StatusText
           END-EVALUATE.
           MOVE WS-Earned TO WS-EarnedEdit.
           MOVE WS-Expected TO WS-ExpectedEdit.
           MOVE SPACES TO WS-CreditsText.
           STRING FUNCTION TRIM(WS-EarnedEdit) DELIMITED BY SIZE
               " crediti su " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ExpectedEdit) DELIMITED BY SIZE
               " attesi" DELIMITED BY SIZE
               INTO WS-CreditsText.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TplCount
               PERFORM SubstituteLine
               IF J = 1
                   WRITE LetterLine FROM WS-OutLine AFTER
                       ADVANCING PAGE
               ELSE
                   WRITE LetterLine FROM WS-OutLine AFTER
                       ADVANCING 1 LINE
               END-IF
           END-PERFORM.
           ADD 1 TO WS-LetterCount.

       SubstituteLine.
           *> Un segnaposto per riga: &FULLNAME, &STATUS o &CREDITS,
           *> come in MailMerge (42.cob).
           MOVE TT-Line(J) TO WS-OutLine.
           MOVE ZERO TO WS-MarkPos.
           INSPECT TT-Line(J) TALLYING WS-MarkPos
               FOR CHARACTERS BEFORE INITIAL "&FULLNAME".
           IF WS-MarkPos < 80
               MOVE 9 TO WS-MarkLen
               MOVE WS-FullName TO WS-Value
               PERFORM BuildSubstLine
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-MarkPos.
           INSPECT TT-Line(J) TALLYING WS-MarkPos
               FOR CHARACTERS BEFORE INITIAL "&STATUS".
           IF WS-MarkPos < 80
               MOVE 7 TO WS-MarkLen
               MOVE WS-StatusText TO WS-Value
               PERFORM BuildSubstLine
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-MarkPos.
           INSPECT TT-Line(J) TALLYING WS-MarkPos
               FOR CHARACTERS BEFORE INITIAL "&CREDITS".
           IF WS-MarkPos < 80
               MOVE 8 TO WS-MarkLen
               MOVE WS-CreditsText TO WS-Value
               PERFORM BuildSubstLine
           END-IF.

       BuildSubstLine.
           MOVE SPACES TO WS-OutLine.
           MOVE 1 TO WS-Ptr.
           IF WS-MarkPos > 0
               STRING TT-Line(J)(1:WS-MarkPos) DELIMITED BY SIZE
                   INTO WS-OutLine WITH POINTER WS-Ptr
               END-STRING
           END-IF.
           STRING FUNCTION TRIM(WS-Value) DELIMITED BY SIZE
               INTO WS-OutLine WITH POINTER WS-Ptr
               ON OVERFLOW CONTINUE
           END-STRING.
           COMPUTE WS-RestPos = WS-MarkPos + WS-MarkLen + 1.
           COMPUTE WS-RestLen = 80 - WS-RestPos + 1.
           IF WS-RestLen > 0
               STRING TT-Line(J)(WS-RestPos:WS-RestLen)
                   DELIMITED BY SIZE
                   INTO WS-OutLine WITH POINTER WS-Ptr
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF.
