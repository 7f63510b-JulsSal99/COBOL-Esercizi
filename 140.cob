       IDENTIFICATION DIVISION.
       PROGRAM-ID.       CohortRun.
       AUTHOR.       Giulio.
       DATE-WRITTEN.08/10/2026
       ENVIRONMENT DIVISION.
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
           SELECT ArchSetsFile ASSIGN TO "35archsets.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SetsStatus.
           SELECT ArchiveFile ASSIGN TO DYNAMIC WS-ArchFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ArchStatus.
           SELECT AlumniFile ASSIGN TO "100alumni.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AlumniStatus.
           SELECT CohortReport ASSIGN TO "140cohort.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CohortCSV ASSIGN TO "140cohort.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD StudentiMaster.
       COPY "STUDREC.cpy".
       FD CourseFile.
       COPY "COURSEREC.cpy".
       FD ArchSetsFile.
       01 ArchSetLine PIC X(30).
       FD ArchiveFile.
       01 ArchStudente PIC X(81).
       FD AlumniFile.
       COPY "ALUMREC.cpy".
       FD CohortReport.
       01 PrintLine PIC X(80).
       FD CohortCSV.
       01 CSVLine PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-StudentiMasterStatus PIC XX.
       01 WS-CourseStatus PIC XX.
       01 WS-SetsStatus PIC XX.
       01 WS-ArchStatus PIC XX.
       01 WS-AlumniStatus PIC XX.
       01 WS-ArchFileName PIC X(30).
       01 WS-EOF PIC X.
       01 WS-SetsEOF PIC X.
       01 WS-StartOK PIC X.
       01 WS-HaveCourses PIC X.
       01 WS-CourseFound PIC X.
       01 WS-TodayDate PIC 9(8).
       01 WS-CurAcadYear PIC 9(4).
      *> Lo studente in esame, da qualunque delle tre fonti.
       01 WS-StMatr PIC 9(5).
       01 WS-StCorso PIC 9(5).
       01 WS-StImmatr PIC 9(4).
       01 WS-StStatus PIC X.
       01 WS-StAnnoCorso PIC 99.
       01 WS-StAnnoLaurea PIC 9(4).
       01 WS-StDataRitiro PIC 9(8).
       01 WS-ExitYear PIC 9(4).
       01 WS-YearIdx PIC S9(4).
       01 WS-YearsBack PIC 99.
      *> Matricole gia' contate: il laureato archiviato finisce
      *> anche nell'anagrafe alumni, e va contato una volta sola.
       01 SeenTable.
           02 WS-SeenCount PIC 9(5) VALUE ZERO.
           02 SeenEntry OCCURS 9000 TIMES
                   DEPENDING ON WS-SeenCount.
               03 SN-Matr PIC 9(5).
       01 WS-Seen PIC X.
      *> Coorti per Corso e anno di immatricolazione: quanti sono
      *> entrati, e in quale anno dall'ingresso si sono laureati o
      *> ritirati (oltre il quindicesimo contano nel quindicesimo).
       01 CohortTable.
           02 WS-CohCount PIC 9(3) VALUE ZERO.
           02 CohEntry OCCURS 400 TIMES
                   DEPENDING ON WS-CohCount.
               03 CO-Key.
                   04 CO-Corso PIC 9(5).
                   04 CO-Immatr PIC 9(4).
               03 CO-Intake PIC 9(5).
               03 CO-GradAt PIC 9(4) OCCURS 15 TIMES.
               03 CO-DropAt PIC 9(4) OCCURS 15 TIMES.
       01 WS-SwapEntry PIC X(134).
       01 I PIC 9(5).
       01 J PIC 9(3).
       01 K PIC 99.
      *> Tempi di laurea del corso corrente, per mediana e quota
      *> in corso.
       01 CourseTtd.
           02 CT-Count PIC 9(5) OCCURS 15 TIMES.
       01 WS-GrpCorso PIC 9(5).
       01 WS-GrpYears PIC 99.
       01 WS-GrpGrads PIC 9(5).
       01 WS-GrpOnTime PIC 9(5).
       01 WS-Cum PIC 9(5).
       01 WS-MidLow PIC 9(5).
       01 WS-MidHigh PIC 9(5).
       01 WS-MedLow PIC 99.
       01 WS-MedHigh PIC 99.
       01 WS-Median PIC 99V9.
       01 WS-CumGrad PIC 9(5).
       01 WS-CumDrop PIC 9(5).
       01 WS-Active PIC 9(5).
       01 WS-RetPct PIC 9(3).
       01 WS-DropPct PIC 9(3).
       01 WS-GradPct PIC 9(3).
       01 WS-StudCount PIC 9(5) VALUE ZERO.
       01 WS-MasterCount PIC 9(5) VALUE ZERO.
       01 WS-ArchCount PIC 9(5) VALUE ZERO.
       01 WS-AlumCount PIC 9(5) VALUE ZERO.
       01 WS-EstCount PIC 9(5) VALUE ZERO.
       01 WS-CsvCount PIC 9(5) VALUE ZERO.
       01 WS-EdCorso PIC Z(4)9.
       01 WS-EdYear PIC Z9.
       01 WS-EdCount PIC Z(4)9.
       01 WS-EdActive PIC Z(4)9.
       01 WS-EdDrop PIC Z(4)9.
       01 WS-EdGrad PIC Z(4)9.
       01 WS-EdRet PIC ZZ9.
       01 WS-EdDropPct PIC ZZ9.
       01 WS-EdGradPct PIC ZZ9.
       COPY "STUDREC.cpy"
               REPLACING DettagliStudente BY ArchDettagli
                   Corso BY ArchCorso
                   Matr BY ArchMatr
                   NomeStud BY ArchNomeStud
                   Nome BY ArchNome
                   Cognome BY ArchCognome
                   DataN BY ArchDataN
                   Giorno BY ArchGiorno
                   barra1 BY Archbarra1
                   Mese BY ArchMese
                   barra2 BY Archbarra2
                   Anno BY ArchAnno
                   AnnoCorso BY ArchAnnoCorso
                   StatoStud BY ArchStatoStud
                   StudAttivo BY ArchStudAttivo
                   StudLaureato BY ArchStudLaureato
                   StudRitirato BY ArchStudRitirato
                   AnnoLaurea BY ArchAnnoLaurea
                   DataRitiro BY ArchDataRitiro
                   AnnoImmatr BY ArchAnnoImmatr.
       01 ReportHeading.
           02 FILLER PIC X(40) VALUE
               "COHORT RETENTION AND TIME TO DEGREE".
           02 FILLER PIC X(12) VALUE "a.a. attuale".
           02 FILLER PIC X VALUE SPACE.
           02 PrnCurYear PIC 9(4).
       01 ColHeads.
           02 FILLER PIC X(24) VALUE "Corso Coorte Entr.".
           02 FILLER PIC X(40) VALUE
               "  1o  2o  3o  4o  5o  6o  7o  8o".
       01 CohortLine.
           02 PrnCorso PIC Z(4)9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnImmatr PIC X(4).
           02 FILLER PIC XX VALUE SPACE.
           02 PrnIntake PIC Z(4)9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnRate PIC X(6).
           02 PrnCell OCCURS 8 TIMES.
               03 FILLER PIC X.
               03 PrnPct PIC ZZ9.
               03 PrnPctX REDEFINES PrnPct PIC XXX.
       01 CourseLine.
           02 FILLER PIC X(6) VALUE "Corso ".
           02 PrnSumCorso PIC Z(4)9.
           02 FILLER PIC X(11) VALUE "  laureati ".
           02 PrnSumGrads PIC Z(4)9.
           02 FILLER PIC X(18) VALUE "  mediana anni ".
           02 PrnSumMedian PIC Z9.9.
           02 FILLER PIC X(14) VALUE "  in corso % ".
           02 PrnSumOnTime PIC ZZ9.
       01 TotLine.
           02 FILLER PIC X(10) VALUE "Students: ".
           02 PrnStudCount PIC Z(4)9.
           02 FILLER PIC X(10) VALUE "  master: ".
           02 PrnMaster PIC Z(4)9.
           02 FILLER PIC X(12) VALUE "  archived: ".
           02 PrnArch PIC Z(4)9.
           02 FILLER PIC X(10) VALUE "  alumni: ".
           02 PrnAlum PIC Z(4)9.
       01 TotLine2.
           02 FILLER PIC X(31) VALUE
               "Intake year estimated for ".
           02 PrnEst PIC Z(4)9.
           02 FILLER PIC X(10) VALUE " students.".
       PROCEDURE DIVISION.
       MainPara.
      *> Coorti per Corso e anno accademico di immatricolazione,
      *> seguite sull'archivio studenti, sugli archivi dei laureati
      *> di GradArchive (35.cob) e sull'anagrafe alumni. Per ogni
      *> coorte, anno per anno dall'ingresso, la quota ancora
      *> iscritta, ritirata e laureata; per ogni corso la mediana
      *> degli anni alla laurea e la quota laureata in corso. Il
      *> CSV per l'ufficio programmazione ha una riga per coorte e
      *> anno osservato. Dove manca AnnoImmatr (archivi vecchi,
      *> alumni) l'anno si stima come in StudImmatrConv (139.cob).
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           MOVE WS-TodayDate(1:4) TO WS-CurAcadYear.
           IF WS-TodayDate(5:2) < "09"
               SUBTRACT 1 FROM WS-CurAcadYear
           END-IF.
           MOVE 'Y' TO WS-HaveCourses.
           OPEN INPUT CourseFile.
           IF WS-CourseStatus NOT = "00"
               DISPLAY "Catalogo corsi non disponibile: durata "
                   "corso assunta di 3 anni."
               MOVE 'N' TO WS-HaveCourses
           END-IF.
           PERFORM LoadMaster.
           PERFORM LoadArchives.
           PERFORM LoadAlumni.
           IF WS-CohCount = ZERO
               DISPLAY "Nessuno studente da analizzare."
               STOP RUN
           END-IF.
           PERFORM SortCohorts.
           PERFORM PrintCohorts.
           IF WS-HaveCourses = 'Y'
               CLOSE CourseFile
           END-IF.
           DISPLAY WS-StudCount " students in " WS-CohCount
               " cohorts, " WS-EstCount " intake years estimated.".
           DISPLAY "Report on 140cohort.rpt, " WS-CsvCount
               " rows on 140cohort.csv.".
           STOP RUN.

       LoadMaster.
           OPEN INPUT StudentiMaster.
           IF WS-StudentiMasterStatus NOT = "00"
               DISPLAY "Archivio studenti non disponibile."
               CLOSE StudentiMaster
               EXIT PARAGRAPH
           END-IF.
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
                           MOVE Matr TO WS-StMatr
                           MOVE Corso TO WS-StCorso
                           MOVE StatoStud TO WS-StStatus
                           MOVE AnnoCorso TO WS-StAnnoCorso
                           MOVE AnnoLaurea TO WS-StAnnoLaurea
                           MOVE DataRitiro TO WS-StDataRitiro
                           MOVE ZERO TO WS-StImmatr
                           IF AnnoImmatr IS NUMERIC
                               MOVE AnnoImmatr TO WS-StImmatr
                           END-IF
                           PERFORM CountStudent
                           IF WS-Seen = 'N'
                               ADD 1 TO WS-MasterCount
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE StudentiMaster.

       LoadArchives.
           OPEN INPUT ArchSetsFile.
           IF WS-SetsStatus NOT = "00"
               CLOSE ArchSetsFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-SetsEOF.
           PERFORM UNTIL WS-SetsEOF = 'Y'
               READ ArchSetsFile
                   AT END MOVE 'Y' TO WS-SetsEOF
                   NOT AT END
                       MOVE ArchSetLine TO WS-ArchFileName
                       PERFORM LoadOneArchive
               END-READ
           END-PERFORM.
           CLOSE ArchSetsFile.

       LoadOneArchive.
           OPEN INPUT ArchiveFile.
           IF WS-ArchStatus NOT = "00"
               CLOSE ArchiveFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ArchiveFile INTO ArchDettagli
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE ArchMatr TO WS-StMatr
                       MOVE ArchCorso TO WS-StCorso
                       MOVE ArchStatoStud TO WS-StStatus
                       MOVE ArchAnnoCorso TO WS-StAnnoCorso
                       MOVE ArchAnnoLaurea TO WS-StAnnoLaurea
                       MOVE ZERO TO WS-StDataRitiro
                       MOVE ZERO TO WS-StImmatr
                       IF ArchAnnoImmatr IS NUMERIC
                           MOVE ArchAnnoImmatr TO WS-StImmatr
                       END-IF
                       PERFORM CountStudent
                       IF WS-Seen = 'N'
                           ADD 1 TO WS-ArchCount
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ArchiveFile.

       LoadAlumni.
           OPEN INPUT AlumniFile.
           IF WS-AlumniStatus NOT = "00"
               CLOSE AlumniFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ AlumniFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE AlMatr TO WS-StMatr
                       MOVE AlCorso TO WS-StCorso
                       MOVE "G" TO WS-StStatus
                       MOVE ZERO TO WS-StAnnoCorso
                       MOVE AlAnnoLaurea TO WS-StAnnoLaurea
                       MOVE ZERO TO WS-StDataRitiro
                       MOVE ZERO TO WS-StImmatr
                       PERFORM CountStudent
                       IF WS-Seen = 'N'
                           ADD 1 TO WS-AlumCount
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AlumniFile.

       CountStudent.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-SeenCount OR SN-Matr(I) = WS-StMatr
               CONTINUE
           END-PERFORM.
           IF I <= WS-SeenCount
               MOVE 'Y' TO WS-Seen
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-Seen.
           IF WS-SeenCount >= 9000
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SeenCount.
           MOVE WS-StMatr TO SN-Matr(WS-SeenCount).
           MOVE WS-StCorso TO CourseCode.
           MOVE 'N' TO WS-CourseFound.
           IF WS-HaveCourses = 'Y'
               MOVE 'Y' TO WS-CourseFound
               READ CourseFile
                   INVALID KEY MOVE 'N' TO WS-CourseFound
               END-READ
           END-IF.
           IF WS-CourseFound = 'N'
               MOVE 3 TO CourseYears
           END-IF.
           IF WS-StImmatr = ZERO
               PERFORM EstimateImmatr
               ADD 1 TO WS-EstCount
           END-IF.
           PERFORM FindCohort.
           IF J = ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-StudCount.
           ADD 1 TO CO-Intake(J).
           EVALUATE WS-StStatus
               WHEN "G"
                   COMPUTE WS-YearIdx = WS-StAnnoLaurea - WS-StImmatr
                   PERFORM ClampYearIdx
                   ADD 1 TO CO-GradAt(J, WS-YearIdx)
               WHEN "R"
                   *> Ritiro nell'a.a. della data effetto; senza data,
                   *> nell'anno di corso in cui e' rimasto.
                   IF WS-StDataRitiro NOT = ZERO
                       MOVE WS-StDataRitiro(1:4) TO WS-ExitYear
                       IF WS-StDataRitiro(5:2) < "09"
                           SUBTRACT 1 FROM WS-ExitYear
                       END-IF
                       COMPUTE WS-YearIdx =
                           WS-ExitYear - WS-StImmatr + 1
                   ELSE
                       MOVE WS-StAnnoCorso TO WS-YearIdx
                   END-IF
                   PERFORM ClampYearIdx
                   ADD 1 TO CO-DropAt(J, WS-YearIdx)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ClampYearIdx.
           IF WS-YearIdx < 1
               MOVE 1 TO WS-YearIdx
           END-IF.
           IF WS-YearIdx > 15
               MOVE 15 TO WS-YearIdx
           END-IF.

       EstimateImmatr.
           IF WS-StStatus = "G" AND WS-StAnnoLaurea NOT = ZERO
               COMPUTE WS-StImmatr = WS-StAnnoLaurea - CourseYears
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CurAcadYear TO WS-StImmatr.
           IF WS-StStatus = "R" AND WS-StDataRitiro NOT = ZERO
               MOVE WS-StDataRitiro(1:4) TO WS-StImmatr
               IF WS-StDataRitiro(5:2) < "09"
                   SUBTRACT 1 FROM WS-StImmatr
               END-IF
           END-IF.
           MOVE ZERO TO WS-YearsBack.
           IF WS-StAnnoCorso > 1
               COMPUTE WS-YearsBack = WS-StAnnoCorso - 1
           END-IF.
           SUBTRACT WS-YearsBack FROM WS-StImmatr.

       FindCohort.
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WS-CohCount
                       OR (CO-Corso(J) = WS-StCorso
                           AND CO-Immatr(J) = WS-StImmatr)
               CONTINUE
           END-PERFORM.
           IF J > WS-CohCount
               IF WS-CohCount >= 400
                   MOVE ZERO TO J
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CohCount
               MOVE WS-StCorso TO CO-Corso(J)
               MOVE WS-StImmatr TO CO-Immatr(J)
               MOVE ZERO TO CO-Intake(J)
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 15
                   MOVE ZERO TO CO-GradAt(J, K)
                   MOVE ZERO TO CO-DropAt(J, K)
               END-PERFORM
           END-IF.

       SortCohorts.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= WS-CohCount
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > WS-CohCount - I
                   IF CO-Key(J) > CO-Key(J + 1)
                       MOVE CohEntry(J) TO WS-SwapEntry
                       MOVE CohEntry(J + 1) TO CohEntry(J)
                       MOVE WS-SwapEntry TO CohEntry(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       PrintCohorts.
           OPEN OUTPUT CohortReport, CohortCSV.
           MOVE WS-CurAcadYear TO PrnCurYear.
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING PAGE.
           WRITE PrintLine FROM ColHeads AFTER ADVANCING 2 LINES.
           MOVE SPACES TO CSVLine.
           STRING "corso,coorte,anno,entrati,iscritti,ritirati,"
               "laureati,ret_pct,drop_pct,grad_pct"
               DELIMITED BY SIZE INTO CSVLine
           END-STRING.
           WRITE CSVLine.
           MOVE CO-Corso(1) TO WS-GrpCorso.
           PERFORM StartCourse.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CohCount
               IF CO-Corso(J) NOT = WS-GrpCorso
                   PERFORM PrintCourseSummary
                   MOVE CO-Corso(J) TO WS-GrpCorso
                   PERFORM StartCourse
               END-IF
               PERFORM PrintOneCohort
           END-PERFORM.
           PERFORM PrintCourseSummary.
           MOVE WS-StudCount TO PrnStudCount.
           MOVE WS-MasterCount TO PrnMaster.
           MOVE WS-ArchCount TO PrnArch.
           MOVE WS-AlumCount TO PrnAlum.
           WRITE PrintLine FROM TotLine AFTER ADVANCING 2 LINES.
           MOVE WS-EstCount TO PrnEst.
           WRITE PrintLine FROM TotLine2 AFTER ADVANCING 1 LINE.
           CLOSE CohortReport, CohortCSV.

       StartCourse.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 15
               MOVE ZERO TO CT-Count(K)
           END-PERFORM.
           MOVE ZERO TO WS-GrpGrads.
           MOVE WS-GrpCorso TO CourseCode.
           MOVE 'N' TO WS-CourseFound.
           IF WS-HaveCourses = 'Y'
               MOVE 'Y' TO WS-CourseFound
               READ CourseFile
                   INVALID KEY MOVE 'N' TO WS-CourseFound
               END-READ
           END-IF.
           IF WS-CourseFound = 'N'
               MOVE 3 TO CourseYears
           END-IF.
           MOVE CourseYears TO WS-GrpYears.

       PrintOneCohort.
           *> Tre righe per coorte: iscritti, ritirati e laureati
           *> cumulati a fine di ogni anno dall'ingresso, in percento
           *> degli entrati. Gli anni non ancora trascorsi restano
           *> vuoti.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 15
               ADD CO-GradAt(J, K) TO CT-Count(K)
               ADD CO-GradAt(J, K) TO WS-GrpGrads
           END-PERFORM.
           MOVE SPACES TO PrintLine.
           WRITE PrintLine AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CohortLine.
           MOVE "RET" TO PrnRate.
           PERFORM BuildRateLine.
           MOVE CO-Corso(J) TO PrnCorso.
           MOVE CO-Immatr(J) TO PrnImmatr.
           MOVE CO-Intake(J) TO PrnIntake.
           WRITE PrintLine FROM CohortLine AFTER ADVANCING 1 LINE.
           MOVE "DROP" TO PrnRate.
           PERFORM BuildRateLine.
           MOVE SPACES TO CohortLine(1:18).
           WRITE PrintLine FROM CohortLine AFTER ADVANCING 1 LINE.
           MOVE "GRAD" TO PrnRate.
           PERFORM BuildRateLine.
           MOVE SPACES TO CohortLine(1:18).
           WRITE PrintLine FROM CohortLine AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-CumGrad WS-CumDrop.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 15
               ADD CO-GradAt(J, K) TO WS-CumGrad
               ADD CO-DropAt(J, K) TO WS-CumDrop
               IF CO-Immatr(J) + K - 1 <= WS-CurAcadYear
                   PERFORM ComputeRates
                   PERFORM WriteCsvRow
               END-IF
           END-PERFORM.

       BuildRateLine.
           MOVE ZERO TO WS-CumGrad WS-CumDrop.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 8
               ADD CO-GradAt(J, K) TO WS-CumGrad
               ADD CO-DropAt(J, K) TO WS-CumDrop
               IF CO-Immatr(J) + K - 1 > WS-CurAcadYear
                   MOVE "  -" TO PrnPctX(K)
               ELSE
                   PERFORM ComputeRates
                   EVALUATE PrnRate
                       WHEN "RET" MOVE WS-RetPct TO PrnPct(K)
                       WHEN "DROP" MOVE WS-DropPct TO PrnPct(K)
                       WHEN OTHER MOVE WS-GradPct TO PrnPct(K)
                   END-EVALUATE
               END-IF
           END-PERFORM.

       ComputeRates.
           COMPUTE WS-Active = CO-Intake(J) - WS-CumGrad
               - WS-CumDrop.
           IF CO-Intake(J) = ZERO
               MOVE ZERO TO WS-RetPct WS-DropPct WS-GradPct
           ELSE
               COMPUTE WS-RetPct ROUNDED =
                   WS-Active * 100 / CO-Intake(J)
               COMPUTE WS-DropPct ROUNDED =
                   WS-CumDrop * 100 / CO-Intake(J)
               COMPUTE WS-GradPct ROUNDED =
                   WS-CumGrad * 100 / CO-Intake(J)
           END-IF.

       WriteCsvRow.
           MOVE CO-Corso(J) TO WS-EdCorso.
           MOVE K TO WS-EdYear.
           MOVE CO-Intake(J) TO WS-EdCount.
           MOVE WS-Active TO WS-EdActive.
           MOVE WS-CumDrop TO WS-EdDrop.
           MOVE WS-CumGrad TO WS-EdGrad.
           MOVE WS-RetPct TO WS-EdRet.
           MOVE WS-DropPct TO WS-EdDropPct.
           MOVE WS-GradPct TO WS-EdGradPct.
           MOVE SPACES TO CSVLine.
           STRING FUNCTION TRIM(WS-EdCorso) DELIMITED BY SIZE
               "," CO-Immatr(J) "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-EdYear) DELIMITED BY SIZE ","
               FUNCTION TRIM(WS-EdCount) DELIMITED BY SIZE ","
               FUNCTION TRIM(WS-EdActive) DELIMITED BY SIZE ","
               FUNCTION TRIM(WS-EdDrop) DELIMITED BY SIZE ","
               FUNCTION TRIM(WS-EdGrad) DELIMITED BY SIZE ","
               FUNCTION TRIM(WS-EdRet) DELIMITED BY SIZE ","
               FUNCTION TRIM(WS-EdDropPct) DELIMITED BY SIZE ","
               FUNCTION TRIM(WS-EdGradPct) DELIMITED BY SIZE
               INTO CSVLine
           END-STRING.
           WRITE CSVLine.
           ADD 1 TO WS-CsvCount.

       PrintCourseSummary.
           *> Mediana degli anni alla laurea (media dei due centrali
           *> se i laureati sono pari) e quota laureata entro la
           *> durata legale del corso.
           MOVE WS-GrpCorso TO PrnSumCorso.
           MOVE WS-GrpGrads TO PrnSumGrads.
           MOVE ZERO TO PrnSumMedian PrnSumOnTime.
           IF WS-GrpGrads > ZERO
               COMPUTE WS-MidLow = (WS-GrpGrads + 1) / 2
               COMPUTE WS-MidHigh = WS-GrpGrads / 2 + 1
               MOVE ZERO TO WS-Cum WS-MedLow WS-MedHigh WS-GrpOnTime
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 15
                   ADD CT-Count(K) TO WS-Cum
                   IF WS-MedLow = ZERO AND WS-Cum >= WS-MidLow
                       MOVE K TO WS-MedLow
                   END-IF
                   IF WS-MedHigh = ZERO AND WS-Cum >= WS-MidHigh
                       MOVE K TO WS-MedHigh
                   END-IF
                   IF K <= WS-GrpYears
                       ADD CT-Count(K) TO WS-GrpOnTime
                   END-IF
               END-PERFORM
               IF WS-MedHigh = ZERO
                   MOVE WS-MedLow TO WS-MedHigh
               END-IF
               COMPUTE WS-Median = (WS-MedLow + WS-MedHigh) / 2
               MOVE WS-Median TO PrnSumMedian
               COMPUTE PrnSumOnTime ROUNDED =
                   WS-GrpOnTime * 100 / WS-GrpGrads
           END-IF.
           WRITE PrintLine FROM CourseLine AFTER ADVANCING 2 LINES.
           MOVE ALL "-" TO PrintLine.
           WRITE PrintLine AFTER ADVANCING 1 LINE.
