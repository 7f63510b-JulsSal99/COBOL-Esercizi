           SELECT MoveFile ASSIGN TO "27invmove.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MoveStatus.
           SELECT AbcFile ASSIGN TO "126abc.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AbcStatus.
           SELECT SheetReport ASSIGN TO "80countsheet.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VarReport ASSIGN TO "80variance.rpt"
           02 CntStatus PIC X.
       FD MoveFile.
       COPY "MOVEREC.cpy".
       FD AbcFile.
       COPY "ABCREC.cpy".
       FD SheetReport.
       01 PrintLine PIC X(60).
       FD VarReport.
       WORKING-STORAGE SECTION.
       01 WS-CountStatus PIC XX.
       01 WS-MoveStatus PIC XX.
       01 WS-AbcStatus PIC XX.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-EOF PIC X.
               03 OH-Receipts PIC 9(7).
               03 OH-Issues PIC 9(7).
               03 OH-Balance PIC S9(7).
       *> Classe ABC (AbcAnalysis, 126abc.dat) e ultimo conteggio
       *> per prodotto: il foglio elenca solo i prodotti scaduti,
       *> ogni SYSPARM CNTDAYSA/B/C giorni secondo la classe.
       01 CycleTable.
           02 CycleEntry OCCURS 50 TIMES.
               03 CY-Class PIC X.
               03 CY-LastCount PIC 9(8).
       01 WS-AbcLoaded PIC X.
       01 WS-DaysA PIC 9(3).
       01 WS-DaysB PIC 9(3).
       01 WS-DaysC PIC 9(3).
       01 WS-CycleDays PIC 9(3).
       01 WS-TodayDate PIC 9(8).
       01 WS-SinceCount PIC 9(7).
       01 WS-DueCount PIC 99.
       01 WS-ParmKey PIC X(12).
       01 WS-ParmValue PIC X(20).
       01 WS-ParmFound PIC X.
       *> Conteggi in memoria durante variance/posting.
       01 CountTable.
           02 WS-CntCount PIC 9(3) VALUE ZERO.
       01 SheetLine.
           02 PrnSheetProd PIC X(10).
           02 FILLER PIC X(20) VALUE "  counted: ________".
           02 FILLER PIC X(7) VALUE " class ".
           02 PrnSheetClass PIC X.
           02 FILLER PIC X(7) VALUE "  last ".
           02 PrnSheetLast PIC X(8).
       01 VarHeading PIC X(40) VALUE
           "CYCLE COUNT VARIANCE REPORT".
       01 VarColHeads PIC X(50) VALUE
           STOP RUN.

       PrintCountSheets.
           PERFORM LoadCycleData.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-DueCount.
           OPEN OUTPUT SheetReport.
           WRITE PrintLine FROM SheetHeading AFTER ADVANCING
           PAGE.
           PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > CatCount
               PERFORM PrintSheetIfDue
           END-PERFORM.
           CLOSE SheetReport.
           DISPLAY WS-DueCount " products due, count sheets written "
               "to 80countsheet.rpt".
           IF WS-AbcLoaded = 'N'
               DISPLAY "No ABC classes on file (AbcAnalysis): every "
                   "product listed."
           END-IF.

       PrintSheetIfDue.
           *> Senza classi ABC si conta tutto, come sempre.
           IF WS-AbcLoaded = 'Y' AND CY-LastCount(CatIdx) > ZERO
               EVALUATE CY-Class(CatIdx)
                   WHEN 'A' MOVE WS-DaysA TO WS-CycleDays
                   WHEN 'B' MOVE WS-DaysB TO WS-CycleDays
                   WHEN OTHER MOVE WS-DaysC TO WS-CycleDays
               END-EVALUATE
               COMPUTE WS-SinceCount =
                   FUNCTION INTEGER-OF-DATE(WS-TodayDate) -
                   FUNCTION INTEGER-OF-DATE(CY-LastCount(CatIdx))
               IF WS-SinceCount < WS-CycleDays
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE CatProdName(CatIdx) TO PrnSheetProd.
           MOVE CY-Class(CatIdx) TO PrnSheetClass.
           IF CY-LastCount(CatIdx) = ZERO
               MOVE "never" TO PrnSheetLast
           ELSE
               MOVE CY-LastCount(CatIdx) TO PrnSheetLast
           END-IF.
           WRITE PrintLine FROM SheetLine AFTER ADVANCING 2
           LINES.
           ADD 1 TO WS-DueCount.

       LoadCycleData.
           PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > CatCount
               MOVE SPACE TO CY-Class(CatIdx)
               MOVE ZERO TO CY-LastCount(CatIdx)
           END-PERFORM.
           MOVE "CNTDAYSA" TO WS-ParmKey.
           PERFORM GetCycleParm.
           MOVE WS-CycleDays TO WS-DaysA.
           MOVE "CNTDAYSB" TO WS-ParmKey.
           PERFORM GetCycleParm.
           MOVE WS-CycleDays TO WS-DaysB.
           MOVE "CNTDAYSC" TO WS-ParmKey.
           PERFORM GetCycleParm.
           MOVE WS-CycleDays TO WS-DaysC.
           MOVE 'N' TO WS-AbcLoaded.
           OPEN INPUT AbcFile.
           IF WS-AbcStatus = "00"
               MOVE 'Y' TO WS-AbcLoaded
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AbcFile
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM VARYING CatIdx FROM 1 BY 1
                                   UNTIL CatIdx > CatCount
                               IF CatProdName(CatIdx) = AbcProd
                                   MOVE AbcClass TO CY-Class(CatIdx)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE AbcFile.
           *> Ultimo conteggio per prodotto, aperto o registrato.
           OPEN INPUT CountFile.
           IF WS-CountStatus = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CountFile
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM VARYING CatIdx FROM 1 BY 1
                                   UNTIL CatIdx > CatCount
                               IF CatProdName(CatIdx) = CntProdName
                                   AND CntDate > CY-LastCount(CatIdx)
                                   MOVE CntDate TO
                                       CY-LastCount(CatIdx)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CountFile.

       GetCycleParm.
           CALL 'PARMGET' USING WS-ParmKey, WS-ParmValue,
               WS-ParmFound.
           IF WS-ParmFound = 'Y' AND WS-ParmValue(1:3) IS NUMERIC
               MOVE WS-ParmValue(1:3) TO WS-CycleDays
           ELSE
               EVALUATE WS-ParmKey
                   WHEN "CNTDAYSA" MOVE 30 TO WS-CycleDays
                   WHEN "CNTDAYSB" MOVE 90 TO WS-CycleDays
                   WHEN OTHER MOVE 365 TO WS-CycleDays
               END-EVALUATE
           END-IF.

       KeyCounts.
           MOVE 'Y' TO WS-Answer.
               MOVE "MAG" TO MovLoc
           END-IF.
           MOVE SPACES TO MovLocTo.
           DISPLAY "Lot counted (blank = not by lot) : " WITH NO
               ADVANCING.
           ACCEPT MovLot.
           MOVE ZERO TO MovExpiry.
           IF WS-Variance > ZERO
               MOVE 'A' TO MovType
               MOVE WS-Variance TO MovQty
