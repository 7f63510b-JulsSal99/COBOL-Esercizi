       IDENTIFICATION DIVISION.
       PROGRAM-ID.       LogChainCheck.
       AUTHOR.       Giulio.
       DATE-WRITTEN.15/10/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CheckReport ASSIGN TO "151chainchk.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CheckReport.
       01 PrintLine PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-TodayDate PIC 9(8).
       01 WS-NowTime PIC 9(8).
       01 WS-BrokenFiles PIC 9 VALUE ZERO.
      *> I log concatenati da CHNAPPND: nome, lunghezza dati e
      *> posizione dell'anello riportato nel sigillo (come in
      *> RetentionPurge, 107.cob).
       01 ChainSetData.
           02 FILLER PIC X(36) VALUE
               "JRNL.dat                      447043".
           02 FILLER PIC X(36) VALUE
               "39opslog.dat                  093049".
       01 ChainSet REDEFINES ChainSetData.
           02 ChainEntry OCCURS 2 TIMES.
               03 CS-File PIC X(30).
               03 CS-DataLen PIC 9(3).
               03 CS-CarryPos PIC 9(3).
       01 I PIC 9.
       01 WS-ChainFile PIC X(30).
       01 WS-ChainStat PIC X.
       01 WS-ChainRecs PIC 9(7).
       01 WS-ChainLegacy PIC 9(7).
       01 WS-ChainSeals PIC 9(5).
       01 WS-ChainBrokenAt PIC 9(7).
       01 WS-ChainBrokenWhy PIC X(40).
       01 WS-ChainBrokenRec PIC X(80).
       01 WS-ChainLast PIC X(16).
       01 WS-LastAction PIC X.
       01 WS-LastSum PIC X(16).
       01 WS-LastFound PIC X.
       01 ReportHeading.
           02 FILLER PIC X(28) VALUE "AUDIT LOG CHAIN CHECK  run ".
           02 PrnToday PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 PrnTime PIC 9(8).
       01 FileLine.
           02 PrnFile PIC X(16).
           02 PrnOutcome PIC X(8).
           02 FILLER PIC X(9) VALUE " records ".
           02 PrnRecs PIC Z(6)9.
           02 FILLER PIC X(8) VALUE " legacy ".
           02 PrnLegacy PIC Z(6)9.
           02 FILLER PIC X(7) VALUE " seals ".
           02 PrnSeals PIC Z(4)9.
       01 BrokenLine.
           02 FILLER PIC X(27) VALUE "   first broken link: rec ".
           02 PrnBrokenAt PIC Z(6)9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PrnBrokenWhy PIC X(40).
       01 ResyncLine PIC X(60) VALUE
           "   last link in CHNLAST.dat out of step: reset".
       01 RecordLine.
           02 FILLER PIC X(7) VALUE "   -> ".
           02 PrnBrokenRec PIC X(80).
       PROCEDURE DIVISION.
       MainPara.
      *> Passo della catena notturna (23jobctl.txt): ricalcola la
      *> catena di checksum di JRNL.dat e 39opslog.dat con
      *> CHNVERIFY e riporta su 151chainchk.rpt il primo anello
      *> rotto di ciascun log. Un log rotto chiude il passo con
      *> return code 8, cosi' NightlyDriver ferma la catena. Se
      *> l'ultimo anello tenuto in CHNLAST non e' quello del log
      *> integro, la riga si toglie: il prossimo accodamento di
      *> CHNAPPND rilegge il log e la riscrive.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           ACCEPT WS-NowTime FROM TIME.
           OPEN OUTPUT CheckReport.
           MOVE WS-TodayDate TO PrnToday.
           MOVE WS-NowTime TO PrnTime.
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING PAGE.
           MOVE SPACES TO PrintLine.
           WRITE PrintLine.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 2
               PERFORM CheckOneLog
           END-PERFORM.
           CLOSE CheckReport.
           IF WS-BrokenFiles > ZERO
               DISPLAY "Log chain check: " WS-BrokenFiles
                   " log(s) BROKEN, see 151chainchk.rpt."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Log chain check: all logs intact."
           END-IF.
           GOBACK.

       CheckOneLog.
           MOVE CS-File(I) TO WS-ChainFile.
           CALL 'CHNVERIFY' USING WS-ChainFile, CS-DataLen(I),
               CS-CarryPos(I), WS-ChainStat, WS-ChainRecs,
               WS-ChainLegacy, WS-ChainSeals, WS-ChainBrokenAt,
               WS-ChainBrokenWhy, WS-ChainBrokenRec, WS-ChainLast.
           MOVE CS-File(I) TO PrnFile.
           MOVE WS-ChainRecs TO PrnRecs.
           MOVE WS-ChainLegacy TO PrnLegacy.
           MOVE WS-ChainSeals TO PrnSeals.
           EVALUATE WS-ChainStat
               WHEN 'Y' MOVE "INTACT" TO PrnOutcome
               WHEN 'M' MOVE "MISSING" TO PrnOutcome
               WHEN OTHER MOVE "BROKEN" TO PrnOutcome
           END-EVALUATE.
           WRITE PrintLine FROM FileLine.
           DISPLAY CS-File(I) " : " PrnOutcome " (" WS-ChainRecs
               " records)".
           IF WS-ChainStat = 'N'
               ADD 1 TO WS-BrokenFiles
               MOVE WS-ChainBrokenAt TO PrnBrokenAt
               MOVE WS-ChainBrokenWhy TO PrnBrokenWhy
               MOVE WS-ChainBrokenRec TO PrnBrokenRec
               WRITE PrintLine FROM BrokenLine
               WRITE PrintLine FROM RecordLine
               DISPLAY "  first broken link at record "
                   WS-ChainBrokenAt ": " WS-ChainBrokenWhy
           END-IF.
           IF WS-ChainStat = 'Y'
               PERFORM CheckLastLink
           END-IF.

       CheckLastLink.
           MOVE 'G' TO WS-LastAction.
           CALL 'CHNLAST' USING WS-LastAction, WS-ChainFile,
               WS-LastSum, WS-LastFound.
           IF WS-LastFound = 'Y' AND WS-LastSum NOT = WS-ChainLast
               MOVE 'D' TO WS-LastAction
               CALL 'CHNLAST' USING WS-LastAction, WS-ChainFile,
                   WS-LastSum, WS-LastFound
               WRITE PrintLine FROM ResyncLine
               DISPLAY "  last link in CHNLAST.dat out of step, "
                   "reset."
           END-IF.
