               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CourseCode
               FILE STATUS IS WS-CourseStatus.
           SELECT GuardFile ASSIGN TO "34rollover.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GuardStatus.
       COPY "STUDREC.cpy".
       FD CourseFile.
       COPY "COURSEREC.cpy".
       FD GuardFile.
       01 GuardRecord PIC 9(4).
       FD PromoReport.
       01 WS-StudentiMasterStatus PIC XX.
       01 WS-CourseStatus PIC XX.
       01 WS-GuardStatus PIC XX.
       01 WS-MasterEOF PIC X VALUE 'N'.
       01 WS-StartOK PIC X.
       01 WS-AcadYear PIC 9(4).
       01 WS-LastRunYear PIC 9(4) VALUE ZERO.
       01 WS-CourseFound PIC X.
       01 WS-PromotedCount PIC 9(4) VALUE ZERO.
       01 WS-FinalYearCount PIC 9(4) VALUE ZERO.
       01 WS-SkippedCount PIC 9(4) VALUE ZERO.
       01 WS-JrnFileCode PIC X(8) VALUE "STUDENTI".
       01 WS-JrnAction PIC X(8).
       01 WS-JrnKey PIC X(10).
       01 WS-JrnBefore PIC X(200).
       01 WS-JrnAfter PIC X(200).
       01 RegisterHeading.
           02 FILLER PIC X(29) VALUE "PROMOTION REGISTER for year ".
           02 PrnAcadYear PIC 9(4).
               WITH NO ADVANCING.
           ACCEPT WS-AcadYear.
           PERFORM CheckGuard.
           IF WS-LastRunYear >= WS-AcadYear
               DISPLAY "Rollover gia' eseguito per l'anno "
                   WS-LastRunYear ", run rifiutato."
           PERFORM WriteGuard.
           DISPLAY "Rollover anno " WS-AcadYear " completato.".
           DISPLAY "  Promossi : " WS-PromotedCount.
           DISPLAY "  Laureandi: " WS-FinalYearCount.
           DISPLAY "  Saltati  : " WS-SkippedCount.
           DISPLAY "Registro scritto su 34promoreg.rpt".
           STOP RUN.
           END-IF.
           MOVE DettagliStudente TO WS-JrnBefore.
           IF AnnoCorso >= CourseYears
               *> All'ultimo anno si resta attivi: laureato lo fa
               *> solo la discussione della tesi (Thesis, 133.cob).
               ADD 1 TO WS-FinalYearCount
               MOVE Matr TO PrnMatr
               MOVE Cognome TO PrnCognome
               MOVE "LAUREANDO (TESI)" TO PrnAction
               MOVE AnnoCorso TO PrnAnnoCorso
               WRITE PrintLine FROM PromoLine AFTER ADVANCING 1 LINE
               EXIT PARAGRAPH
           ELSE
               ADD 1 TO AnnoCorso
               ADD 1 TO WS-PromotedCount
           END-REWRITE.
           WRITE PrintLine FROM PromoLine AFTER ADVANCING 1 LINE.

       CheckGuard.
           OPEN INPUT GuardFile.
           IF WS-GuardStatus = "35"
