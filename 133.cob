       IDENTIFICATION DIVISION.
       PROGRAM-ID.       Thesis.
       AUTHOR.       Giulio.
       DATE-WRITTEN.28/09/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ThesisFile ASSIGN TO "133thesis.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ThMatr
               FILE STATUS IS WS-ThesisStatus.
           SELECT StudentiMaster ASSIGN TO "3studenti.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Matr
               FILE STATUS IS WS-StudentiMasterStatus.
           SELECT FacultyFile ASSIGN TO "129faculty.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FacCode
               FILE STATUS IS WS-FacStatus.
           SELECT ClearedFile ASSIGN TO "90cleared.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ClearedStatus.
           SELECT RecvFile ASSIGN TO "59recv.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RcvChargeNum
               FILE STATUS IS WS-RecvStatus.
           SELECT RecvPayFile ASSIGN TO "59recvpay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RecvPayStatus.
           SELECT DefenceReport ASSIGN TO "133defence.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OverdueReport ASSIGN TO "133overdue.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ThesisFile.
       COPY "THESREC.cpy".
       FD StudentiMaster.
       COPY "STUDREC.cpy".
       FD FacultyFile.
       COPY "FACREC.cpy".
       FD ClearedFile.
       01 ClearedRecord PIC 9(5).
       FD RecvFile.
       COPY "RECVREC.cpy".
       FD RecvPayFile.
       COPY "RECVPAY.cpy".
       FD DefenceReport.
       01 PrintLine PIC X(90).
       FD OverdueReport.
       01 OvdPrintLine PIC X(90).
       WORKING-STORAGE SECTION.
       01 WS-ThesisStatus PIC XX.
       01 WS-StudentiMasterStatus PIC XX.
       01 WS-FacStatus PIC XX.
       01 WS-ClearedStatus PIC XX.
       01 WS-RecvStatus PIC XX.
       01 WS-RecvPayStatus PIC XX.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-EOF PIC X.
       01 WS-Found PIC X.
       01 WS-HoldAction PIC X.
       01 WS-HoldBlocked PIC X.
       01 WS-HoldReason PIC X(60).
       01 WS-Exists PIC X.
       01 WS-Answer PIC X.
       01 WS-OpID PIC X(8).
       01 WS-OpRole PIC X.
       01 WS-SignonOK PIC X.
       01 WS-TodayDate PIC 9(8).
       01 WS-AskMatr PIC 9(5).
       01 WS-AskFac PIC X(6).
       01 WS-AskDate PIC 9(8).
       01 WS-AskTitle PIC X(60).
       01 WS-AskMark PIC 9(3).
       01 WS-AskLode PIC X.
       01 WS-Cognome PIC X(20).
       01 WS-Nome PIC X(20).
       01 WS-FacName PIC X(30).
       01 WS-ParmKey PIC X(12).
       01 WS-ParmValue PIC X(20).
       01 WS-ParmFound PIC X.
      *> SYSPARM THESISMONTHS: durata standard della tesi, in mesi
      *> dalla registrazione; oltre, la tesi non discussa e' in
      *> ritardo.
       01 WS-StdMonths PIC 9(3) VALUE 12.
       01 WS-DueDate PIC 9(8).
       01 WS-DueParts REDEFINES WS-DueDate.
           02 WS-DueYear PIC 9(4).
           02 WS-DueMonth PIC 99.
           02 WS-DueDay PIC 99.
       01 WS-MonthTotal PIC 9(6).
       01 WS-LateDays PIC 9(5).
       01 WS-OverdueCount PIC 9(4).
      *> Rate di retta dello studente e incassi contro di esse.
       01 ChargeTable.
           02 WS-ChargeCount PIC 9(3) VALUE ZERO.
           02 ChargeEntry OCCURS 200 TIMES
                   DEPENDING ON WS-ChargeCount.
               03 CH-ChargeNum PIC 9(5).
       01 K PIC 9(3).
       01 WS-ChargeTotal PIC 9(7)V99.
       01 WS-PaidTotal PIC S9(7)V99.
       01 WS-OpenBalance PIC S9(7)V99.
       01 WS-PrnBalance PIC Z(6)9.99-.
       01 WS-DefCount PIC 9(4).
       01 WS-JrnFileCode PIC X(8) VALUE "STUDENTI".
       01 WS-JrnAction PIC X(8).
       01 WS-JrnKey PIC X(10).
       01 WS-JrnBefore PIC X(200).
       01 WS-JrnAfter PIC X(200).
       01 DefHeading.
           02 FILLER PIC X(36) VALUE "SESSIONE DI LAUREA DEL ".
           02 PrnDefSession PIC 9(8).
       01 DefColHeads.
           02 FILLER PIC X(28) VALUE "Matr.  Cognome".
           02 FILLER PIC X(41) VALUE
               "Relatore Titolo".
       01 DefLine.
           02 PrnDefMatr PIC 9(5).
           02 FILLER PIC XX VALUE SPACE.
           02 PrnDefCognome PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDefFac PIC X(6).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnDefTitle PIC X(50).
       01 DefTotLine.
           02 FILLER PIC X(20) VALUE "Laureandi:".
           02 PrnDefCount PIC ZZZ9.
       01 OvdHeading.
           02 FILLER PIC X(36) VALUE "TESI IN RITARDO, durata mesi ".
           02 PrnStdMonths PIC ZZ9.
           02 FILLER PIC X(6) VALUE "  al ".
           02 PrnOvdToday PIC 9(8).
       01 OvdColHeads.
           02 FILLER PIC X(28) VALUE "Matr.  Cognome".
           02 FILLER PIC X(44) VALUE
               "Relatore Registr.  Scadenza  Stato  Giorni".
       01 OvdLine.
           02 PrnOvdMatr PIC 9(5).
           02 FILLER PIC XX VALUE SPACE.
           02 PrnOvdCognome PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnOvdFac PIC X(6).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnOvdReg PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnOvdDue PIC 9(8).
           02 FILLER PIC XX VALUE SPACE.
           02 PrnOvdStatus PIC X.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnOvdDays PIC ZZZZ9.
       01 OvdTotLine.
           02 FILLER PIC X(20) VALUE "Tesi in ritardo:".
           02 PrnOvdCount PIC ZZZ9.
       PROCEDURE DIVISION.
       StartPara.
      *> Tesi di laurea: relatore, titolo, consegna, prenotazione
      *> della sessione e discussione. La sessione si prenota solo
      *> con i requisiti a posto (lista abilitati del degree audit,
      *> 90cleared.dat) e nessuna retta aperta in 59recv.dat; solo
      *> la discussione registrata porta lo studente a laureato con
      *> AnnoLaurea, da cui parte l'archivio laureati (35.cob).
           CALL 'SIGNON' USING WS-OpID, WS-OpRole, WS-SignonOK.
           IF WS-SignonOK NOT = 'Y'
               DISPLAY "Sign-on failed, program ends."
               STOP RUN
           END-IF.
           PERFORM GetStdMonths.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "TESI E ESAME FINALE"
               DISPLAY "1 : Registrazione della tesi"
               DISPLAY "2 : Consegna della tesi"
               DISPLAY "3 : Prenotazione della sessione di laurea"
               DISPLAY "4 : Esito della discussione"
               DISPLAY "5 : Elenco di una sessione di laurea"
               DISPLAY "6 : Tesi in ritardo"
               DISPLAY "0 : Fine"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM RegisterThesis
                   WHEN 2 PERFORM RecordSubmission
                   WHEN 3 PERFORM BookDefence
                   WHEN 4 PERFORM RecordDefence
                   WHEN 5 PERFORM DefenceRoster
                   WHEN 6 PERFORM OverdueTheses
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       GetStdMonths.
           MOVE "THESISMONTHS" TO WS-ParmKey.
           CALL 'PARMGET' USING WS-ParmKey, WS-ParmValue,
               WS-ParmFound.
           IF WS-ParmFound = 'Y' AND WS-ParmValue(1:3) IS NUMERIC
               MOVE WS-ParmValue(1:3) TO WS-StdMonths
           END-IF.

       RegisterThesis.
           DISPLAY "Matricola: " WITH NO ADVANCING.
           ACCEPT WS-AskMatr.
           PERFORM GetStudent.
           IF WS-Found = 'N'
               DISPLAY "Matricola non in archivio."
               EXIT PARAGRAPH
           END-IF.
           IF NOT StudAttivo
               DISPLAY "Studente non attivo, tesi non registrabile."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Studente " WS-Nome " " WS-Cognome.
           DISPLAY "Relatore (codice docente): " WITH NO ADVANCING.
           ACCEPT WS-AskFac.
           PERFORM GetFaculty.
           IF WS-Found = 'N'
               DISPLAY "Docente non in archivio."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Relatore " WS-FacName.
           DISPLAY "Titolo: " WITH NO ADVANCING.
           ACCEPT WS-AskTitle.
           IF WS-AskTitle = SPACES
               DISPLAY "Titolo obbligatorio."
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           OPEN I-O ThesisFile.
           IF WS-ThesisStatus = "35"
               OPEN OUTPUT ThesisFile
               CLOSE ThesisFile
               OPEN I-O ThesisFile
           END-IF.
           *> Una tesi non ancora discussa si puo' cambiare (relatore
           *> o titolo) riregistrandola: la data resta la prima.
           MOVE WS-AskMatr TO ThMatr.
           MOVE 'Y' TO WS-Exists.
           READ ThesisFile
               INVALID KEY MOVE 'N' TO WS-Exists
           END-READ.
           IF WS-Exists = 'Y'
               IF ThDefended
                   DISPLAY "Tesi gia' discussa il " ThDefDate "."
                   CLOSE ThesisFile
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-AskFac TO ThFacCode
               MOVE WS-AskTitle TO ThTitle
               REWRITE ThesisData
                   INVALID KEY DISPLAY "Tesi non aggiornata"
               END-REWRITE
               DISPLAY "Tesi aggiornata, registrata il " ThRegDate
                   "."
           ELSE
               INITIALIZE ThesisData
               MOVE WS-AskMatr TO ThMatr
               MOVE WS-AskFac TO ThFacCode
               MOVE WS-AskTitle TO ThTitle
               MOVE WS-TodayDate TO ThRegDate
               MOVE SPACE TO ThLode
               MOVE 'R' TO ThStatus
               WRITE ThesisData
                   INVALID KEY DISPLAY "Tesi non registrata"
               END-WRITE
               DISPLAY "Tesi registrata il " WS-TodayDate "."
           END-IF.
           CLOSE ThesisFile.

       RecordSubmission.
           DISPLAY "Matricola: " WITH NO ADVANCING.
           ACCEPT WS-AskMatr.
           OPEN I-O ThesisFile.
           PERFORM ReadThesis.
           IF WS-Found = 'N'
               CLOSE ThesisFile
               EXIT PARAGRAPH
           END-IF.
           IF NOT ThRegistered
               DISPLAY "Tesi gia' consegnata il " ThSubmitDate "."
               CLOSE ThesisFile
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Data consegna (aaaammgg, 0 = oggi): "
               WITH NO ADVANCING.
           ACCEPT WS-AskDate.
           IF WS-AskDate = ZERO
               ACCEPT WS-AskDate FROM DATE YYYYMMDD
           END-IF.
           IF WS-AskDate < ThRegDate
               DISPLAY "Consegna prima della registrazione, "
                   "rifiutata."
               CLOSE ThesisFile
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AskDate TO ThSubmitDate.
           MOVE 'S' TO ThStatus.
           REWRITE ThesisData
               INVALID KEY DISPLAY "Tesi non aggiornata"
           END-REWRITE.
           CLOSE ThesisFile.
           DISPLAY "Consegna registrata.".

       BookDefence.
           DISPLAY "Matricola: " WITH NO ADVANCING.
           ACCEPT WS-AskMatr.
           OPEN I-O ThesisFile.
           PERFORM ReadThesis.
           IF WS-Found = 'N'
               CLOSE ThesisFile
               EXIT PARAGRAPH
           END-IF.
           IF ThRegistered
               DISPLAY "Tesi non ancora consegnata."
               CLOSE ThesisFile
               EXIT PARAGRAPH
           END-IF.
           IF ThDefended
               DISPLAY "Tesi gia' discussa il " ThDefDate "."
               CLOSE ThesisFile
               EXIT PARAGRAPH
           END-IF.
           *> Requisiti: l'ultimo degree audit deve averlo messo tra
           *> gli abilitati.
           PERFORM CheckCleared.
           IF WS-Found = 'N'
               DISPLAY "Requisiti non completi nel degree audit "
                   "(90cleared.dat), prenotazione rifiutata."
               CLOSE ThesisFile
               EXIT PARAGRAPH
           END-IF.
           PERFORM ComputeOpenBalance.
           IF WS-OpenBalance > ZERO
               MOVE WS-OpenBalance TO WS-PrnBalance
               DISPLAY "Rette non saldate per " WS-PrnBalance
                   ", prenotazione rifiutata."
               CLOSE ThesisFile
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Data sessione di laurea (aaaammgg): "
               WITH NO ADVANCING.
           ACCEPT WS-AskDate.
           IF WS-AskDate < ThSubmitDate
               DISPLAY "Sessione prima della consegna, rifiutata."
               CLOSE ThesisFile
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AskDate TO ThDefSession.
           MOVE 'B' TO ThStatus.
           REWRITE ThesisData
               INVALID KEY DISPLAY "Tesi non aggiornata"
           END-REWRITE.
           CLOSE ThesisFile.
           DISPLAY "Sessione del " WS-AskDate " prenotata da "
               WS-OpID ".".

       RecordDefence.
           IF WS-OpRole NOT = 'S'
               DISPLAY "Solo i supervisori registrano le lauree."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Matricola: " WITH NO ADVANCING.
           ACCEPT WS-AskMatr.
           MOVE 'G' TO WS-HoldAction.
           CALL 'HOLDCHK' USING WS-AskMatr, WS-HoldAction,
               WS-HoldBlocked, WS-HoldReason.
           IF WS-HoldBlocked = 'Y'
               DISPLAY WS-HoldReason
               DISPLAY "Laurea non registrata."
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O ThesisFile.
           PERFORM ReadThesis.
           IF WS-Found = 'N'
               CLOSE ThesisFile
               EXIT PARAGRAPH
           END-IF.
           IF NOT ThBooked
               DISPLAY "Nessuna sessione di laurea prenotata."
               CLOSE ThesisFile
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Data discussione (0 = " ThDefSession "): "
               WITH NO ADVANCING.
           ACCEPT WS-AskDate.
           IF WS-AskDate = ZERO
               MOVE ThDefSession TO WS-AskDate
           END-IF.
           DISPLAY "Voto di laurea (066-110): " WITH NO ADVANCING.
           ACCEPT WS-AskMark.
           IF WS-AskMark < 66 OR WS-AskMark > 110
               DISPLAY "Voto fuori scala, rifiutato."
               CLOSE ThesisFile
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO WS-AskLode.
           IF WS-AskMark = 110
               DISPLAY "Con lode? (Y/N): " WITH NO ADVANCING
               ACCEPT WS-Answer
               IF WS-Answer = 'Y' OR WS-Answer = 'y'
                   MOVE 'L' TO WS-AskLode
               END-IF
           END-IF.
           MOVE WS-AskDate TO ThDefDate.
           MOVE WS-AskMark TO ThMark.
           MOVE WS-AskLode TO ThLode.
           MOVE 'D' TO ThStatus.
           REWRITE ThesisData
               INVALID KEY DISPLAY "Tesi non aggiornata"
           END-REWRITE.
           CLOSE ThesisFile.
           PERFORM GraduateStudent.

       GraduateStudent.
           OPEN I-O StudentiMaster.
           IF WS-StudentiMasterStatus NOT = "00"
               DISPLAY "Archivio studenti non disponibile."
               CLOSE StudentiMaster
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AskMatr TO Matr.
           READ StudentiMaster
               INVALID KEY
                   DISPLAY "Matricola non in archivio."
                   CLOSE StudentiMaster
                   EXIT PARAGRAPH
           END-READ.
           MOVE DettagliStudente TO WS-JrnBefore.
           MOVE "G" TO StatoStud.
           MOVE WS-AskDate(1:4) TO AnnoLaurea.
           REWRITE DettagliStudente
               INVALID KEY DISPLAY "Errore REWRITE matricola " Matr
               NOT INVALID KEY
                   MOVE "REWRITE" TO WS-JrnAction
                   MOVE SPACES TO WS-JrnKey
                   MOVE Matr TO WS-JrnKey(1:5)
                   MOVE DettagliStudente TO WS-JrnAfter
                   CALL 'JRNL' USING WS-JrnFileCode,
                       WS-JrnAction, WS-JrnKey, WS-JrnBefore,
                       WS-JrnAfter
                   DISPLAY "Laureato il " WS-AskDate " con "
                       WS-AskMark WS-AskLode ", anno di laurea "
                       AnnoLaurea "."
           END-REWRITE.
           CLOSE StudentiMaster.

       DefenceRoster.
           DISPLAY "Data sessione di laurea (aaaammgg): "
               WITH NO ADVANCING.
           ACCEPT WS-AskDate.
           OPEN INPUT ThesisFile.
           IF WS-ThesisStatus NOT = "00"
               DISPLAY "Nessuna tesi in archivio."
               CLOSE ThesisFile
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT DefenceReport.
           MOVE WS-AskDate TO PrnDefSession.
           WRITE PrintLine FROM DefHeading AFTER ADVANCING PAGE.
           WRITE PrintLine FROM DefColHeads AFTER ADVANCING 2 LINES.
           MOVE ZERO TO WS-DefCount.
           MOVE 'N' TO WS-EOF.
           MOVE ZERO TO ThMatr.
           START ThesisFile KEY IS NOT LESS THAN ThMatr
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ThesisFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ThDefSession = WS-AskDate
                               AND (ThBooked OR ThDefended)
                           PERFORM PrintDefenceLine
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-DefCount TO PrnDefCount.
           WRITE PrintLine FROM DefTotLine AFTER ADVANCING 2 LINES.
           CLOSE ThesisFile, DefenceReport.
           DISPLAY WS-DefCount " laureandi, elenco su "
               "133defence.rpt.".

       PrintDefenceLine.
           ADD 1 TO WS-DefCount.
           MOVE ThMatr TO WS-AskMatr.
           PERFORM GetStudent.
           MOVE ThMatr TO PrnDefMatr.
           MOVE WS-Cognome TO PrnDefCognome.
           MOVE ThFacCode TO PrnDefFac.
           MOVE ThTitle TO PrnDefTitle.
           WRITE PrintLine FROM DefLine AFTER ADVANCING 1 LINE.

       OverdueTheses.
           OPEN INPUT ThesisFile.
           IF WS-ThesisStatus NOT = "00"
               DISPLAY "Nessuna tesi in archivio."
               CLOSE ThesisFile
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           OPEN OUTPUT OverdueReport.
           MOVE WS-StdMonths TO PrnStdMonths.
           MOVE WS-TodayDate TO PrnOvdToday.
           WRITE OvdPrintLine FROM OvdHeading AFTER ADVANCING PAGE.
           WRITE OvdPrintLine FROM OvdColHeads AFTER ADVANCING 2
               LINES.
           MOVE ZERO TO WS-OverdueCount.
           MOVE 'N' TO WS-EOF.
           MOVE ZERO TO ThMatr.
           START ThesisFile KEY IS NOT LESS THAN ThMatr
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ThesisFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NOT ThDefended
                           PERFORM CheckOneOverdue
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-OverdueCount TO PrnOvdCount.
           WRITE OvdPrintLine FROM OvdTotLine AFTER ADVANCING 2
               LINES.
           CLOSE ThesisFile, OverdueReport.
           DISPLAY WS-OverdueCount " tesi in ritardo, elenco su "
               "133overdue.rpt.".

       CheckOneOverdue.
           *> Scadenza: registrazione piu' la durata standard, stesso
           *> giorno del mese (l'ultimo del mese se non esiste).
           MOVE ThRegDate TO WS-DueDate.
           COMPUTE WS-MonthTotal = WS-DueYear * 12 + WS-DueMonth - 1
               + WS-StdMonths.
           COMPUTE WS-DueYear = WS-MonthTotal / 12.
           COMPUTE WS-DueMonth = FUNCTION MOD(WS-MonthTotal, 12) + 1.
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-DueDate) = 0
               SUBTRACT 1 FROM WS-DueDay
           END-PERFORM.
           IF WS-DueDate >= WS-TodayDate
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OverdueCount.
           COMPUTE WS-LateDays =
               FUNCTION INTEGER-OF-DATE(WS-TodayDate)
               - FUNCTION INTEGER-OF-DATE(WS-DueDate).
           MOVE ThMatr TO WS-AskMatr.
           PERFORM GetStudent.
           MOVE ThMatr TO PrnOvdMatr.
           MOVE WS-Cognome TO PrnOvdCognome.
           MOVE ThFacCode TO PrnOvdFac.
           MOVE ThRegDate TO PrnOvdReg.
           MOVE WS-DueDate TO PrnOvdDue.
           MOVE ThStatus TO PrnOvdStatus.
           MOVE WS-LateDays TO PrnOvdDays.
           WRITE OvdPrintLine FROM OvdLine AFTER ADVANCING 1 LINE.

       ReadThesis.
           MOVE 'N' TO WS-Found.
           IF WS-ThesisStatus NOT = "00"
               DISPLAY "Nessuna tesi in archivio."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AskMatr TO ThMatr.
           READ ThesisFile
               INVALID KEY DISPLAY "Tesi non registrata."
               NOT INVALID KEY MOVE 'Y' TO WS-Found
           END-READ.

       GetStudent.
           MOVE 'N' TO WS-Found.
           MOVE SPACES TO WS-Nome WS-Cognome.
           OPEN INPUT StudentiMaster.
           IF WS-StudentiMasterStatus = "00"
               MOVE WS-AskMatr TO Matr
               READ StudentiMaster
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-Found
                       MOVE Nome TO WS-Nome
                       MOVE Cognome TO WS-Cognome
               END-READ
           END-IF.
           CLOSE StudentiMaster.

       GetFaculty.
           MOVE 'N' TO WS-Found.
           MOVE SPACES TO WS-FacName.
           OPEN INPUT FacultyFile.
           IF WS-FacStatus = "00"
               MOVE WS-AskFac TO FacCode
               READ FacultyFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-Found
                       MOVE FacName TO WS-FacName
               END-READ
           END-IF.
           CLOSE FacultyFile.

       CheckCleared.
           MOVE 'N' TO WS-Found.
           OPEN INPUT ClearedFile.
           IF WS-ClearedStatus NOT = "00"
               CLOSE ClearedFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ClearedFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ClearedRecord = WS-AskMatr
                           MOVE 'Y' TO WS-Found
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ClearedFile.

       ComputeOpenBalance.
           *> Rette e more addebitate allo studente meno gli incassi
           *> e i crediti di ritiro registrati contro di esse.
           MOVE ZERO TO WS-ChargeCount WS-ChargeTotal WS-PaidTotal.
           OPEN INPUT RecvFile.
           IF WS-RecvStatus = "00"
               MOVE 'N' TO WS-EOF
               MOVE ZERO TO RcvChargeNum
               START RecvFile KEY IS NOT LESS THAN RcvChargeNum
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RecvFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF RcvMatr = WS-AskMatr
                                   AND WS-ChargeCount < 200
                               ADD 1 TO WS-ChargeCount
                               MOVE RcvChargeNum TO
                                   CH-ChargeNum(WS-ChargeCount)
                               ADD RcvAmount TO WS-ChargeTotal
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RecvFile.
           IF WS-ChargeCount > ZERO
               OPEN INPUT RecvPayFile
               IF WS-RecvPayStatus = "00"
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ RecvPayFile
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END PERFORM AddChargePayment
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE RecvPayFile
           END-IF.
           COMPUTE WS-OpenBalance = WS-ChargeTotal - WS-PaidTotal.

       AddChargePayment.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-ChargeCount
               IF CH-ChargeNum(K) = RPyChargeNum
                   ADD RPyAmount TO WS-PaidTotal
               END-IF
           END-PERFORM.
