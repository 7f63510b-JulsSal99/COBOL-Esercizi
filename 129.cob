       IDENTIFICATION DIVISION.
       PROGRAM-ID.       Verbali.
       AUTHOR.       Giulio.
       DATE-WRITTEN.21/09/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FacultyFile ASSIGN TO "129faculty.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FacCode
               FILE STATUS IS WS-FacStatus.
           SELECT ExaminerFile ASSIGN TO "129examiner.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ExrCourse
               FILE STATUS IS WS-ExrStatus.
           SELECT VerbaleFile ASSIGN TO "129verbale.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VerKey
               FILE STATUS IS WS-VerStatus.
           SELECT DraftResults ASSIGN TO "129draftres.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DrKey
               FILE STATUS IS WS-DraftStatus.
           SELECT ExamResults ASSIGN TO "7examres.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ExamResStatus.
           SELECT CourseFile ASSIGN TO "33courses.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CourseCode
               FILE STATUS IS WS-CourseStatus.
           SELECT StudentiMaster ASSIGN TO "3studenti.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Matr
               FILE STATUS IS WS-StudentiMasterStatus.
           SELECT VerbaleReport ASSIGN TO "129verbale.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UnsignedReport ASSIGN TO "129unsigned.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD FacultyFile.
       COPY "FACREC.cpy".
       FD ExaminerFile.
       COPY "EXRREC.cpy".
       FD VerbaleFile.
       COPY "VERBREC.cpy".
       FD DraftResults.
       COPY "VRESREC.cpy".
       FD ExamResults.
       COPY "EXAMREC.cpy".
       FD CourseFile.
       COPY "COURSEREC.cpy".
       FD StudentiMaster.
       COPY "STUDREC.cpy".
       FD VerbaleReport.
       01 VerbalePrintLine PIC X(80).
       FD UnsignedReport.
       01 UnsignedPrintLine PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-FacStatus PIC XX.
       01 WS-ExrStatus PIC XX.
       01 WS-VerStatus PIC XX.
       01 WS-DraftStatus PIC XX.
       01 WS-ExamResStatus PIC XX.
       01 WS-CourseStatus PIC XX.
       01 WS-StudentiMasterStatus PIC XX.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-OpID PIC X(8).
       01 WS-OpRole PIC X.
       01 WS-SignonOK PIC X.
       01 WS-EOF PIC X.
       01 WS-Found PIC X.
       01 WS-Exists PIC X.
       01 WS-Confirm PIC X.
       01 WS-TodayDate PIC 9(8).
       01 WS-AskCourse PIC 9(5).
       01 WS-AskDate PIC 9(8).
       01 WS-AskFac PIC X(6).
       01 WS-NewName PIC X(30).
       01 WS-NewDept PIC X(20).
       01 WS-CourseName PIC X(30).
       01 WS-CourseDept PIC X(20).
       01 WS-FacName PIC X(30).
       01 WS-StudName PIC X(41).
      *> Copia del verbale letto da GetVerbale: il file si chiude
      *> subito, chi chiama guarda questa.
       01 WS-Verbale.
           02 WV-Key.
               03 WV-Course PIC 9(5).
               03 WV-Date PIC 9(8).
           02 WV-FacCode PIC X(6).
           02 WV-Status PIC X.
               88 WV-Draft VALUE 'D'.
               88 WV-Signed VALUE 'S'.
           02 WV-OpenDate PIC 9(8).
           02 WV-ResCount PIC 9(3).
           02 WV-SignDate PIC 9(8).
           02 WV-SignOpID PIC X(8).
       01 WS-ResCount PIC 9(3).
       01 WS-PassCount PIC 9(3).
       01 WS-ParmKey PIC X(12).
       01 WS-ParmValue PIC X(20).
       01 WS-ParmFound PIC X.
      *> SYSPARM VERBDAYS: giorni dalla data d'esame oltre i quali
      *> un verbale non firmato finisce nel registro.
       01 WS-MaxDays PIC 9(3) VALUE 15.
       01 WS-TodayInt PIC 9(7).
       01 WS-AgeDays PIC S9(5).
       01 WS-LateCount PIC 9(5).
       01 VerHeading1.
           02 FILLER PIC X(20) VALUE "VERBALE D'ESAME".
           02 FILLER PIC X(6) VALUE "Corso ".
           02 PrnVerCourse PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnVerCourseName PIC X(30).
       01 VerHeading2.
           02 FILLER PIC X(20) VALUE "Data esame".
           02 PrnVerDate PIC 9(8).
       01 VerHeading3.
           02 FILLER PIC X(20) VALUE "Docente esaminatore".
           02 PrnVerFac PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnVerFacName PIC X(30).
       01 VerColHeads.
           02 FILLER PIC X(38) VALUE "Matr.  Studente".
           02 FILLER PIC X(25) VALUE "Punti Voto Tent.    Esito".
       01 VerLine.
           02 PrnMatr PIC 9(5).
           02 FILLER PIC XX VALUE SPACE.
           02 PrnStud PIC X(32).
           02 FILLER PIC X VALUE SPACE.
           02 PrnScore PIC ZZ9.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnGrade PIC X.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnAttempt PIC Z9.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnEsito PIC X(10).
       01 VerTotLine.
           02 FILLER PIC X(8) VALUE "Esiti: ".
           02 PrnVerCount PIC ZZ9.
           02 FILLER PIC X(14) VALUE "   approvati: ".
           02 PrnVerPass PIC ZZ9.
       01 VerSignLine.
           02 FILLER PIC X(20) VALUE "Firmato dal docente ".
           02 PrnSignFac PIC X(6).
           02 FILLER PIC X(4) VALUE " il ".
           02 PrnSignDate PIC 9(8).
           02 FILLER PIC X(13) VALUE " (operatore ".
           02 PrnSignOp PIC X(8).
           02 FILLER PIC X VALUE ")".
       01 UnsHeading.
           02 FILLER PIC X(35) VALUE
               "VERBALI NON FIRMATI OLTRE I GIORNI ".
           02 PrnUnsDays PIC ZZ9.
           02 FILLER PIC X(6) VALUE "  al  ".
           02 PrnUnsToday PIC 9(8).
       01 UnsColHeads PIC X(80) VALUE
           "Corso  Data esame Docente Aperto il  Esiti  Giorni".
       01 UnsLine.
           02 PrnUnsCourse PIC 9(5).
           02 FILLER PIC XX VALUE SPACE.
           02 PrnUnsDate PIC 9(8).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnUnsFac PIC X(6).
           02 FILLER PIC XX VALUE SPACE.
           02 PrnUnsOpen PIC 9(8).
           02 FILLER PIC XX VALUE SPACE.
           02 PrnUnsCount PIC ZZ9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnUnsAge PIC ZZZZ9.
       01 UnsTotLine.
           02 FILLER PIC X(26) VALUE "Verbali da firmare:".
           02 PrnUnsTotal PIC ZZZZ9.
       PROCEDURE DIVISION.
       StartPara.
      *> Docenti, esaminatori dei corsi e verbali d'esame: ESAME
      *> (7.cob) mette gli esiti in bozza nel verbale della
      *> sessione, qui il docente esaminatore lo firma e gli esiti
      *> diventano definitivi in 7examres.dat.
           CALL 'SIGNON' USING WS-OpID, WS-OpRole, WS-SignonOK.
           IF WS-SignonOK NOT = 'Y'
               DISPLAY "Sign-on failed, program ends."
               STOP RUN
           END-IF.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "DOCENTI E VERBALI D'ESAME"
               DISPLAY "1 : Elenco docenti ed esaminatori"
               DISPLAY "2 : Nuovo docente o modifica (supervisore)"
               DISPLAY "3 : Esaminatore di un corso (supervisore)"
               DISPLAY "4 : Verbale in bozza di una sessione"
               DISPLAY "5 : Firma del verbale"
               DISPLAY "6 : Ristampa di un verbale firmato"
               DISPLAY "7 : Registro verbali non firmati"
               DISPLAY "0 : Fine"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM ListFaculty
                   WHEN 2 PERFORM MaintainFaculty
                   WHEN 3 PERFORM AssignExaminer
                   WHEN 4 PERFORM ShowDraft
                   WHEN 5 PERFORM SignVerbale
                   WHEN 6 PERFORM ReprintVerbale
                   WHEN 7 PERFORM UnsignedRegister
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       ListFaculty.
           OPEN INPUT FacultyFile.
           IF WS-FacStatus NOT = "00"
               DISPLAY "Nessun docente in archivio."
               CLOSE FacultyFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO FacCode.
           START FacultyFile KEY IS NOT LESS THAN FacCode
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ FacultyFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       DISPLAY FacCode " " FacName " " FacDept
               END-READ
           END-PERFORM.
           CLOSE FacultyFile.
           OPEN INPUT ExaminerFile.
           IF WS-ExrStatus NOT = "00"
               DISPLAY "Nessun esaminatore assegnato."
               CLOSE ExaminerFile
               EXIT PARAGRAPH
           END-IF.
           DISPLAY " ".
           MOVE 'N' TO WS-EOF.
           MOVE ZERO TO ExrCourse.
           START ExaminerFile KEY IS NOT LESS THAN ExrCourse
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ExaminerFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       DISPLAY "Corso " ExrCourse "  esaminatore "
                           ExrFacCode
               END-READ
           END-PERFORM.
           CLOSE ExaminerFile.

       MaintainFaculty.
           IF WS-OpRole NOT = 'S'
               DISPLAY "Solo i supervisori modificano i docenti."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Codice docente: " WITH NO ADVANCING.
           ACCEPT WS-AskFac.
           IF WS-AskFac = SPACES
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O FacultyFile.
           IF WS-FacStatus = "35"
               OPEN OUTPUT FacultyFile
               CLOSE FacultyFile
               OPEN I-O FacultyFile
           END-IF.
           MOVE WS-AskFac TO FacCode.
           MOVE 'Y' TO WS-Exists.
           READ FacultyFile
               INVALID KEY MOVE 'N' TO WS-Exists
           END-READ.
           IF WS-Exists = 'Y'
               DISPLAY "Attuale: " FacName " " FacDept
           END-IF.
           DISPLAY "Nome e cognome: " WITH NO ADVANCING.
           ACCEPT WS-NewName.
           DISPLAY "Dipartimento  : " WITH NO ADVANCING.
           ACCEPT WS-NewDept.
           *> Il dipartimento e' quello dei corsi (CourseDept).
           PERFORM CheckDepartment.
           IF WS-Found = 'N'
               DISPLAY "Nessun corso del dipartimento " WS-NewDept
                   ", docente non registrato."
               CLOSE FacultyFile
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AskFac TO FacCode.
           MOVE WS-NewName TO FacName.
           MOVE WS-NewDept TO FacDept.
           IF WS-Exists = 'Y'
               REWRITE FacultyData
                   INVALID KEY DISPLAY "Docente non aggiornato"
               END-REWRITE
               DISPLAY "Docente " FacCode " aggiornato da " WS-OpID
                   "."
           ELSE
               WRITE FacultyData
                   INVALID KEY DISPLAY "Docente non registrato"
               END-WRITE
               DISPLAY "Docente " FacCode " registrato da " WS-OpID
                   "."
           END-IF.
           CLOSE FacultyFile.

       CheckDepartment.
           MOVE 'N' TO WS-Found.
           OPEN INPUT CourseFile.
           IF WS-CourseStatus NOT = "00"
               CLOSE CourseFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           MOVE ZERO TO CourseCode.
           START CourseFile KEY IS NOT LESS THAN CourseCode
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y' OR WS-Found = 'Y'
               READ CourseFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CourseDept = WS-NewDept
                           MOVE 'Y' TO WS-Found
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CourseFile.

       AssignExaminer.
           IF WS-OpRole NOT = 'S'
               DISPLAY "Solo i supervisori assegnano gli esaminatori."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Corso: " WITH NO ADVANCING.
           ACCEPT WS-AskCourse.
           PERFORM GetCourse.
           IF WS-Found = 'N'
               DISPLAY "Corso non in catalogo."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY WS-CourseName " - " WS-CourseDept.
           DISPLAY "Codice docente esaminatore: " WITH NO ADVANCING.
           ACCEPT WS-AskFac.
           PERFORM GetFaculty.
           IF WS-Found = 'N'
               DISPLAY "Docente non in archivio."
               EXIT PARAGRAPH
           END-IF.
           IF FacDept NOT = WS-CourseDept
               DISPLAY "Il docente e' del dipartimento " FacDept
                   ", il corso di " WS-CourseDept ": rifiutato."
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O ExaminerFile.
           IF WS-ExrStatus = "35"
               OPEN OUTPUT ExaminerFile
               CLOSE ExaminerFile
               OPEN I-O ExaminerFile
           END-IF.
           *> I verbali gia' aperti restano al docente che li ha
           *> aperti: il nuovo esaminatore vale dalla sessione dopo.
           MOVE WS-AskCourse TO ExrCourse.
           MOVE WS-AskFac TO ExrFacCode.
           MOVE 'N' TO WS-Exists.
           WRITE ExaminerData
               INVALID KEY MOVE 'Y' TO WS-Exists
           END-WRITE.
           IF WS-Exists = 'Y'
               REWRITE ExaminerData
                   INVALID KEY DISPLAY "Esaminatore non aggiornato"
               END-REWRITE
           END-IF.
           CLOSE ExaminerFile.
           DISPLAY "Esaminatore del corso " WS-AskCourse ": "
               WS-AskFac " (" WS-OpID ").".

       GetCourse.
           MOVE 'N' TO WS-Found.
           MOVE SPACES TO WS-CourseName WS-CourseDept.
           OPEN INPUT CourseFile.
           IF WS-CourseStatus = "00"
               MOVE WS-AskCourse TO CourseCode
               READ CourseFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-Found
                       MOVE CourseName TO WS-CourseName
                       MOVE CourseDept TO WS-CourseDept
               END-READ
           END-IF.
           CLOSE CourseFile.

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

       AskSession.
           DISPLAY "Corso: " WITH NO ADVANCING.
           ACCEPT WS-AskCourse.
           DISPLAY "Data esame (yyyymmdd): " WITH NO ADVANCING.
           ACCEPT WS-AskDate.

       GetVerbale.
           MOVE 'N' TO WS-Found.
           MOVE SPACES TO WS-Verbale.
           OPEN INPUT VerbaleFile.
           IF WS-VerStatus = "00"
               MOVE WS-AskCourse TO VerCourse
               MOVE WS-AskDate TO VerDate
               READ VerbaleFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-Found
                       MOVE VerbaleData TO WS-Verbale
               END-READ
           END-IF.
           CLOSE VerbaleFile.

       ShowDraft.
           PERFORM AskSession.
           PERFORM GetVerbale.
           IF WS-Found = 'N'
               DISPLAY "Nessun verbale per questa sessione."
               EXIT PARAGRAPH
           END-IF.
           IF WV-Signed
               DISPLAY "Verbale firmato da " WV-FacCode " il "
                   WV-SignDate ", " WV-ResCount " esiti."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Verbale in bozza, esaminatore " WV-FacCode
               ", aperto il " WV-OpenDate.
           OPEN INPUT StudentiMaster.
           PERFORM ListDraftResults.
           CLOSE StudentiMaster.
           DISPLAY WS-ResCount " esiti, " WS-PassCount
               " approvati.".

       ListDraftResults.
           MOVE ZERO TO WS-ResCount WS-PassCount.
           OPEN INPUT DraftResults.
           IF WS-DraftStatus NOT = "00"
               CLOSE DraftResults
               EXIT PARAGRAPH
           END-IF.
           PERFORM StartDrafts.
           PERFORM UNTIL WS-EOF = 'Y'
               READ DraftResults NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DrCourse NOT = WS-AskCourse
                               OR DrDate NOT = WS-AskDate
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE DrMatr TO Matr
                           PERFORM GetStudentName
                           DISPLAY DrMatr " " WS-StudName " "
                               DrScore " " DrGrade " tent. "
                               DrAttempt
                           ADD 1 TO WS-ResCount
                           IF DrGrade NOT = "F"
                               ADD 1 TO WS-PassCount
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DraftResults.

       StartDrafts.
           MOVE 'N' TO WS-EOF.
           MOVE WS-AskCourse TO DrCourse.
           MOVE WS-AskDate TO DrDate.
           MOVE ZERO TO DrMatr.
           START DraftResults KEY IS NOT LESS THAN DrKey
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.

       GetStudentName.
           MOVE SPACES TO WS-StudName.
           READ StudentiMaster
               INVALID KEY MOVE "(matricola non in archivio)"
                   TO WS-StudName
               NOT INVALID KEY
                   STRING Cognome DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       Nome DELIMITED BY "  "
                       INTO WS-StudName
                   END-STRING
           END-READ.

       SignVerbale.
           *> Firma del docente esaminatore: gli esiti in bozza della
           *> sessione passano in 7examres.dat col suo codice e il
           *> verbale si stampa con tutti gli esiti.
           PERFORM AskSession.
           PERFORM GetVerbale.
           IF WS-Found = 'N'
               DISPLAY "Nessun verbale per questa sessione."
               EXIT PARAGRAPH
           END-IF.
           IF WV-Signed
               DISPLAY "Verbale gia' firmato il " WV-SignDate "."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Codice del docente firmatario: " WITH NO ADVANCING.
           ACCEPT WS-AskFac.
           IF WS-AskFac NOT = WV-FacCode
               DISPLAY "Il verbale lo firma l'esaminatore "
                   WV-FacCode ": firma rifiutata."
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT StudentiMaster.
           PERFORM ListDraftResults.
           CLOSE StudentiMaster.
           IF WS-ResCount = ZERO
               DISPLAY "Verbale senza esiti, niente da firmare."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Firmare il verbale con " WS-ResCount
               " esiti? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-Confirm.
           IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
               DISPLAY "Verbale non firmato."
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           OPEN EXTEND ExamResults.
           IF WS-ExamResStatus = "35"
               OPEN OUTPUT ExamResults
               CLOSE ExamResults
               OPEN EXTEND ExamResults
           END-IF.
           OPEN I-O DraftResults.
           MOVE ZERO TO WS-ResCount.
           PERFORM StartDrafts.
           PERFORM UNTIL WS-EOF = 'Y'
               READ DraftResults NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DrCourse NOT = WS-AskCourse
                               OR DrDate NOT = WS-AskDate
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM FinalizeResult
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ExamResults, DraftResults.
           OPEN I-O VerbaleFile.
           MOVE WS-AskCourse TO VerCourse.
           MOVE WS-AskDate TO VerDate.
           READ VerbaleFile
               INVALID KEY DISPLAY "Verbale non trovato"
               NOT INVALID KEY
                   MOVE 'S' TO VerStatus
                   MOVE WS-TodayDate TO VerSignDate
                   MOVE WS-OpID TO VerSignOpID
                   MOVE WS-ResCount TO VerResCount
                   REWRITE VerbaleData
                       INVALID KEY DISPLAY "Verbale non aggiornato"
                       NOT INVALID KEY
                           MOVE VerbaleData TO WS-Verbale
                   END-REWRITE
           END-READ.
           CLOSE VerbaleFile.
           PERFORM PrintVerbale.
           DISPLAY "Verbale firmato da " WV-FacCode ", " WS-ResCount
               " esiti definitivi, stampato in 129verbale.rpt.".

       FinalizeResult.
           MOVE DrMatr TO ExamMatr.
           MOVE DrCourse TO ExamCourse.
           MOVE DrDate TO ExamDate.
           MOVE DrScore TO ExamScore.
           MOVE DrGrade TO ExamGrade.
           MOVE DrAttempt TO ExamAttempt.
           MOVE WV-FacCode TO ExamFacCode.
           WRITE ExamResData.
           DELETE DraftResults
               INVALID KEY DISPLAY "Bozza non rimossa: " DrMatr
           END-DELETE.
           ADD 1 TO WS-ResCount.

       ReprintVerbale.
           PERFORM AskSession.
           PERFORM GetVerbale.
           IF WS-Found = 'N' OR NOT WV-Signed
               DISPLAY "Nessun verbale firmato per questa sessione."
               EXIT PARAGRAPH
           END-IF.
           PERFORM PrintVerbale.
           DISPLAY "Verbale ristampato in 129verbale.rpt.".

       PrintVerbale.
           *> Il verbale firmato si stampa da 7examres.dat: gli esiti
           *> della sessione col codice del docente firmatario.
           MOVE WV-FacCode TO WS-AskFac.
           PERFORM GetFaculty.
           PERFORM GetCourse.
           OPEN OUTPUT VerbaleReport.
           MOVE WS-AskCourse TO PrnVerCourse.
           MOVE WS-CourseName TO PrnVerCourseName.
           WRITE VerbalePrintLine FROM VerHeading1
               AFTER ADVANCING PAGE.
           MOVE WS-AskDate TO PrnVerDate.
           WRITE VerbalePrintLine FROM VerHeading2
               AFTER ADVANCING 1 LINE.
           MOVE WV-FacCode TO PrnVerFac.
           MOVE WS-FacName TO PrnVerFacName.
           WRITE VerbalePrintLine FROM VerHeading3
               AFTER ADVANCING 1 LINE.
           WRITE VerbalePrintLine FROM VerColHeads
               AFTER ADVANCING 2 LINES.
           MOVE ZERO TO WS-ResCount WS-PassCount.
           OPEN INPUT StudentiMaster.
           OPEN INPUT ExamResults.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ExamResults
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ExamCourse = WS-AskCourse
                               AND ExamDate = WS-AskDate
                               AND ExamFacCode = WV-FacCode
                           PERFORM PrintVerbaleLine
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ExamResults, StudentiMaster.
           MOVE WS-ResCount TO PrnVerCount.
           MOVE WS-PassCount TO PrnVerPass.
           WRITE VerbalePrintLine FROM VerTotLine
               AFTER ADVANCING 2 LINES.
           MOVE WV-FacCode TO PrnSignFac.
           MOVE WV-SignDate TO PrnSignDate.
           MOVE WV-SignOpID TO PrnSignOp.
           WRITE VerbalePrintLine FROM VerSignLine
               AFTER ADVANCING 2 LINES.
           CLOSE VerbaleReport.

       PrintVerbaleLine.
           MOVE ExamMatr TO Matr.
           PERFORM GetStudentName.
           MOVE ExamMatr TO PrnMatr.
           MOVE WS-StudName TO PrnStud.
           MOVE ExamScore TO PrnScore.
           MOVE ExamGrade TO PrnGrade.
           MOVE ExamAttempt TO PrnAttempt.
           IF ExamGrade = "F"
               MOVE "RESPINTO" TO PrnEsito
           ELSE
               MOVE "APPROVATO" TO PrnEsito
               ADD 1 TO WS-PassCount
           END-IF.
           WRITE VerbalePrintLine FROM VerLine AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-ResCount.

       UnsignedRegister.
           MOVE "VERBDAYS" TO WS-ParmKey.
           CALL 'PARMGET' USING WS-ParmKey, WS-ParmValue,
               WS-ParmFound.
           IF WS-ParmFound = 'Y' AND WS-ParmValue(1:3) IS NUMERIC
               MOVE WS-ParmValue(1:3) TO WS-MaxDays
           END-IF.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           COMPUTE WS-TodayInt = FUNCTION INTEGER-OF-DATE(WS-TodayDate).
           MOVE ZERO TO WS-LateCount.
           OPEN OUTPUT UnsignedReport.
           MOVE WS-MaxDays TO PrnUnsDays.
           MOVE WS-TodayDate TO PrnUnsToday.
           WRITE UnsignedPrintLine FROM UnsHeading
               AFTER ADVANCING PAGE.
           WRITE UnsignedPrintLine FROM UnsColHeads
               AFTER ADVANCING 2 LINES.
           OPEN INPUT VerbaleFile.
           IF WS-VerStatus = "00"
               MOVE 'N' TO WS-EOF
               MOVE ZERO TO VerCourse VerDate
               START VerbaleFile KEY IS NOT LESS THAN VerKey
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ VerbaleFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF VerDraft
                               PERFORM CheckUnsignedAge
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE VerbaleFile.
           MOVE WS-LateCount TO PrnUnsTotal.
           WRITE UnsignedPrintLine FROM UnsTotLine
               AFTER ADVANCING 2 LINES.
           CLOSE UnsignedReport.
           DISPLAY WS-LateCount " verbali non firmati da oltre "
               WS-MaxDays " giorni, elenco in 129unsigned.rpt.".

       CheckUnsignedAge.
           *> Eta' contata dalla data dell'esame.
           COMPUTE WS-AgeDays = WS-TodayInt
               - FUNCTION INTEGER-OF-DATE(VerDate).
           IF WS-AgeDays <= WS-MaxDays
               EXIT PARAGRAPH
           END-IF.
           MOVE VerCourse TO PrnUnsCourse.
           MOVE VerDate TO PrnUnsDate.
           MOVE VerFacCode TO PrnUnsFac.
           MOVE VerOpenDate TO PrnUnsOpen.
           MOVE VerResCount TO PrnUnsCount.
           MOVE WS-AgeDays TO PrnUnsAge.
           WRITE UnsignedPrintLine FROM UnsLine
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LateCount.
