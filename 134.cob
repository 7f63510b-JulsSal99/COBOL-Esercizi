       IDENTIFICATION DIVISION.
       PROGRAM-ID.       Certificates.
       AUTHOR.       Giulio.
       DATE-WRITTEN.30/09/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CLASS PassingScore IS "A" THRU "C", "D".
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CertFile ASSIGN TO "134certreg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CertSerial
               FILE STATUS IS WS-CertStatus.
           SELECT StudentiMaster ASSIGN TO "3studenti.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Matr
               FILE STATUS IS WS-StudentiMasterStatus.
           SELECT ExamResults ASSIGN TO "7examres.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ExamResStatus.
           SELECT CourseFile ASSIGN TO "33courses.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CourseCode
               FILE STATUS IS WS-CourseStatus.
           SELECT RecogFile ASSIGN TO "132recog.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RecKey
               FILE STATUS IS WS-RecogStatus.
           SELECT ThesisFile ASSIGN TO "133thesis.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ThMatr
               FILE STATUS IS WS-ThesisStatus.
           SELECT CertDoc ASSIGN TO DYNAMIC WS-DocName
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CertFile.
       COPY "CERTREC.cpy".
       FD StudentiMaster.
       COPY "STUDREC.cpy".
       FD ExamResults.
       COPY "EXAMREC.cpy".
       FD CourseFile.
       COPY "COURSEREC.cpy".
       FD RecogFile.
       COPY "RECOGREC.cpy".
       FD ThesisFile.
       COPY "THESREC.cpy".
       FD CertDoc.
       01 DocLine PIC X(90).
       WORKING-STORAGE SECTION.
       01 WS-CertStatus PIC XX.
       01 WS-StudentiMasterStatus PIC XX.
       01 WS-ExamResStatus PIC XX.
       01 WS-CourseStatus PIC XX.
       01 WS-RecogStatus PIC XX.
       01 WS-ThesisStatus PIC XX.
       01 WS-DocName PIC X(30).
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-EOF PIC X.
       01 WS-Found PIC X.
       01 WS-HoldAction PIC X.
       01 WS-HoldBlocked PIC X.
       01 WS-HoldReason PIC X(60).
       01 WS-OpID PIC X(8).
       01 WS-OpRole PIC X.
       01 WS-SignonOK PIC X.
       01 WS-TodayDate PIC 9(8).
       01 WS-AskMatr PIC 9(5).
       01 WS-AskSerial PIC 9(5).
       01 WS-AskCorso PIC 9(5).
       01 WS-CertType PIC X.
       01 WS-IDSeries PIC X(4) VALUE "CERT".
       01 WS-IDStatus PIC X.
       01 WS-NewSerial PIC 9(5).
       01 WS-ChkMode PIC X.
       01 WS-ChkOK PIC X.
       01 WS-OrigSerial PIC 9(5).
       01 WS-Reason PIC X(40).
       01 WS-CorsoName PIC X(30).
       01 WS-CourseName PIC X(30).
       01 WS-CreditSum PIC 9(4).
       01 WS-WeightSum PIC 9(7).
       01 WS-Mark PIC 9(3).
       01 WS-Lode PIC X.
      *> Esami superati: il migliore esito per corso, poi i corsi
      *> riconosciuti da altri atenei (BX-Recog 'R').
       01 ExamTable.
           02 WS-ExamCount PIC 9(3) VALUE ZERO.
           02 ExamEntry OCCURS 100 TIMES
                   DEPENDING ON WS-ExamCount.
               03 BX-Course PIC 9(5).
               03 BX-Date PIC 9(8).
               03 BX-Score PIC 9(3).
               03 BX-Grade PIC X.
               03 BX-Recog PIC X.
               03 BX-Credits PIC 99.
       01 I PIC 9(3).
       01 DocTitleLine.
           02 FILLER PIC X(10) VALUE SPACE.
           02 PrnDocTitle PIC X(50).
       01 DocSerialLine.
           02 FILLER PIC X(20) VALUE "Certificato n. ".
           02 PrnSerial PIC 9(5).
           02 FILLER PIC X(16) VALUE "  rilasciato il ".
           02 PrnIssueDate PIC 9(8).
       01 DocDupLine.
           02 FILLER PIC X(26) VALUE
               "DUPLICATO del diploma n. ".
           02 PrnOrigSerial PIC 9(5).
           02 FILLER PIC X(10) VALUE " - motivo ".
           02 PrnReason PIC X(40).
       01 DocStudLine.
           02 FILLER PIC X(20) VALUE "Si certifica che ".
           02 PrnNome PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCognome PIC X(20).
       01 DocMatrLine.
           02 FILLER PIC X(20) VALUE "matricola ".
           02 PrnMatr PIC 9(5).
           02 FILLER PIC X(12) VALUE "  corso di ".
           02 PrnCorsoName PIC X(30).
       01 DocEnrolLine.
           02 FILLER PIC X(36) VALUE
               "e' regolarmente iscritto/a all'anno ".
           02 PrnAnnoCorso PIC Z9.
       01 DocDegreeLine.
           02 FILLER PIC X(36) VALUE
               "ha conseguito la laurea nell'anno ".
           02 PrnAnnoLaurea PIC 9(4).
       01 DocMarkLine.
           02 FILLER PIC X(36) VALUE "con la votazione di ".
           02 PrnMark PIC ZZ9.
           02 FILLER PIC X(5) VALUE "/110 ".
           02 PrnLode PIC X(9).
       01 DocExamHead.
           02 FILLER PIC X(50) VALUE
               "ha superato i seguenti esami:".
       01 DocExamLine.
           02 PrnExCourse PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnExName PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 PrnExDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnExScore PIC ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnExGrade PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 PrnExCredits PIC Z9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnExNote PIC X(12).
       01 DocExamTot.
           02 FILLER PIC X(14) VALUE "Esami: ".
           02 PrnExCount PIC ZZ9.
           02 FILLER PIC X(12) VALUE "  crediti: ".
           02 PrnExCredTot PIC ZZZ9.
           02 FILLER PIC X(18) VALUE "  media pesata: ".
           02 PrnExAvg PIC ZZ9.9.
       01 DocFootLine.
           02 FILLER PIC X(30) VALUE "Il funzionario: ".
           02 PrnOpID PIC X(8).
       PROCEDURE DIVISION.
       StartPara.
      *> Certificati di iscrizione, esami sostenuti e diplomi di
      *> laurea: ogni documento prende un seriale dalla serie
      *> IDNEXT "CERT", finisce nel registro 134certreg.dat con
      *> quanto attestava, e si stampa su 134cert_<seriale>.txt.
      *> La verifica parte dal seriale stampato sul documento.
           CALL 'SIGNON' USING WS-OpID, WS-OpRole, WS-SignonOK.
           IF WS-SignonOK NOT = 'Y'
               DISPLAY "Sign-on failed, program ends."
               STOP RUN
           END-IF.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "CERTIFICATI E DIPLOMI"
               DISPLAY "1 : Certificato di iscrizione"
               DISPLAY "2 : Certificato esami sostenuti"
               DISPLAY "3 : Diploma di laurea"
               DISPLAY "4 : Verifica di un certificato"
               DISPLAY "5 : Registro dei certificati di uno studente"
               DISPLAY "0 : Fine"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 MOVE 'E' TO WS-CertType
                          PERFORM IssueCertificate
                   WHEN 2 MOVE 'X' TO WS-CertType
                          PERFORM IssueCertificate
                   WHEN 3 MOVE 'D' TO WS-CertType
                          PERFORM IssueCertificate
                   WHEN 4 PERFORM VerifyCertificate
                   WHEN 5 PERFORM ListStudentCerts
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       IssueCertificate.
           DISPLAY "Matricola: " WITH NO ADVANCING.
           ACCEPT WS-AskMatr.
           PERFORM GetStudent.
           IF WS-Found = 'N'
               DISPLAY "Matricola non in archivio."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY Nome " " Cognome.
           MOVE 'C' TO WS-HoldAction.
           CALL 'HOLDCHK' USING WS-AskMatr, WS-HoldAction,
               WS-HoldBlocked, WS-HoldReason.
           IF WS-HoldBlocked = 'Y'
               DISPLAY WS-HoldReason
               DISPLAY "Certificato rifiutato."
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-OrigSerial WS-Mark.
           MOVE SPACES TO WS-Reason.
           MOVE SPACE TO WS-Lode.
           EVALUATE WS-CertType
               WHEN 'E'
                   IF NOT StudAttivo
                       DISPLAY "Studente non iscritto (stato "
                           StatoStud "), certificato rifiutato."
                       EXIT PARAGRAPH
                   END-IF
               WHEN 'X'
                   PERFORM CollectExams
                   IF WS-ExamCount = ZERO
                       DISPLAY "Nessun esame superato."
                       EXIT PARAGRAPH
                   END-IF
               WHEN 'D'
                   IF NOT StudLaureato
                       DISPLAY "Studente non laureato, diploma "
                           "rifiutato."
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM GetThesisMark
                   *> Un secondo diploma e' un duplicato: va
                   *> motivato e riporta il seriale del primo.
                   PERFORM FindFirstDiploma
                   IF WS-OrigSerial NOT = ZERO
                       DISPLAY "Diploma gia' rilasciato col n. "
                           WS-OrigSerial "."
                       DISPLAY "Motivo del duplicato: "
                           WITH NO ADVANCING
                       ACCEPT WS-Reason
                       IF WS-Reason = SPACES
                           DISPLAY "Motivo obbligatorio, duplicato "
                               "non rilasciato."
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
           END-EVALUATE.
           CALL 'IDNEXT' USING WS-IDSeries, WS-NewSerial,
               WS-IDStatus.
           IF WS-IDStatus NOT = 'N'
               DISPLAY "Serie CERT non disponibile, certificato "
                   "non rilasciato."
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           PERFORM BuildRegisterEntry.
           OPEN I-O CertFile.
           IF WS-CertStatus = "35"
               OPEN OUTPUT CertFile
               CLOSE CertFile
               OPEN I-O CertFile
           END-IF.
           WRITE CertData
               INVALID KEY
                   DISPLAY "Seriale " WS-NewSerial " gia' nel "
                       "registro, certificato non rilasciato."
                   CLOSE CertFile
                   EXIT PARAGRAPH
           END-WRITE.
           CLOSE CertFile.
           PERFORM PrintDocument.
           DISPLAY "Certificato n. " WS-NewSerial " su "
               WS-DocName.

       BuildRegisterEntry.
           INITIALIZE CertData.
           MOVE WS-NewSerial TO CertSerial.
           MOVE WS-CertType TO CertType.
           MOVE Matr TO CertMatr.
           MOVE Nome TO CertNome.
           MOVE Cognome TO CertCognome.
           MOVE WS-TodayDate TO CertIssueDate.
           MOVE WS-OpID TO CertOpID.
           MOVE 'N' TO CertDuplicate.
           IF WS-OrigSerial NOT = ZERO
               MOVE 'Y' TO CertDuplicate
               MOVE WS-OrigSerial TO CertOrigSerial
               MOVE WS-Reason TO CertReason
           END-IF.
           MOVE Corso TO CertCorso.
           MOVE AnnoCorso TO CertAnnoCorso.
           IF WS-CertType = 'D'
               MOVE AnnoLaurea TO CertAnnoLaurea
               MOVE WS-Mark TO CertMark
               MOVE WS-Lode TO CertLode
           END-IF.
           IF WS-CertType = 'X'
               MOVE WS-ExamCount TO CertExamCount
               MOVE WS-CreditSum TO CertCredits
               IF WS-CreditSum > ZERO
                   COMPUTE CertAvg ROUNDED =
                       WS-WeightSum / WS-CreditSum
               END-IF
           END-IF.

       PrintDocument.
           MOVE SPACES TO WS-DocName.
           STRING "134cert_" CertSerial ".txt"
               DELIMITED BY SIZE INTO WS-DocName.
           MOVE CertCorso TO WS-AskCorso.
           PERFORM GetCorsoName.
           OPEN OUTPUT CertDoc.
           EVALUATE TRUE
               WHEN CertEnrolment
                   MOVE "CERTIFICATO DI ISCRIZIONE" TO PrnDocTitle
               WHEN CertExamList
                   MOVE "CERTIFICATO DEGLI ESAMI SOSTENUTI"
                       TO PrnDocTitle
               WHEN CertDiploma
                   MOVE "DIPLOMA DI LAUREA" TO PrnDocTitle
           END-EVALUATE.
           WRITE DocLine FROM DocTitleLine AFTER ADVANCING PAGE.
           MOVE CertSerial TO PrnSerial.
           MOVE CertIssueDate TO PrnIssueDate.
           WRITE DocLine FROM DocSerialLine AFTER ADVANCING 2 LINES.
           IF CertDuplicate = 'Y'
               MOVE CertOrigSerial TO PrnOrigSerial
               MOVE CertReason TO PrnReason
               WRITE DocLine FROM DocDupLine AFTER ADVANCING 1 LINE
           END-IF.
           MOVE CertNome TO PrnNome.
           MOVE CertCognome TO PrnCognome.
           WRITE DocLine FROM DocStudLine AFTER ADVANCING 2 LINES.
           MOVE CertMatr TO PrnMatr.
           MOVE WS-CorsoName TO PrnCorsoName.
           WRITE DocLine FROM DocMatrLine AFTER ADVANCING 1 LINE.
           EVALUATE TRUE
               WHEN CertEnrolment
                   MOVE CertAnnoCorso TO PrnAnnoCorso
                   WRITE DocLine FROM DocEnrolLine
                       AFTER ADVANCING 1 LINE
               WHEN CertExamList
                   PERFORM PrintExamList
               WHEN CertDiploma
                   MOVE CertAnnoLaurea TO PrnAnnoLaurea
                   WRITE DocLine FROM DocDegreeLine
                       AFTER ADVANCING 1 LINE
                   IF CertMark > ZERO
                       MOVE CertMark TO PrnMark
                       MOVE SPACES TO PrnLode
                       IF CertLode = 'L'
                           MOVE "e lode" TO PrnLode
                       END-IF
                       WRITE DocLine FROM DocMarkLine
                           AFTER ADVANCING 1 LINE
                   END-IF
           END-EVALUATE.
           MOVE CertOpID TO PrnOpID.
           WRITE DocLine FROM DocFootLine AFTER ADVANCING 3 LINES.
           CLOSE CertDoc.

       PrintExamList.
           WRITE DocLine FROM DocExamHead AFTER ADVANCING 2 LINES.
           MOVE SPACES TO DocLine.
           WRITE DocLine AFTER ADVANCING 1 LINE.
           MOVE 'Y' TO WS-Found.
           OPEN INPUT CourseFile.
           IF WS-CourseStatus NOT = "00"
               MOVE 'N' TO WS-Found
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ExamCount
               MOVE SPACES TO WS-CourseName
               IF WS-Found = 'Y'
                   MOVE BX-Course(I) TO CourseCode
                   READ CourseFile
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE CourseName TO WS-CourseName
                   END-READ
               END-IF
               MOVE BX-Course(I) TO PrnExCourse
               MOVE WS-CourseName TO PrnExName
               MOVE BX-Date(I) TO PrnExDate
               MOVE BX-Score(I) TO PrnExScore
               MOVE BX-Grade(I) TO PrnExGrade
               MOVE BX-Credits(I) TO PrnExCredits
               IF BX-Recog(I) = 'R'
                   MOVE "riconosciuto" TO PrnExNote
               ELSE
                   MOVE SPACES TO PrnExNote
               END-IF
               WRITE DocLine FROM DocExamLine AFTER ADVANCING 1 LINE
           END-PERFORM.
           CLOSE CourseFile.
           MOVE CertExamCount TO PrnExCount.
           MOVE CertCredits TO PrnExCredTot.
           MOVE CertAvg TO PrnExAvg.
           WRITE DocLine FROM DocExamTot AFTER ADVANCING 2 LINES.

       VerifyCertificate.
           DISPLAY "Seriale del certificato: " WITH NO ADVANCING.
           ACCEPT WS-AskSerial.
           *> Un seriale con la cifra di controllo sbagliata non e'
           *> mai stato emesso.
           MOVE 'V' TO WS-ChkMode.
           CALL 'CHKDGT' USING WS-AskSerial, WS-ChkMode, WS-ChkOK.
           IF WS-ChkOK NOT = 'Y'
               DISPLAY "NON AUTENTICO: seriale non valido."
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CertFile.
           MOVE 'N' TO WS-Found.
           IF WS-CertStatus = "00"
               MOVE WS-AskSerial TO CertSerial
               READ CertFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-Found
               END-READ
           END-IF.
           CLOSE CertFile.
           IF WS-Found = 'N'
               DISPLAY "NON AUTENTICO: seriale non nel registro."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "AUTENTICO - rilasciato il " CertIssueDate
               " da " CertOpID.
           EVALUATE TRUE
               WHEN CertEnrolment
                   DISPLAY "Certificato di iscrizione"
               WHEN CertExamList
                   DISPLAY "Certificato esami sostenuti"
               WHEN CertDiploma
                   DISPLAY "Diploma di laurea"
           END-EVALUATE.
           DISPLAY "Intestato a " CertNome " " CertCognome
               " matricola " CertMatr " corso " CertCorso.
           EVALUATE TRUE
               WHEN CertEnrolment
                   DISPLAY "Attestava l'iscrizione all'anno "
                       CertAnnoCorso
               WHEN CertExamList
                   MOVE CertAvg TO PrnExAvg
                   DISPLAY "Attestava " CertExamCount " esami, "
                       CertCredits " crediti, media " PrnExAvg
               WHEN CertDiploma
                   DISPLAY "Attestava la laurea nell'anno "
                       CertAnnoLaurea " voto " CertMark " " CertLode
           END-EVALUATE.
           IF CertDuplicate = 'Y'
               DISPLAY "DUPLICATO del n. " CertOrigSerial ": "
                   CertReason
           END-IF.

       ListStudentCerts.
           DISPLAY "Matricola: " WITH NO ADVANCING.
           ACCEPT WS-AskMatr.
           OPEN INPUT CertFile.
           IF WS-CertStatus NOT = "00"
               DISPLAY "Registro certificati vuoto."
               CLOSE CertFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           MOVE ZERO TO CertSerial.
           START CertFile KEY IS NOT LESS THAN CertSerial
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CertFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CertMatr = WS-AskMatr
                           DISPLAY CertSerial " " CertType " "
                               CertIssueDate " " CertOpID " "
                               CertDuplicate " " CertReason
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CertFile.

       FindFirstDiploma.
           MOVE ZERO TO WS-OrigSerial.
           OPEN INPUT CertFile.
           IF WS-CertStatus NOT = "00"
               CLOSE CertFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           MOVE ZERO TO CertSerial.
           START CertFile KEY IS NOT LESS THAN CertSerial
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CertFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CertMatr = WS-AskMatr AND CertDiploma
                               AND CertDuplicate NOT = 'Y'
                           MOVE CertSerial TO WS-OrigSerial
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CertFile.

       GetStudent.
           MOVE 'N' TO WS-Found.
           OPEN INPUT StudentiMaster.
           IF WS-StudentiMasterStatus = "00"
               MOVE WS-AskMatr TO Matr
               READ StudentiMaster
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-Found
               END-READ
           END-IF.
           CLOSE StudentiMaster.

       GetCorsoName.
           MOVE SPACES TO WS-CorsoName.
           OPEN INPUT CourseFile.
           IF WS-CourseStatus = "00"
               MOVE WS-AskCorso TO CourseCode
               READ CourseFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CourseName TO WS-CorsoName
               END-READ
           END-IF.
           CLOSE CourseFile.

       GetThesisMark.
           OPEN INPUT ThesisFile.
           IF WS-ThesisStatus = "00"
               MOVE WS-AskMatr TO ThMatr
               READ ThesisFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF ThDefended
                           MOVE ThMark TO WS-Mark
                           MOVE ThLode TO WS-Lode
                       END-IF
               END-READ
           END-IF.
           CLOSE ThesisFile.

       CollectExams.
           MOVE ZERO TO WS-ExamCount WS-CreditSum WS-WeightSum.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ExamResults.
           IF WS-ExamResStatus NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ExamResults
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ExamMatr = WS-AskMatr
                               AND ExamGrade IS PassingScore
                           PERFORM CollectOneExam
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ExamResults.
           OPEN INPUT RecogFile.
           IF WS-RecogStatus = "00"
               MOVE 'N' TO WS-EOF
               MOVE WS-AskMatr TO RecMatr
               MOVE ZERO TO RecCourse
               START RecogFile KEY IS NOT LESS THAN RecKey
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RecogFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF RecMatr NOT = WS-AskMatr
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               PERFORM CollectOneRecognition
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RecogFile.
           *> Crediti e media pesata come sul transcript: crediti dal
           *> catalogo (1 se mancano), quelli concessi se riconosciuto.
           MOVE 'Y' TO WS-Found.
           OPEN INPUT CourseFile.
           IF WS-CourseStatus NOT = "00"
               MOVE 'N' TO WS-Found
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ExamCount
               IF BX-Recog(I) NOT = 'R'
                   MOVE 1 TO BX-Credits(I)
                   IF WS-Found = 'Y'
                       MOVE BX-Course(I) TO CourseCode
                       READ CourseFile
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               IF CourseCredits > ZERO
                                   MOVE CourseCredits TO
                                       BX-Credits(I)
                               END-IF
                       END-READ
                   END-IF
               END-IF
               ADD BX-Credits(I) TO WS-CreditSum
               COMPUTE WS-WeightSum = WS-WeightSum
                   + BX-Score(I) * BX-Credits(I)
           END-PERFORM.
           CLOSE CourseFile.

       CollectOneExam.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-ExamCount
                   OR BX-Course(I) = ExamCourse
               CONTINUE
           END-PERFORM.
           IF I > WS-ExamCount
               IF WS-ExamCount >= 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ExamCount
               MOVE ExamCourse TO BX-Course(I)
               MOVE ExamDate TO BX-Date(I)
               MOVE ExamScore TO BX-Score(I)
               MOVE ExamGrade TO BX-Grade(I)
               MOVE SPACE TO BX-Recog(I)
               MOVE ZERO TO BX-Credits(I)
           ELSE
               IF ExamScore > BX-Score(I)
                   MOVE ExamDate TO BX-Date(I)
                   MOVE ExamScore TO BX-Score(I)
                   MOVE ExamGrade TO BX-Grade(I)
               END-IF
           END-IF.

       CollectOneRecognition.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-ExamCount
                   OR BX-Course(I) = RecCourse
               CONTINUE
           END-PERFORM.
           IF I <= WS-ExamCount OR WS-ExamCount >= 100
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ExamCount.
           MOVE RecCourse TO BX-Course(I).
           MOVE RecDate TO BX-Date(I).
           MOVE RecScore TO BX-Score(I).
           MOVE RecGrade TO BX-Grade(I).
           MOVE 'R' TO BX-Recog(I).
           MOVE RecCredits TO BX-Credits(I).
