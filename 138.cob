       IDENTIFICATION DIVISION.
       PROGRAM-ID.       MinExtract.
       AUTHOR.       Giulio.
       DATE-WRITTEN.07/10/2026
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
           SELECT SortedExams ASSIGN TO "138exam_sorted.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SortWork ASSIGN TO "138sort.tmp".
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
           SELECT SentFile ASSIGN TO "138sent.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SnKey
               FILE STATUS IS WS-SentStatus.
           SELECT SubmFile ASSIGN TO "138subm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SubmStatus.
           SELECT MinFile ASSIGN TO DYNAMIC WS-MinFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MinStatus.
           SELECT RejectFile ASSIGN TO DYNAMIC WS-RejFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RejStatus.
           SELECT CorrReport ASSIGN TO "138correct.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD StudentiMaster.
       COPY "STUDREC.cpy".
       FD CourseFile.
       COPY "COURSEREC.cpy".
       FD ExamResults.
       COPY "EXAMREC.cpy".
       FD SortedExams.
       01 SortedExamData.
           02 SExMatr PIC 9(5).
           02 SExCourse PIC 9(5).
           02 SExDate PIC 9(8).
           02 SExScore PIC 9(3).
           02 SExGrade PIC X.
           02 FILLER PIC X(8).
       SD SortWork.
       01 WExamData.
           02 WExMatr PIC 9(5).
           02 WExCourse PIC 9(5).
           02 WExDate PIC 9(8).
           02 WExScore PIC 9(3).
           02 WExGrade PIC X.
           02 FILLER PIC X(8).
       FD RecogFile.
       COPY "RECOGREC.cpy".
       FD ThesisFile.
       COPY "THESREC.cpy".
       FD SentFile.
       COPY "MINSENT.cpy".
       FD SubmFile.
       COPY "MINSUBM.cpy".
       FD MinFile.
       COPY "MINREC.cpy".
       FD RejectFile.
       COPY "MINREJ.cpy".
       FD CorrReport.
       01 PrintLine PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-StudentiMasterStatus PIC XX.
       01 WS-CourseStatus PIC XX.
       01 WS-ExamResStatus PIC XX.
       01 WS-RecogStatus PIC XX.
       01 WS-ThesisStatus PIC XX.
       01 WS-SentStatus PIC XX.
       01 WS-SubmStatus PIC XX.
       01 WS-MinStatus PIC XX.
       01 WS-RejStatus PIC XX.
       01 WS-MinFileName PIC X(30).
       01 WS-RejFileName PIC X(30).
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-EOF PIC X.
       01 WS-StartOK PIC X.
       01 WS-Found PIC X.
       01 WS-CourseOpen PIC X.
       01 WS-OpID PIC X(8).
       01 WS-OpRole PIC X.
       01 WS-SignonOK PIC X.
       01 WS-TodayDate PIC 9(8).
       01 WS-ParmKey PIC X(12).
       01 WS-ParmValue PIC X(20).
       01 WS-ParmFound PIC X.
      *> Codice ateneo per il ministero (SYSPARM MINCODE).
       01 WS-InstCode PIC X(6).
       01 WS-AskPeriod PIC 9(6).
       01 WS-AskSubm PIC 9(4).
       01 WS-NextSubm PIC 9(4).
       01 WS-LastMatr PIC 9(5).
       01 WS-LastCourse PIC 9(5).
       01 WS-CountIsc PIC 9(6).
       01 WS-CountEsa PIC 9(6).
       01 WS-CountRit PIC 9(6).
       01 WS-CountLau PIC 9(6).
       01 WS-CountTotal PIC 9(7).
       01 WS-NewCount PIC 9(6).
       01 WS-VarCount PIC 9(6).
       01 WS-ResendCount PIC 9(6).
       01 WS-RejCount PIC 9(6).
       01 WS-RejUnknown PIC 9(6).
       01 WS-CorrCount PIC 9(6).
      *> Record candidato: chiave e immagine da confrontare con
      *> l'ultima inviata.
       01 WS-CandType PIC X(3).
       01 WS-CandMatr PIC 9(5).
       01 WS-CandRef PIC X(13).
       01 WS-CandImage PIC X(72).
       01 ImgIscrizione.
           02 ImgIscCognome PIC X(20).
           02 ImgIscNome PIC X(20).
           02 ImgIscNascita PIC 9(8).
           02 ImgIscCorso PIC 9(5).
           02 ImgIscAnno PIC 99.
           02 ImgIscStato PIC X.
           02 FILLER PIC X(16).
       01 ImgEsame.
           02 ImgEsaCourse PIC 9(5).
           02 ImgEsaDate PIC 9(8).
           02 ImgEsaScore PIC 9(3).
           02 ImgEsaGrade PIC X.
           02 ImgEsaCredits PIC 99.
           02 ImgEsaRecog PIC X.
           02 FILLER PIC X(52).
       01 ImgRitiro.
           02 ImgRitDate PIC 9(8).
           02 ImgRitCorso PIC 9(5).
           02 FILLER PIC X(59).
       01 ImgLaurea.
           02 ImgLauCorso PIC 9(5).
           02 ImgLauDate PIC 9(8).
           02 ImgLauMark PIC 9(3).
           02 ImgLauLode PIC X.
           02 ImgLauTitle PIC X(55).
       01 CorrHeading.
           02 FILLER PIC X(32) VALUE
               "REGISTRY CORRECTION LIST  as of ".
           02 PrnCorrDate PIC 9(8).
       01 CorrColHeads PIC X(80) VALUE
           "Tipo Matr. Rif.          Invio  Cod.  Motivo".
       01 CorrLine.
           02 PrnCrType PIC X(3).
           02 FILLER PIC XX VALUE SPACE.
           02 PrnCrMatr PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCrRef PIC X(13).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCrSubm PIC 9(4).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnCrCode PIC X(4).
           02 FILLER PIC XX VALUE SPACE.
           02 PrnCrMsg PIC X(50).
       01 CorrTotLine.
           02 FILLER PIC X(26) VALUE "Records to correct/resend:".
           02 PrnCorrCount PIC ZZZZZ9.
       PROCEDURE DIVISION.
       StartPara.
      *> Invio periodico all'anagrafe nazionale studenti: iscrizioni,
      *> esami superati (anche riconosciuti), ritiri e lauree nel
      *> tracciato fisso ministeriale con testa e coda di
      *> controllo. Il registro 138sent.dat ricorda l'ultima
      *> immagine inviata di ogni record: nell'invio vanno solo i
      *> nuovi, i cambiati e gli scartati da reinviare. Gli scarti
      *> del ministero si caricano dal file 138rej_nnnn.dat.
           CALL 'SIGNON' USING WS-OpID, WS-OpRole, WS-SignonOK.
           IF WS-SignonOK NOT = 'Y'
               DISPLAY "Sign-on failed, program ends."
               STOP RUN
           END-IF.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           MOVE "000000" TO WS-InstCode.
           MOVE "MINCODE" TO WS-ParmKey.
           CALL 'PARMGET' USING WS-ParmKey, WS-ParmValue,
               WS-ParmFound.
           IF WS-ParmFound = 'Y'
               MOVE WS-ParmValue(1:6) TO WS-InstCode
           END-IF.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "NATIONAL STUDENT REGISTRY"
               DISPLAY "1 : Extract Submission (supervisor)"
               DISPLAY "2 : Load Ministry Reject File"
               DISPLAY "3 : Correction List"
               DISPLAY "4 : Submission History"
               DISPLAY "0 : Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM ExtractSubmission
                   WHEN 2 PERFORM LoadRejects
                   WHEN 3 PERFORM CorrectionList
                   WHEN 4 PERFORM SubmissionHistory
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       ExtractSubmission.
           IF WS-OpRole NOT = 'S'
               DISPLAY "Only a supervisor sends to the registry."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Submission period (aaaamm): " WITH NO ADVANCING.
           ACCEPT WS-AskPeriod.
           IF WS-AskPeriod(5:2) < "01" OR WS-AskPeriod(5:2) > "12"
               DISPLAY "Period not valid."
               EXIT PARAGRAPH
           END-IF.
           PERFORM GetNextSubmission.
           MOVE SPACES TO WS-MinFileName.
           STRING "138sub_" WS-NextSubm ".dat"
               DELIMITED BY SIZE INTO WS-MinFileName.
           OPEN I-O SentFile.
           IF WS-SentStatus = "35"
               OPEN OUTPUT SentFile
               CLOSE SentFile
               OPEN I-O SentFile
           END-IF.
           OPEN OUTPUT MinFile.
           MOVE ZERO TO WS-CountIsc WS-CountEsa WS-CountRit
               WS-CountLau WS-NewCount WS-VarCount WS-ResendCount.
           MOVE SPACES TO MinHeader.
           MOVE "HDR" TO MhType.
           MOVE WS-InstCode TO MhInst.
           MOVE WS-AskPeriod TO MhPeriod.
           MOVE WS-NextSubm TO MhSubmission.
           MOVE WS-TodayDate TO MhCreated.
           WRITE MinHeader.
           PERFORM ExtractStudents.
           PERFORM ExtractExams.
           PERFORM ExtractGraduations.
           COMPUTE WS-CountTotal = WS-CountIsc + WS-CountEsa
               + WS-CountRit + WS-CountLau.
           MOVE SPACES TO MinTrailer.
           MOVE "TRL" TO MtType.
           MOVE WS-InstCode TO MtInst.
           MOVE WS-AskPeriod TO MtPeriod.
           MOVE WS-CountIsc TO MtCountIsc.
           MOVE WS-CountEsa TO MtCountEsa.
           MOVE WS-CountRit TO MtCountRit.
           MOVE WS-CountLau TO MtCountLau.
           MOVE WS-CountTotal TO MtTotal.
           WRITE MinTrailer.
           CLOSE MinFile, SentFile.
           OPEN EXTEND SubmFile.
           IF WS-SubmStatus = "35"
               OPEN OUTPUT SubmFile
               CLOSE SubmFile
               OPEN EXTEND SubmFile
           END-IF.
           MOVE WS-NextSubm TO SbSubmission.
           MOVE WS-AskPeriod TO SbPeriod.
           MOVE WS-TodayDate TO SbDate.
           MOVE WS-OpID TO SbOpID.
           MOVE WS-CountIsc TO SbCountIsc.
           MOVE WS-CountEsa TO SbCountEsa.
           MOVE WS-CountRit TO SbCountRit.
           MOVE WS-CountLau TO SbCountLau.
           WRITE SubmData.
           CLOSE SubmFile.
           DISPLAY "Submission " WS-NextSubm " written to "
               WS-MinFileName.
           DISPLAY "  enrolments " WS-CountIsc "  exams " WS-CountEsa
               "  withdrawals " WS-CountRit "  graduations "
               WS-CountLau.
           DISPLAY "  new " WS-NewCount "  changed " WS-VarCount
               "  resent after reject " WS-ResendCount.

       GetNextSubmission.
           MOVE ZERO TO WS-NextSubm.
           OPEN INPUT SubmFile.
           IF WS-SubmStatus = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SubmFile
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF SbSubmission > WS-NextSubm
                               MOVE SbSubmission TO WS-NextSubm
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SubmFile.
           ADD 1 TO WS-NextSubm.

       ExtractStudents.
           *> Iscrizione per anno di corso (la chiave porta l'anno:
           *> il passaggio d'anno e' una nuova iscrizione), ritiro
           *> per chi ha DataRitiro entro il periodo.
           OPEN INPUT StudentiMaster.
           IF WS-StudentiMasterStatus NOT = "00"
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
                       NOT AT END PERFORM ExtractOneStudent
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE StudentiMaster.

       ExtractOneStudent.
           MOVE SPACES TO ImgIscrizione.
           MOVE Cognome TO ImgIscCognome.
           MOVE Nome TO ImgIscNome.
           IF Anno IS NUMERIC AND Mese IS NUMERIC
                   AND Giorno IS NUMERIC
               COMPUTE ImgIscNascita = Anno * 10000 + Mese * 100
                   + Giorno
           ELSE
               MOVE ZERO TO ImgIscNascita
           END-IF.
           MOVE Corso TO ImgIscCorso.
           MOVE AnnoCorso TO ImgIscAnno.
           MOVE StatoStud TO ImgIscStato.
           MOVE "ISC" TO WS-CandType.
           MOVE Matr TO WS-CandMatr.
           MOVE SPACES TO WS-CandRef.
           MOVE AnnoCorso TO WS-CandRef(1:2).
           MOVE ImgIscrizione TO WS-CandImage.
           PERFORM SendIfNew.
           IF StudRitirato AND DataRitiro NOT = ZERO
                   AND DataRitiro(1:6) <= WS-AskPeriod
               MOVE SPACES TO ImgRitiro
               MOVE DataRitiro TO ImgRitDate
               MOVE Corso TO ImgRitCorso
               MOVE "RIT" TO WS-CandType
               MOVE SPACES TO WS-CandRef
               MOVE ImgRitiro TO WS-CandImage
               PERFORM SendIfNew
           END-IF.

       ExtractExams.
           *> Un esame superato per corso: il miglior esito entro il
           *> periodo (SORT per matricola, corso, punteggio
           *> decrescente), poi i riconoscimenti dei corsi non
           *> superati in sede.
           OPEN INPUT ExamResults.
           IF WS-ExamResStatus NOT = "00"
               CLOSE ExamResults
           ELSE
               CLOSE ExamResults
               SORT SortWork ON ASCENDING KEY WExMatr WExCourse
                   DESCENDING KEY WExScore
                   USING ExamResults
                   GIVING SortedExams
               MOVE 'Y' TO WS-CourseOpen
               OPEN INPUT CourseFile
               IF WS-CourseStatus NOT = "00"
                   MOVE 'N' TO WS-CourseOpen
               END-IF
               MOVE ZERO TO WS-LastMatr WS-LastCourse
               OPEN INPUT SortedExams
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SortedExams
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM ExtractOneExam
                   END-READ
               END-PERFORM
               CLOSE SortedExams, CourseFile
           END-IF.
           PERFORM ExtractRecognitions.

       ExtractOneExam.
           IF SExGrade IS NOT PassingScore
                   OR SExDate(1:6) > WS-AskPeriod
               EXIT PARAGRAPH
           END-IF.
           IF SExMatr = WS-LastMatr AND SExCourse = WS-LastCourse
               EXIT PARAGRAPH
           END-IF.
           MOVE SExMatr TO WS-LastMatr.
           MOVE SExCourse TO WS-LastCourse.
           MOVE SPACES TO ImgEsame.
           MOVE SExCourse TO ImgEsaCourse.
           MOVE SExDate TO ImgEsaDate.
           MOVE SExScore TO ImgEsaScore.
           MOVE SExGrade TO ImgEsaGrade.
           MOVE ZERO TO ImgEsaCredits.
           IF WS-CourseOpen = 'Y'
               MOVE SExCourse TO CourseCode
               READ CourseFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CourseCredits TO ImgEsaCredits
               END-READ
           END-IF.
           MOVE SPACE TO ImgEsaRecog.
           MOVE "ESA" TO WS-CandType.
           MOVE SExMatr TO WS-CandMatr.
           MOVE SPACES TO WS-CandRef.
           MOVE SExCourse TO WS-CandRef(1:5).
           MOVE ImgEsame TO WS-CandImage.
           PERFORM SendIfNew.

       ExtractRecognitions.
           *> Un corso gia' inviato come esame in sede ha gia' il suo
           *> record ESA: il riconoscimento non lo sovrascrive.
           OPEN INPUT RecogFile.
           IF WS-RecogStatus NOT = "00"
               CLOSE RecogFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           MOVE ZERO TO RecMatr RecCourse.
           START RecogFile KEY IS NOT LESS THAN RecKey
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ RecogFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RecDate(1:6) <= WS-AskPeriod
                           PERFORM ExtractOneRecognition
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RecogFile.

       ExtractOneRecognition.
           MOVE "ESA" TO SnType.
           MOVE RecMatr TO SnMatr.
           MOVE SPACES TO SnRef.
           MOVE RecCourse TO SnRef(1:5).
           READ SentFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF SnImage(20:1) NOT = 'R'
                       EXIT PARAGRAPH
                   END-IF
           END-READ.
           MOVE SPACES TO ImgEsame.
           MOVE RecCourse TO ImgEsaCourse.
           MOVE RecDate TO ImgEsaDate.
           MOVE RecScore TO ImgEsaScore.
           MOVE RecGrade TO ImgEsaGrade.
           MOVE RecCredits TO ImgEsaCredits.
           MOVE 'R' TO ImgEsaRecog.
           MOVE "ESA" TO WS-CandType.
           MOVE RecMatr TO WS-CandMatr.
           MOVE SPACES TO WS-CandRef.
           MOVE RecCourse TO WS-CandRef(1:5).
           MOVE ImgEsame TO WS-CandImage.
           PERFORM SendIfNew.

       ExtractGraduations.
           *> Lauree dalle discussioni registrate in Thesis
           *> (133.cob); il corso dall'anagrafica studenti.
           OPEN INPUT ThesisFile.
           IF WS-ThesisStatus NOT = "00"
               CLOSE ThesisFile
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT StudentiMaster.
           MOVE 'N' TO WS-EOF.
           MOVE ZERO TO ThMatr.
           START ThesisFile KEY IS NOT LESS THAN ThMatr
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ThesisFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ThDefended
                               AND ThDefDate(1:6) <= WS-AskPeriod
                           PERFORM ExtractOneGraduation
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ThesisFile, StudentiMaster.

       ExtractOneGraduation.
           MOVE SPACES TO ImgLaurea.
           MOVE ZERO TO ImgLauCorso.
           MOVE ThMatr TO Matr.
           READ StudentiMaster
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE Corso TO ImgLauCorso
           END-READ.
           MOVE ThDefDate TO ImgLauDate.
           MOVE ThMark TO ImgLauMark.
           MOVE ThLode TO ImgLauLode.
           MOVE ThTitle TO ImgLauTitle.
           MOVE "LAU" TO WS-CandType.
           MOVE ThMatr TO WS-CandMatr.
           MOVE SPACES TO WS-CandRef.
           MOVE ImgLaurea TO WS-CandImage.
           PERFORM SendIfNew.

       SendIfNew.
           *> Nuovo: mai inviato. Variazione: immagine diversa
           *> dall'ultima inviata. Reinvio: scartato dal ministero.
           MOVE WS-CandType TO SnType.
           MOVE WS-CandMatr TO SnMatr.
           MOVE WS-CandRef TO SnRef.
           MOVE 'Y' TO WS-Found.
           READ SentFile
               INVALID KEY MOVE 'N' TO WS-Found
           END-READ.
           MOVE SPACES TO MinDetail.
           EVALUATE TRUE
               WHEN WS-Found = 'N'
                   MOVE 'N' TO MdAction
                   ADD 1 TO WS-NewCount
               WHEN SnRejected
                   MOVE 'R' TO MdAction
                   ADD 1 TO WS-ResendCount
               WHEN SnImage NOT = WS-CandImage
                   MOVE 'V' TO MdAction
                   ADD 1 TO WS-VarCount
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE WS-CandType TO MdType.
           MOVE WS-InstCode TO MdInst.
           MOVE WS-CandMatr TO MdMatr.
           MOVE WS-CandRef TO MdRef.
           MOVE WS-CandImage TO MdData.
           WRITE MinDetail.
           EVALUATE WS-CandType
               WHEN "ISC" ADD 1 TO WS-CountIsc
               WHEN "ESA" ADD 1 TO WS-CountEsa
               WHEN "RIT" ADD 1 TO WS-CountRit
               WHEN "LAU" ADD 1 TO WS-CountLau
           END-EVALUATE.
           MOVE WS-CandType TO SnType.
           MOVE WS-CandMatr TO SnMatr.
           MOVE WS-CandRef TO SnRef.
           MOVE WS-CandImage TO SnImage.
           MOVE WS-AskPeriod TO SnPeriod.
           MOVE WS-NextSubm TO SnSubmission.
           MOVE WS-TodayDate TO SnSentDate.
           MOVE 'S' TO SnStatus.
           MOVE SPACES TO SnRejCode SnRejMsg.
           IF WS-Found = 'N'
               WRITE SentData
                   INVALID KEY DISPLAY "Register write failed "
                       SnKey
               END-WRITE
           ELSE
               REWRITE SentData
                   INVALID KEY DISPLAY "Register rewrite failed "
                       SnKey
               END-REWRITE
           END-IF.

       LoadRejects.
           DISPLAY "Submission number (nnnn): " WITH NO ADVANCING.
           ACCEPT WS-AskSubm.
           MOVE SPACES TO WS-RejFileName.
           STRING "138rej_" WS-AskSubm ".dat"
               DELIMITED BY SIZE INTO WS-RejFileName.
           OPEN INPUT RejectFile.
           IF WS-RejStatus NOT = "00"
               DISPLAY "Reject file " WS-RejFileName " not found."
               CLOSE RejectFile
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O SentFile.
           IF WS-SentStatus NOT = "00"
               DISPLAY "Nothing sent to the registry yet."
               CLOSE RejectFile, SentFile
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-RejCount WS-RejUnknown.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ RejectFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM LoadOneReject
               END-READ
           END-PERFORM.
           CLOSE RejectFile, SentFile.
           DISPLAY WS-RejCount " rejects put on the correction list.".
           IF WS-RejUnknown > ZERO
               DISPLAY WS-RejUnknown " rejects not matching "
                   "submission " WS-AskSubm ", ignored."
           END-IF.

       LoadOneReject.
           *> Si accetta lo scarto solo se il record e' ancora quello
           *> dell'invio indicato: uno gia' reinviato non si riapre.
           MOVE RjType TO SnType.
           MOVE RjMatr TO SnMatr.
           MOVE RjRef TO SnRef.
           MOVE 'Y' TO WS-Found.
           READ SentFile
               INVALID KEY MOVE 'N' TO WS-Found
           END-READ.
           IF WS-Found = 'N' OR SnSubmission NOT = WS-AskSubm
               ADD 1 TO WS-RejUnknown
               EXIT PARAGRAPH
           END-IF.
           MOVE 'R' TO SnStatus.
           MOVE RjCode TO SnRejCode.
           MOVE RjMsg TO SnRejMsg.
           REWRITE SentData
               INVALID KEY ADD 1 TO WS-RejUnknown
               NOT INVALID KEY ADD 1 TO WS-RejCount
           END-REWRITE.

       CorrectionList.
           OPEN INPUT SentFile.
           IF WS-SentStatus NOT = "00"
               DISPLAY "Nothing sent to the registry yet."
               CLOSE SentFile
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CorrReport.
           MOVE WS-TodayDate TO PrnCorrDate.
           WRITE PrintLine FROM CorrHeading AFTER ADVANCING PAGE.
           WRITE PrintLine FROM CorrColHeads AFTER ADVANCING 2 LINES.
           MOVE ZERO TO WS-CorrCount.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO SnKey.
           START SentFile KEY IS NOT LESS THAN SnKey
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SentFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SnRejected
                           ADD 1 TO WS-CorrCount
                           MOVE SnType TO PrnCrType
                           MOVE SnMatr TO PrnCrMatr
                           MOVE SnRef TO PrnCrRef
                           MOVE SnSubmission TO PrnCrSubm
                           MOVE SnRejCode TO PrnCrCode
                           MOVE SnRejMsg TO PrnCrMsg
                           WRITE PrintLine FROM CorrLine AFTER
                               ADVANCING 1 LINE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-CorrCount TO PrnCorrCount.
           WRITE PrintLine FROM CorrTotLine AFTER ADVANCING 2 LINES.
           CLOSE SentFile, CorrReport.
           DISPLAY WS-CorrCount " records to correct, list on "
               "138correct.rpt; they go in the next submission.".

       SubmissionHistory.
           OPEN INPUT SubmFile.
           IF WS-SubmStatus NOT = "00"
               DISPLAY "No submissions yet."
               CLOSE SubmFile
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Subm  Period  Date      By        ISC    ESA"
               "    RIT    LAU".
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SubmFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       DISPLAY SbSubmission "  " SbPeriod "  " SbDate
                           "  " SbOpID "  " SbCountIsc " "
                           SbCountEsa " " SbCountRit " " SbCountLau
               END-READ
           END-PERFORM.
           CLOSE SubmFile.
