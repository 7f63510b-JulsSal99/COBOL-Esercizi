       IDENTIFICATION DIVISION.
       PROGRAM-ID.       IncomeDecl.
       AUTHOR.       Giulio.
       DATE-WRITTEN.06/10/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IncDeclFile ASSIGN TO "137incdecl.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IncKey
               FILE STATUS IS WS-IncStatus.
           SELECT FeeBandFile ASSIGN TO "137feeband.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FbKey
               FILE STATUS IS WS-BandStatus.
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
       DATA DIVISION.
       FILE SECTION.
       FD IncDeclFile.
       COPY "INCDECL.cpy".
       FD FeeBandFile.
       COPY "FEEBAND.cpy".
       FD StudentiMaster.
       COPY "STUDREC.cpy".
       FD CourseFile.
       COPY "COURSEREC.cpy".
       WORKING-STORAGE SECTION.
       01 WS-IncStatus PIC XX.
       01 WS-BandStatus PIC XX.
       01 WS-StudentiMasterStatus PIC XX.
       01 WS-CourseStatus PIC XX.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-EOF PIC X.
       01 WS-Found PIC X.
       01 WS-Answer PIC X.
       01 WS-OpID PIC X(8).
       01 WS-OpRole PIC X.
       01 WS-SignonOK PIC X.
       01 WS-TodayDate PIC 9(8).
       01 WS-CalMode PIC X.
       01 WS-CalDate PIC 9(8).
       01 WS-CalValid PIC X.
       01 WS-AskMatr PIC 9(5).
       01 WS-AskTerm PIC 9(6).
       01 WS-AskCourse PIC 9(5).
       01 WS-AskBand PIC 99.
       01 WS-AskDate PIC 9(8).
       01 WS-Cognome PIC X(20).
       01 WS-CourseName PIC X(30).
       01 WS-NewValue PIC 9(7)V99.
       01 WS-NewDocRef PIC X(20).
       01 WS-NewUpTo PIC 9(7)V99.
       01 WS-NewFee PIC 9(5)V99.
       01 WS-DeclCount PIC 9(3).
       01 WS-BandCount PIC 99.
       01 WS-PrnValue PIC Z,ZZZ,ZZ9.99.
       01 WS-PrnUpTo PIC Z,ZZZ,ZZ9.99.
       01 WS-PrnFee PIC ZZ,ZZ9.99.
       PROCEDURE DIVISION.
       StartPara.
      *> Dichiarazioni di reddito familiare per termine e tabella
      *> delle fasce di retta per Corso: TuitionBilling (59.cob)
      *> prezza la retta dalla fascia del valore dichiarato, e
      *> applica l'ultima fascia a chi non ha dichiarato entro la
      *> scadenza.
           CALL 'SIGNON' USING WS-OpID, WS-OpRole, WS-SignonOK.
           IF WS-SignonOK NOT = 'Y'
               DISPLAY "Sign-on failed, program ends."
               STOP RUN
           END-IF.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "DICHIARAZIONI REDDITO E FASCE DI RETTA"
               DISPLAY "1 : Registra dichiarazione"
               DISPLAY "2 : Dichiarazioni di uno studente"
               DISPLAY "3 : Fasce di retta di un corso"
               DISPLAY "4 : Imposta una fascia (supervisore)"
               DISPLAY "5 : Elimina una fascia (supervisore)"
               DISPLAY "0 : Fine"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM RecordDeclaration
                   WHEN 2 PERFORM ListDeclarations
                   WHEN 3 PERFORM ListBands
                   WHEN 4 PERFORM SetBand
                   WHEN 5 PERFORM DeleteBand
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       RecordDeclaration.
           DISPLAY "Matricola: " WITH NO ADVANCING.
           ACCEPT WS-AskMatr.
           PERFORM GetStudent.
           IF WS-Found = 'N'
               DISPLAY "Matricola non in archivio."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Studente " WS-Cognome.
           DISPLAY "Termine (aaaamm): " WITH NO ADVANCING.
           ACCEPT WS-AskTerm.
           MOVE 'T' TO WS-CalMode.
           MOVE ZERO TO WS-CalDate.
           CALL 'ACADCHK' USING WS-CalMode, WS-AskTerm, WS-CalDate,
               WS-CalValid.
           IF WS-CalValid = 'N'
               DISPLAY "Termine non nel calendario accademico."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Valore dichiarato (9999999.99): "
               WITH NO ADVANCING.
           ACCEPT WS-NewValue.
           DISPLAY "Riferimento documento: " WITH NO ADVANCING.
           ACCEPT WS-NewDocRef.
           IF WS-NewDocRef = SPACES
               DISPLAY "Riferimento del documento obbligatorio."
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           *> La data e' quella di presentazione: conta per la
           *> scadenza, quindi mai nel futuro.
           DISPLAY "Data presentazione (0 = oggi): "
               WITH NO ADVANCING.
           ACCEPT WS-AskDate.
           IF WS-AskDate = ZERO
               MOVE WS-TodayDate TO WS-AskDate
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-AskDate) NOT = ZERO
                   OR WS-AskDate > WS-TodayDate
               DISPLAY "Data non valida."
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O IncDeclFile.
           IF WS-IncStatus = "35"
               OPEN OUTPUT IncDeclFile
               CLOSE IncDeclFile
               OPEN I-O IncDeclFile
           END-IF.
           MOVE WS-AskMatr TO IncMatr.
           MOVE WS-AskTerm TO IncTerm.
           MOVE 'Y' TO WS-Found.
           READ IncDeclFile
               INVALID KEY MOVE 'N' TO WS-Found
           END-READ.
           IF WS-Found = 'Y'
               MOVE IncValue TO WS-PrnValue
               DISPLAY "Dichiarazione gia' presente: " WS-PrnValue
                   " del " IncDeclDate " (" IncDocRef ")"
               DISPLAY "Sostituirla? (Y/N): " WITH NO ADVANCING
               ACCEPT WS-Answer
               IF WS-Answer NOT = 'Y' AND WS-Answer NOT = 'y'
                   CLOSE IncDeclFile
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-NewValue TO IncValue.
           MOVE WS-AskDate TO IncDeclDate.
           MOVE WS-NewDocRef TO IncDocRef.
           MOVE WS-OpID TO IncOpID.
           IF WS-Found = 'Y'
               REWRITE IncDeclData
                   INVALID KEY DISPLAY "Dichiarazione non aggiornata"
               END-REWRITE
           ELSE
               WRITE IncDeclData
                   INVALID KEY DISPLAY "Dichiarazione non registrata"
               END-WRITE
           END-IF.
           CLOSE IncDeclFile.
           MOVE WS-NewValue TO WS-PrnValue.
           DISPLAY "Dichiarazione " WS-PrnValue " registrata per il "
               "termine " WS-AskTerm " da " WS-OpID ".".

       ListDeclarations.
           DISPLAY "Matricola: " WITH NO ADVANCING.
           ACCEPT WS-AskMatr.
           OPEN INPUT IncDeclFile.
           IF WS-IncStatus NOT = "00"
               DISPLAY "Nessuna dichiarazione in archivio."
               CLOSE IncDeclFile
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-DeclCount.
           MOVE 'N' TO WS-EOF.
           MOVE WS-AskMatr TO IncMatr.
           MOVE ZERO TO IncTerm.
           START IncDeclFile KEY IS NOT LESS THAN IncKey
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ IncDeclFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF IncMatr NOT = WS-AskMatr
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-DeclCount
                           MOVE IncValue TO WS-PrnValue
                           DISPLAY "Termine " IncTerm "  " WS-PrnValue
                               "  il " IncDeclDate "  " IncDocRef
                               "  " IncOpID
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE IncDeclFile.
           DISPLAY WS-DeclCount " dichiarazioni.".

       ListBands.
           DISPLAY "Corso: " WITH NO ADVANCING.
           ACCEPT WS-AskCourse.
           OPEN INPUT FeeBandFile.
           IF WS-BandStatus NOT = "00"
               DISPLAY "Nessuna fascia in archivio."
               CLOSE FeeBandFile
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-BandCount.
           MOVE 'N' TO WS-EOF.
           MOVE WS-AskCourse TO FbCourse.
           MOVE ZERO TO FbBand.
           START FeeBandFile KEY IS NOT LESS THAN FbKey
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ FeeBandFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FbCourse NOT = WS-AskCourse
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-BandCount
                           MOVE FbUpTo TO WS-PrnUpTo
                           MOVE FbFee TO WS-PrnFee
                           DISPLAY "Fascia " FbBand "  fino a "
                               WS-PrnUpTo "  retta " WS-PrnFee
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FeeBandFile.
           IF WS-BandCount = ZERO
               DISPLAY "Nessuna fascia: si addebita la retta piatta "
                   "del catalogo."
           ELSE
               DISPLAY "L'ultima fascia vale per chi non dichiara "
                   "in tempo."
           END-IF.

       SetBand.
           IF WS-OpRole NOT = 'S'
               DISPLAY "Solo i supervisori modificano le fasce."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Corso: " WITH NO ADVANCING.
           ACCEPT WS-AskCourse.
           PERFORM GetCourse.
           IF WS-Found = 'N'
               DISPLAY "Corso non in catalogo."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY WS-CourseName.
           DISPLAY "Fascia (01-99): " WITH NO ADVANCING.
           ACCEPT WS-AskBand.
           IF WS-AskBand = ZERO
               DISPLAY "Fascia non valida."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Reddito fino a (9999999.99 = senza limite): "
               WITH NO ADVANCING.
           ACCEPT WS-NewUpTo.
           DISPLAY "Retta della fascia (0 = esente): "
               WITH NO ADVANCING.
           ACCEPT WS-NewFee.
           OPEN I-O FeeBandFile.
           IF WS-BandStatus = "35"
               OPEN OUTPUT FeeBandFile
               CLOSE FeeBandFile
               OPEN I-O FeeBandFile
           END-IF.
           *> Le fasce salgono col numero: il limite deve stare tra
           *> quello della fascia sotto e quello della fascia sopra.
           PERFORM CheckBandOrder.
           IF WS-Found = 'N'
               DISPLAY "Limite fuori ordine rispetto alle fasce "
                   "vicine, rifiutato."
               CLOSE FeeBandFile
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AskCourse TO FbCourse.
           MOVE WS-AskBand TO FbBand.
           MOVE WS-NewUpTo TO FbUpTo.
           MOVE WS-NewFee TO FbFee.
           WRITE FeeBandData
               INVALID KEY
                   REWRITE FeeBandData
                       INVALID KEY DISPLAY "Fascia non aggiornata"
                   END-REWRITE
           END-WRITE.
           CLOSE FeeBandFile.
           DISPLAY "Fascia " WS-AskBand " del corso " WS-AskCourse
               " impostata da " WS-OpID ".".

       CheckBandOrder.
           MOVE 'Y' TO WS-Found.
           MOVE 'N' TO WS-EOF.
           MOVE WS-AskCourse TO FbCourse.
           MOVE ZERO TO FbBand.
           START FeeBandFile KEY IS NOT LESS THAN FbKey
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ FeeBandFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FbCourse NOT = WS-AskCourse
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF FbBand < WS-AskBand
                                   AND FbUpTo >= WS-NewUpTo
                               MOVE 'N' TO WS-Found
                           END-IF
                           IF FbBand > WS-AskBand
                                   AND FbUpTo <= WS-NewUpTo
                               MOVE 'N' TO WS-Found
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       DeleteBand.
           IF WS-OpRole NOT = 'S'
               DISPLAY "Solo i supervisori modificano le fasce."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Corso : " WITH NO ADVANCING.
           ACCEPT WS-AskCourse.
           DISPLAY "Fascia: " WITH NO ADVANCING.
           ACCEPT WS-AskBand.
           OPEN I-O FeeBandFile.
           IF WS-BandStatus NOT = "00"
               DISPLAY "Nessuna fascia in archivio."
               CLOSE FeeBandFile
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AskCourse TO FbCourse.
           MOVE WS-AskBand TO FbBand.
           MOVE 'Y' TO WS-Found.
           READ FeeBandFile
               INVALID KEY MOVE 'N' TO WS-Found
           END-READ.
           IF WS-Found = 'N'
               DISPLAY "Fascia non trovata."
               CLOSE FeeBandFile
               EXIT PARAGRAPH
           END-IF.
           MOVE FbUpTo TO WS-PrnUpTo.
           MOVE FbFee TO WS-PrnFee.
           DISPLAY "Fascia " FbBand "  fino a " WS-PrnUpTo
               "  retta " WS-PrnFee.
           DISPLAY "Eliminare? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-Answer.
           IF WS-Answer = 'Y' OR WS-Answer = 'y'
               DELETE FeeBandFile
                   INVALID KEY DISPLAY "Fascia non eliminata"
               END-DELETE
               DISPLAY "Fascia eliminata da " WS-OpID "."
           END-IF.
           CLOSE FeeBandFile.

       GetStudent.
           MOVE 'N' TO WS-Found.
           OPEN INPUT StudentiMaster.
           IF WS-StudentiMasterStatus = "00"
               MOVE WS-AskMatr TO Matr
               READ StudentiMaster
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-Found
                       MOVE Cognome TO WS-Cognome
               END-READ
           END-IF.
           CLOSE StudentiMaster.

       GetCourse.
           MOVE 'N' TO WS-Found.
           MOVE SPACES TO WS-CourseName.
           OPEN INPUT CourseFile.
           IF WS-CourseStatus = "00"
               MOVE WS-AskCourse TO CourseCode
               READ CourseFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-Found
                       MOVE CourseName TO WS-CourseName
               END-READ
           END-IF.
           CLOSE CourseFile.
