           SELECT ExamResults ASSIGN TO "7examres.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ExamResStatus.
           SELECT ConsentFile ASSIGN TO "146consent.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CnKey
               FILE STATUS IS WS-ConsStatus.
       DATA DIVISION.
       FILE SECTION.
       FD StudentiMaster.
       COPY "ORDLINE.cpy".
       FD ExamResults.
       COPY "EXAMREC.cpy".
       FD ConsentFile.
       COPY "CONSREC.cpy".
       WORKING-STORAGE SECTION.
       77 WS-StudentiMasterStatus PIC XX.
       77 WS-CustStatus PIC XX.
       77 WS-LineEOF PIC X.
       77 WS-LineStartOK PIC X.
       77 WS-ExamResStatus PIC XX.
       77 WS-ConsStatus PIC XX.
       77 WS-ConsPerson PIC 9(5).
       77 WS-CRT-STATUS PIC 9(4).
       77 StayOpen PIC X VALUE 'Y'.
       77 WS-AskID PIC 9(5).
       77 WS-Found PIC X.
       77 WS-AnySection PIC X.
       77 WS-LineCount PIC 9(3).
       77 WS-StandStatus PIC X.
       77 WS-StandTerm PIC 9(6).
       COPY "PERSONREC.cpy".

       SCREEN SECTION.
           MOVE 'N' TO WS-AnySection.
           DISPLAY " ".
           DISPLAY "================ PERSON 360 ================".
           MOVE ZERO TO PersonID.
           PERFORM ShowStudentSection.
           PERFORM ShowCustomerSection.
           PERFORM ShowOrdersSection.
           PERFORM ShowExamsSection.
           PERFORM ShowConsentSection.
           DISPLAY "============================================".

       ShowStudentSection.
               DISPLAY "  Matricola " Matr " " Nome " " Cognome
               DISPLAY "  Corso " Corso "  Anno " AnnoCorso
                   "  Stato " StatoStud "  Nato " DataN
               CALL 'STANDGET' USING Matr, WS-StandStatus,
                   WS-StandTerm
               EVALUATE WS-StandStatus
                   WHEN 'P'
                       DISPLAY "  *** PROBATION (termine "
                           WS-StandTerm ") ***"
                   WHEN 'W'
                       DISPLAY "  Posizione: avviso (termine "
                           WS-StandTerm ")"
                   WHEN 'F'
                       DISPLAY "  Posizione: fuori corso (termine "
                           WS-StandTerm ")"
               END-EVALUATE
           ELSE
               DISPLAY "  (none on file)"
           END-IF.
           ELSE
               MOVE 'Y' TO WS-AnySection
           END-IF.

       ShowConsentSection.
           *> Storia dei consensi al contatto (ConsentMaint, 146.cob)
           *> per l'ID chiesto o per quello trovato per cognome.
           DISPLAY "-- Contact consents --".
           MOVE ZERO TO WS-LineCount.
           MOVE WS-AskID TO WS-ConsPerson.
           IF WS-ConsPerson = ZERO
               MOVE PersonID TO WS-ConsPerson
           END-IF.
           OPEN INPUT ConsentFile.
           IF WS-ConsStatus = "00" AND WS-ConsPerson NOT = ZERO
               MOVE WS-ConsPerson TO CnPerson
               MOVE LOW-VALUES TO CnPurpose
               MOVE ZERO TO CnSeq
               MOVE 'N' TO WS-EOF
               START ConsentFile KEY IS NOT LESS THAN CnKey
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ConsentFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CnPerson NOT = WS-ConsPerson
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               PERFORM ShowOneConsent
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ConsentFile.
           IF WS-LineCount = ZERO
               DISPLAY "  (none on file)"
           ELSE
               MOVE 'Y' TO WS-AnySection
           END-IF.

       ShowOneConsent.
           ADD 1 TO WS-LineCount.
           IF CnActive
               DISPLAY "  " CnPurpose " dato " CnGiven " via "
                   CnChannel " (" CnGivenOp ") attivo"
           ELSE
               DISPLAY "  " CnPurpose " dato " CnGiven " via "
                   CnChannel " (" CnGivenOp ") revocato "
                   CnWithdrawn " (" CnWithdrawnOp ")"
           END-IF.
