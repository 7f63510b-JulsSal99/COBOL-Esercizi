           SELECT ExamResults ASSIGN TO "7examres.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ExamResStatus.
           SELECT RecogFile ASSIGN TO "132recog.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RecKey
               FILE STATUS IS WS-RecogStatus.
           SELECT MissingReport ASSIGN TO "90missing.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ClearedFile ASSIGN TO "90cleared.dat"
       COPY "STUDREC.cpy".
       FD ExamResults.
       COPY "EXAMREC.cpy".
       FD RecogFile.
       COPY "RECOGREC.cpy".
       FD MissingReport.
       01 PrintLine PIC X(70).
       FD ClearedFile.
       01 WS-StudentiMasterStatus PIC XX.
       01 WS-ExamResStatus PIC XX.
       01 WS-ClearedStatus PIC XX.
       01 WS-RecogStatus PIC XX.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-EOF PIC X.
               03 CR-Corso PIC 9(5).
               03 CR-Course PIC 9(5).
       01 I PIC 9(3).
       *> Esami superati dallo studente corrente, compresi quelli
       *> riconosciuti da altri atenei.
       01 PassTable.
           02 WS-PassCount PIC 9(3) VALUE ZERO.
           02 PassEntry OCCURS 100 TIMES
       AuditRun.
      *> Per ogni studente attivo: esami superati contro il piano
      *> di studi del suo Corso. I mancanti vanno a rapporto, chi
      *> ha tutto finisce nella lista abilitati che Thesis
      *> (133.cob) controlla prima di prenotare la laurea.
           IF WS-CurricCount = ZERO
               DISPLAY "No curriculum on file."
               EXIT PARAGRAPH
           MOVE 'N' TO WS-ResEOF.
           OPEN INPUT ExamResults.
           IF WS-ExamResStatus NOT = "00"
               MOVE 'Y' TO WS-ResEOF
           END-IF.
           PERFORM UNTIL WS-ResEOF = 'Y'
               READ ExamResults
               END-READ
           END-PERFORM.
           CLOSE ExamResults.
           PERFORM LoadRecognitions.

       LoadRecognitions.
           OPEN INPUT RecogFile.
           IF WS-RecogStatus NOT = "00"
               CLOSE RecogFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-ResEOF.
           MOVE Matr TO RecMatr.
           MOVE ZERO TO RecCourse.
           START RecogFile KEY IS NOT LESS THAN RecKey
               INVALID KEY MOVE 'Y' TO WS-ResEOF
           END-START.
           PERFORM UNTIL WS-ResEOF = 'Y'
               READ RecogFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-ResEOF
                   NOT AT END
                       IF RecMatr NOT = Matr
                           MOVE 'Y' TO WS-ResEOF
                       ELSE
                           IF WS-PassCount < 100
                               ADD 1 TO WS-PassCount
                               MOVE RecCourse TO
                                   PS-Course(WS-PassCount)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RecogFile.
