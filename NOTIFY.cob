       IDENTIFICATION DIVISION.
       PROGRAM-ID.       NOTIFY.
       AUTHOR.       Giulio.
       DATE-WRITTEN.15/10/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFIle ASSIGN TO "15costumer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDNum
               ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
               FILE STATUS IS WS-CustStatus.
           SELECT TemplateFile ASSIGN TO "157notify.tpl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TplStatus.
           SELECT NotifyQueue ASSIGN TO "157notifyq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QueueStatus.
           SELECT NotifyArchive ASSIGN TO "157notifyarc.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ArcStatus.
       DATA DIVISION.
       FILE SECTION.
       FD CustomerFIle.
       COPY "CUSTREC.cpy".
       FD TemplateFile.
       01 TemplateLine PIC X(80).
       FD NotifyQueue.
       COPY "NOTIFREC.cpy".
       FD NotifyArchive.
       01 ArchiveLine PIC X(121).
       WORKING-STORAGE SECTION.
       01 WS-CustStatus PIC XX.
       01 WS-TplStatus PIC XX.
       01 WS-QueueStatus PIC XX.
       01 WS-ArcStatus PIC XX.
       01 WS-TplEOF PIC X.
       01 WS-TplLoaded PIC X VALUE 'N'.
      *> Modello caricato una volta per run: le sezioni iniziano con
      *> "#EVENTO  oggetto" (evento in colonna 2-9, oggetto da 11).
       01 TplTable.
           02 WS-TplCount PIC 9(3) VALUE ZERO.
           02 TplEntry OCCURS 100 TIMES
                   DEPENDING ON WS-TplCount.
               03 TT-Line PIC X(80).
       01 I PIC 9(3).
       01 WS-SectStart PIC 9(3).
       01 WS-RunSeq PIC 9(4) VALUE ZERO.
       01 WS-Company PIC X(2).
       01 WS-CmpName PIC X(30).
       01 WS-CallFirst PIC X(20).
       01 WS-CallMiddle PIC X(20) VALUE SPACES.
       01 WS-CallLast PIC X(20).
       01 WS-FullName PIC X(63).
       01 WS-Today PIC 9(8).
       01 WS-TodayEdit PIC X(10).
       01 WS-DocEdit PIC 9(5).
       01 WS-SrcLine PIC X(80).
       01 WS-MarkPos PIC 99.
       01 WS-MarkLen PIC 99.
       01 WS-RestPos PIC 9(3).
       01 WS-RestLen PIC S9(3).
       01 WS-Ptr PIC 9(3).
       01 WS-Value PIC X(63).
       01 WS-OutLine PIC X(80).
       LINKAGE SECTION.
       01 LEvent PIC X(8).
       01 LCustID PIC 9(5).
       01 LDocNum PIC 9(5).
       01 LDetail PIC X(60).
       01 LStatus PIC X.
       PROCEDURE DIVISION USING LEvent, LCustID, LDocNum, LDetail,
           LStatus.
      *> Accoda un avviso e-mail al cliente per un evento del ciclo
      *> ordine (ORDER, SHIPPED, INVOICE): testo dalla sezione
      *> dell'evento in 157notify.tpl, segnaposti come MailMerge
      *> (uno per riga: &FULLNAME, &DOCNUM, &DETAIL, &DATE,
      *> &COMPANY), destinatario l'Email di CUSTREC. Il gateway di
      *> posta preleva 157notifyq.dat; la copia in 157notifyarc.dat
      *> resta per NotifyMaint (157.cob). LStatus: 'Y' accodato,
      *> 'O' cliente che ha rinunciato agli avvisi, 'E' senza
      *> e-mail, 'N' cliente o sezione del modello assenti.
      *> Usato da OrderEntry (24.cob), Warehouse (58.cob) e
      *> InvoiceGen (25.cob).
       MainPara.
           MOVE 'N' TO LStatus.
           IF WS-TplLoaded = 'N'
               PERFORM LoadTemplate
               MOVE 'Y' TO WS-TplLoaded
           END-IF.
           OPEN INPUT CustomerFIle.
           IF WS-CustStatus NOT = "00"
               CLOSE CustomerFIle
               EXIT PROGRAM
           END-IF.
           MOVE LCustID TO IDNum.
           READ CustomerFIle
               INVALID KEY MOVE 'X' TO LStatus
           END-READ.
           CLOSE CustomerFIle.
           IF LStatus = 'X'
               MOVE 'N' TO LStatus
               EXIT PROGRAM
           END-IF.
           IF CustNoNotify
               MOVE 'O' TO LStatus
               EXIT PROGRAM
           END-IF.
           IF Email = SPACES
               MOVE 'E' TO LStatus
               EXIT PROGRAM
           END-IF.
           PERFORM FindSection.
           IF WS-SectStart = ZERO
               DISPLAY "No " LEvent " section in 157notify.tpl, "
                   "customer " LCustID " not notified."
               EXIT PROGRAM
           END-IF.
           CALL 'COMPGET' USING WS-Company, WS-CmpName.
           MOVE FirstName TO WS-CallFirst.
           MOVE LastName TO WS-CallLast.
           CALL 'NAMEFMT' USING WS-CallFirst, WS-CallMiddle,
               WS-CallLast, WS-FullName.
           ACCEPT WS-Today FROM DATE YYYYMMDD.
           STRING WS-Today(7:2) "/" WS-Today(5:2) "/" WS-Today(1:4)
               DELIMITED BY SIZE INTO WS-TodayEdit
           END-STRING.
           MOVE LDocNum TO WS-DocEdit.
           PERFORM QueueMessage.
           MOVE 'Y' TO LStatus.
           EXIT PROGRAM.

       LoadTemplate.
           OPEN INPUT TemplateFile.
           IF WS-TplStatus = "35"
               *> Primo avvio: lascia un modello d'esempio.
               OPEN OUTPUT TemplateFile
               MOVE "#ORDER    Conferma ordine n. &DOCNUM"
                   TO TemplateLine
               WRITE TemplateLine
               MOVE "Gentile &FULLNAME," TO TemplateLine
               WRITE TemplateLine
               MOVE "abbiamo ricevuto il Suo ordine n. &DOCNUM."
                   TO TemplateLine
               WRITE TemplateLine
               MOVE "&DETAIL" TO TemplateLine
               WRITE TemplateLine
               MOVE "Cordiali saluti, &COMPANY" TO TemplateLine
               WRITE TemplateLine
               MOVE "#SHIPPED  Spedizione ordine n. &DOCNUM"
                   TO TemplateLine
               WRITE TemplateLine
               MOVE "Gentile &FULLNAME," TO TemplateLine
               WRITE TemplateLine
               MOVE "il Suo ordine n. &DOCNUM e' partito il &DATE."
                   TO TemplateLine
               WRITE TemplateLine
               MOVE "&DETAIL" TO TemplateLine
               WRITE TemplateLine
               MOVE "Cordiali saluti, &COMPANY" TO TemplateLine
               WRITE TemplateLine
               MOVE "#INVOICE  Fattura n. &DOCNUM" TO TemplateLine
               WRITE TemplateLine
               MOVE "Gentile &FULLNAME," TO TemplateLine
               WRITE TemplateLine
               MOVE "Le abbiamo emesso la fattura n. &DOCNUM."
                   TO TemplateLine
               WRITE TemplateLine
               MOVE "&DETAIL" TO TemplateLine
               WRITE TemplateLine
               MOVE "Cordiali saluti, &COMPANY" TO TemplateLine
               WRITE TemplateLine
               CLOSE TemplateFile
               OPEN INPUT TemplateFile
           END-IF.
           MOVE 'N' TO WS-TplEOF.
           PERFORM UNTIL WS-TplEOF = 'Y' OR WS-TplCount >= 100
               READ TemplateFile
                   AT END MOVE 'Y' TO WS-TplEOF
                   NOT AT END
                       ADD 1 TO WS-TplCount
                       MOVE TemplateLine TO TT-Line(WS-TplCount)
               END-READ
           END-PERFORM.
           CLOSE TemplateFile.

       FindSection.
           MOVE ZERO TO WS-SectStart.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-TplCount OR WS-SectStart > ZERO
               IF TT-Line(I)(1:1) = "#"
                       AND TT-Line(I)(2:8) = LEvent
                   MOVE I TO WS-SectStart
               END-IF
           END-PERFORM.

       QueueMessage.
           OPEN EXTEND NotifyQueue.
           IF WS-QueueStatus = "35"
               OPEN OUTPUT NotifyQueue
               CLOSE NotifyQueue
               OPEN EXTEND NotifyQueue
           END-IF.
           OPEN EXTEND NotifyArchive.
           IF WS-ArcStatus = "35"
               OPEN OUTPUT NotifyArchive
               CLOSE NotifyArchive
               OPEN EXTEND NotifyArchive
           END-IF.
           ADD 1 TO WS-RunSeq.
           MOVE SPACES TO NotifyData.
           MOVE WS-Today TO NqMsgDate.
           ACCEPT NqMsgTime FROM TIME.
           MOVE WS-RunSeq TO NqMsgRun.
           MOVE 'H' TO NqRecType.
           MOVE LEvent TO NqEvent.
           MOVE LCustID TO NqCustID.
           MOVE LDocNum TO NqDocNum.
           MOVE Email TO NqEmail.
           MOVE WS-Company TO NqCompany.
           MOVE 'N' TO NqSendKind.
           MOVE TT-Line(WS-SectStart)(11:49) TO WS-SrcLine.
           PERFORM SubstituteLine.
           MOVE WS-OutLine TO NqSubject.
           WRITE ArchiveLine FROM NotifyData.
           WRITE NotifyData.
           MOVE 'L' TO NqRecType.
           COMPUTE I = WS-SectStart + 1.
           PERFORM UNTIL I > WS-TplCount
                   OR TT-Line(I)(1:1) = "#"
               MOVE TT-Line(I) TO WS-SrcLine
               PERFORM SubstituteLine
               MOVE SPACES TO NqLineArea
               MOVE WS-OutLine TO NqText
               WRITE ArchiveLine FROM NotifyData
               WRITE NotifyData
               ADD 1 TO I
           END-PERFORM.
           CLOSE NotifyQueue, NotifyArchive.

       SubstituteLine.
           *> Un segnaposto per riga, come in MailMerge.
           MOVE WS-SrcLine TO WS-OutLine.
           MOVE ZERO TO WS-MarkPos.
           INSPECT WS-SrcLine TALLYING WS-MarkPos
               FOR CHARACTERS BEFORE INITIAL "&FULLNAME".
           IF WS-MarkPos < 80
               MOVE 9 TO WS-MarkLen
               MOVE WS-FullName TO WS-Value
               PERFORM BuildSubstLine
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-MarkPos.
           INSPECT WS-SrcLine TALLYING WS-MarkPos
               FOR CHARACTERS BEFORE INITIAL "&DOCNUM".
           IF WS-MarkPos < 80
               MOVE 7 TO WS-MarkLen
               MOVE WS-DocEdit TO WS-Value
               PERFORM BuildSubstLine
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-MarkPos.
           INSPECT WS-SrcLine TALLYING WS-MarkPos
               FOR CHARACTERS BEFORE INITIAL "&DETAIL".
           IF WS-MarkPos < 80
               MOVE 7 TO WS-MarkLen
               MOVE LDetail TO WS-Value
               PERFORM BuildSubstLine
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-MarkPos.
           INSPECT WS-SrcLine TALLYING WS-MarkPos
               FOR CHARACTERS BEFORE INITIAL "&DATE".
           IF WS-MarkPos < 80
               MOVE 5 TO WS-MarkLen
               MOVE WS-TodayEdit TO WS-Value
               PERFORM BuildSubstLine
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-MarkPos.
           INSPECT WS-SrcLine TALLYING WS-MarkPos
               FOR CHARACTERS BEFORE INITIAL "&COMPANY".
           IF WS-MarkPos < 80
               MOVE 8 TO WS-MarkLen
               MOVE WS-CmpName TO WS-Value
               PERFORM BuildSubstLine
           END-IF.

       BuildSubstLine.
           MOVE SPACES TO WS-OutLine.
           MOVE 1 TO WS-Ptr.
           IF WS-MarkPos > 0
               STRING WS-SrcLine(1:WS-MarkPos) DELIMITED BY SIZE
                   INTO WS-OutLine WITH POINTER WS-Ptr
               END-STRING
           END-IF.
           STRING FUNCTION TRIM(WS-Value) DELIMITED BY SIZE
               INTO WS-OutLine WITH POINTER WS-Ptr
               ON OVERFLOW CONTINUE
           END-STRING.
           COMPUTE WS-RestPos = WS-MarkPos + WS-MarkLen + 1.
           COMPUTE WS-RestLen = 80 - WS-RestPos + 1.
           IF WS-RestLen > 0
               STRING WS-SrcLine(WS-RestPos:WS-RestLen)
                   DELIMITED BY SIZE
                   INTO WS-OutLine WITH POINTER WS-Ptr
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF.
