       IDENTIFICATION DIVISION.
       PROGRAM-ID.       NotifyMaint.
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
           SELECT NotifyQueue ASSIGN TO "157notifyq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QueueStatus.
           SELECT NotifyArchive ASSIGN TO "157notifyarc.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ArcStatus.
           SELECT StatusFile ASSIGN TO "157notifystat.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-StatStatus.
           SELECT DeliveryLog ASSIGN TO "157notifylog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LogStatus.
           SELECT BounceReport ASSIGN TO "157bounce.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CustomerFIle.
       COPY "CUSTREC.cpy".
      *> La coda la svuota il gateway: elenco, reinvii e rimbalzi
      *> si cercano nell'archivio, che ha ogni messaggio accodato.
       FD NotifyQueue.
       01 QueueLine PIC X(121).
       FD NotifyArchive.
       COPY "NOTIFREC.cpy".
       FD StatusFile.
       01 StatusLine PIC X(69).
       FD DeliveryLog.
       01 LogData PIC X(69).
       FD BounceReport.
       01 PrintLine PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-CustStatus PIC XX.
       01 WS-QueueStatus PIC XX.
       01 WS-ArcStatus PIC XX.
       01 WS-StatStatus PIC XX.
       01 WS-LogStatus PIC XX.
       01 WS-EOF PIC X.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-OpID PIC X(8).
       01 WS-OpRole PIC X.
       01 WS-SignonOK PIC X.
       01 WS-Confirm PIC X.
       01 WS-Company PIC X(2).
       01 WS-CmpName PIC X(30).
       01 WS-TodayDate PIC 9(8).
       COPY "NDLVREC.cpy".
       01 WS-AskCust PIC 9(5).
       01 WS-AskMsgID PIC X(20).
       01 WS-CustFound PIC X.
       01 WS-Found PIC X.
       01 WS-RunSeq PIC 9(4) VALUE ZERO.
       01 WS-ListCount PIC 9(5).
       01 WS-Imported PIC 9(5).
       01 WS-Delivered PIC 9(5).
       01 WS-Bounced PIC 9(5).
       01 WS-Deferred PIC 9(5).
       01 WS-Rejected PIC 9(5).
       01 WS-LastStatus PIC X.
       01 WS-LastReason PIC X(40).
       01 WS-CallFirst PIC X(20).
       01 WS-CallMiddle PIC X(20) VALUE SPACES.
       01 WS-CallLast PIC X(20).
       01 WS-FullName PIC X(63).
      *> Storico consegne, l'ultimo stato di ogni messaggio vince.
       01 LogTable.
           02 WS-LogCount PIC 9(4) VALUE ZERO.
           02 LogEntry OCCURS 5000 TIMES.
               03 LT-MsgID PIC X(20).
               03 LT-Status PIC X.
               03 LT-Reason PIC X(40).
      *> Messaggio da reinviare: testata e righe di testo.
       01 WS-ResendHead PIC X(121).
       01 WS-ResendEvent PIC X(8).
       01 WS-ResendDoc PIC 9(5).
       01 WS-ResendSubject PIC X(49).
       01 ResendTable.
           02 WS-ResendCount PIC 99 VALUE ZERO.
           02 ResendEntry OCCURS 50 TIMES.
               03 RT-Line PIC X(100).
      *> Rimbalzi dell'import in corso, da risolvere sulla coda.
       01 BounceTable.
           02 WS-BounceCount PIC 9(4) VALUE ZERO.
           02 BounceEntry OCCURS 2000 TIMES.
               03 BT-MsgID PIC X(20).
               03 BT-Date PIC 9(8).
               03 BT-Reason PIC X(40).
               03 BT-CustID PIC 9(5).
               03 BT-Email PIC X(30).
       01 B PIC 9(4).
       01 L PIC 9(4).
       01 R PIC 99.
       01 BounceHeading.
           02 FILLER PIC X(37) VALUE
               "BOUNCED CUSTOMER E-MAILS  import of ".
           02 PrnRunDate PIC 9(8).
       01 CompanyLine.
           02 FILLER PIC X(9) VALUE "Company: ".
           02 PrnCompany PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCmpName PIC X(30).
       01 BounceHeads PIC X(100) VALUE
           "Message ID           Cust. Name                 E-mail
      -    "                       Reason".
       01 BounceLine.
           02 PrnMsgID PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnName PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnEmail PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 PrnReason PIC X(21).
       01 BounceNote.
           02 FILLER PIC X(22) VALUE SPACES.
           02 PrnNote PIC X(78).
       PROCEDURE DIVISION.
       StartPara.
      *> Coda degli avvisi e-mail ai clienti (NOTIFY): elenco dei
      *> messaggi di un cliente con l'ultimo esito del gateway,
      *> reinvio di un messaggio all'indirizzo attuale del cliente
      *> e import degli esiti di consegna (157notifystat.txt), con
      *> il prospetto 157bounce.rpt degli indirizzi rimbalzati da
      *> correggere in anagrafica (15.cob). La rinuncia agli avvisi
      *> si registra in anagrafica cliente (CustNotify).
           CALL 'SIGNON' USING WS-OpID, WS-OpRole, WS-SignonOK.
           IF WS-SignonOK NOT = 'Y'
               DISPLAY "Sign-on failed, program ends."
               GOBACK
           END-IF.
           CALL 'COMPGET' USING WS-Company, WS-CmpName.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "CUSTOMER NOTIFICATIONS"
               DISPLAY "1 : List Messages for a Customer"
               DISPLAY "2 : Resend a Message"
               DISPLAY "3 : Import Delivery Status (157notifystat.txt)"
               DISPLAY "0 : Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM ListMessages
                   WHEN 2 PERFORM ResendMessage
                   WHEN 3 PERFORM ImportStatus
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           GOBACK.

       ListMessages.
           DISPLAY "Customer ID : " WITH NO ADVANCING.
           ACCEPT WS-AskCust.
           OPEN INPUT NotifyArchive.
           IF WS-ArcStatus NOT = "00"
               DISPLAY "No messages queued yet."
               CLOSE NotifyArchive
               EXIT PARAGRAPH
           END-IF.
           PERFORM LoadLog.
           MOVE ZERO TO WS-ListCount.
           DISPLAY "Message ID           Event    Doc.  Kind Status "
               "E-mail".
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ NotifyArchive
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NqHeader AND NqCustID = WS-AskCust
                           PERFORM ShowOneMessage
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NotifyArchive.
           DISPLAY WS-ListCount " messages for customer " WS-AskCust.

       ShowOneMessage.
           ADD 1 TO WS-ListCount.
           PERFORM FindLastStatus.
           DISPLAY NqMsgID " " NqEvent " " NqDocNum " " NqSendKind
               "    " WS-LastStatus "      " NqEmail.
           DISPLAY "    " NqSubject.
           IF WS-LastStatus = 'B'
               DISPLAY "    bounced: " WS-LastReason
           END-IF.

       FindLastStatus.
           *> Nessun esito ancora = 'Q', in coda presso il gateway.
           MOVE 'Q' TO WS-LastStatus.
           MOVE SPACES TO WS-LastReason.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-LogCount
               IF LT-MsgID(L) = NqMsgID
                   MOVE LT-Status(L) TO WS-LastStatus
                   MOVE LT-Reason(L) TO WS-LastReason
               END-IF
           END-PERFORM.

       LoadLog.
           MOVE ZERO TO WS-LogCount.
           OPEN INPUT DeliveryLog.
           IF WS-LogStatus NOT = "00"
               CLOSE DeliveryLog
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ DeliveryLog INTO DeliveryData
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-LogCount < 5000
                           ADD 1 TO WS-LogCount
                           MOVE NdMsgID TO LT-MsgID(WS-LogCount)
                           MOVE NdStatus TO LT-Status(WS-LogCount)
                           MOVE NdReason TO LT-Reason(WS-LogCount)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DeliveryLog.
           MOVE 'N' TO WS-EOF.

       ResendMessage.
           *> Il reinvio va all'Email attuale del cliente (di solito
           *> appena corretta dopo un rimbalzo), con un nuovo ID e
           *> tipo 'R', in coda e in archivio; il messaggio
           *> originale resta in archivio com'e'.
           DISPLAY "Message ID to resend : " WITH NO ADVANCING.
           ACCEPT WS-AskMsgID.
           PERFORM LoadResendMessage.
           IF WS-Found NOT = 'Y'
               DISPLAY "Message " WS-AskMsgID " not in the archive."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ReadCustomer.
           IF WS-CustFound NOT = 'Y'
               DISPLAY "Customer " WS-AskCust " no longer on file."
               EXIT PARAGRAPH
           END-IF.
           IF CustNoNotify
               DISPLAY "Customer " WS-AskCust " has opted out of "
                   "notifications, message not resent."
               EXIT PARAGRAPH
           END-IF.
           IF Email = SPACES
               DISPLAY "Customer " WS-AskCust " has no e-mail address."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY WS-ResendEvent " " WS-ResendDoc " "
               WS-ResendSubject.
           DISPLAY "Resend to " Email " (Y/N) : " WITH NO ADVANCING.
           ACCEPT WS-Confirm.
           IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
               DISPLAY "Resend cancelled."
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND NotifyQueue.
           IF WS-QueueStatus = "35"
               OPEN OUTPUT NotifyQueue
               CLOSE NotifyQueue
               OPEN EXTEND NotifyQueue
           END-IF.
           OPEN EXTEND NotifyArchive.
           MOVE WS-ResendHead TO NotifyData.
           ADD 1 TO WS-RunSeq.
           ACCEPT NqMsgDate FROM DATE YYYYMMDD.
           ACCEPT NqMsgTime FROM TIME.
           MOVE WS-RunSeq TO NqMsgRun.
           MOVE Email TO NqEmail.
           MOVE 'R' TO NqSendKind.
           MOVE NqMsgID TO WS-AskMsgID.
           WRITE QueueLine FROM NotifyData.
           WRITE NotifyData.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-ResendCount
               MOVE WS-AskMsgID TO NqMsgID
               MOVE 'L' TO NqRecType
               MOVE RT-Line(R) TO NqLineArea
               WRITE QueueLine FROM NotifyData
               WRITE NotifyData
           END-PERFORM.
           CLOSE NotifyQueue, NotifyArchive.
           DISPLAY "Message queued again as " WS-AskMsgID ".".

       LoadResendMessage.
           MOVE 'N' TO WS-Found.
           MOVE ZERO TO WS-ResendCount.
           OPEN INPUT NotifyArchive.
           IF WS-ArcStatus NOT = "00"
               CLOSE NotifyArchive
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ NotifyArchive
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NqMsgID = WS-AskMsgID
                           PERFORM KeepResendLine
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NotifyArchive.

       KeepResendLine.
           IF NqHeader
               MOVE NotifyData TO WS-ResendHead
               MOVE NqCustID TO WS-AskCust
               MOVE NqEvent TO WS-ResendEvent
               MOVE NqDocNum TO WS-ResendDoc
               MOVE NqSubject TO WS-ResendSubject
               MOVE 'Y' TO WS-Found
           ELSE
               IF WS-Found = 'Y' AND WS-ResendCount < 50
                   ADD 1 TO WS-ResendCount
                   MOVE NqLineArea TO RT-Line(WS-ResendCount)
               END-IF
           END-IF.

       ReadCustomer.
           MOVE 'N' TO WS-CustFound.
           OPEN INPUT CustomerFIle.
           IF WS-CustStatus NOT = "00"
               CLOSE CustomerFIle
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AskCust TO IDNum.
           MOVE 'Y' TO WS-CustFound.
           READ CustomerFIle
               INVALID KEY MOVE 'N' TO WS-CustFound
           END-READ.
           CLOSE CustomerFIle.

       ImportStatus.
           *> Esiti del gateway: tutti nello storico consegne, i
           *> rimbalzi anche nel prospetto, col cliente e l'indirizzo
           *> ricavati dalla testata del messaggio in archivio.
           OPEN INPUT StatusFile.
           IF WS-StatStatus NOT = "00"
               DISPLAY "No delivery status file 157notifystat.txt."
               CLOSE StatusFile
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND DeliveryLog.
           IF WS-LogStatus = "35"
               OPEN OUTPUT DeliveryLog
               CLOSE DeliveryLog
               OPEN EXTEND DeliveryLog
           END-IF.
           MOVE ZERO TO WS-Imported WS-Delivered WS-Bounced
               WS-Deferred WS-Rejected WS-BounceCount.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ StatusFile INTO DeliveryData
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM ImportOneStatus
               END-READ
           END-PERFORM.
           CLOSE StatusFile, DeliveryLog.
           PERFORM ResolveBounces.
           PERFORM WriteBounceReport.
           DISPLAY "Status lines imported : " WS-Imported.
           DISPLAY "  delivered           : " WS-Delivered.
           DISPLAY "  bounced             : " WS-Bounced.
           DISPLAY "  deferred            : " WS-Deferred.
           DISPLAY "Lines rejected        : " WS-Rejected.
           DISPLAY "Bounced addresses listed in 157bounce.rpt".

       ImportOneStatus.
           IF NOT NdDelivered AND NOT NdBounced AND NOT NdDeferred
               DISPLAY "Message " NdMsgID " unknown status "
                   NdStatus ", line skipped."
               ADD 1 TO WS-Rejected
               EXIT PARAGRAPH
           END-IF.
           WRITE LogData FROM DeliveryData.
           ADD 1 TO WS-Imported.
           EVALUATE TRUE
               WHEN NdDelivered ADD 1 TO WS-Delivered
               WHEN NdDeferred ADD 1 TO WS-Deferred
               WHEN NdBounced
                   ADD 1 TO WS-Bounced
                   IF WS-BounceCount < 2000
                       ADD 1 TO WS-BounceCount
                       MOVE NdMsgID TO BT-MsgID(WS-BounceCount)
                       MOVE NdDate TO BT-Date(WS-BounceCount)
                       MOVE NdReason TO BT-Reason(WS-BounceCount)
                       MOVE ZERO TO BT-CustID(WS-BounceCount)
                       MOVE SPACES TO BT-Email(WS-BounceCount)
                   END-IF
           END-EVALUATE.

       ResolveBounces.
           IF WS-BounceCount = ZERO
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT NotifyArchive.
           IF WS-ArcStatus NOT = "00"
               CLOSE NotifyArchive
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ NotifyArchive
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NqHeader
                           PERFORM MatchOneBounce
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NotifyArchive.

       MatchOneBounce.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BounceCount
               IF BT-MsgID(B) = NqMsgID
                   MOVE NqCustID TO BT-CustID(B)
                   MOVE NqEmail TO BT-Email(B)
               END-IF
           END-PERFORM.

       WriteBounceReport.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           OPEN OUTPUT BounceReport.
           MOVE WS-TodayDate TO PrnRunDate.
           WRITE PrintLine FROM BounceHeading AFTER ADVANCING PAGE.
           MOVE WS-Company TO PrnCompany.
           MOVE WS-CmpName TO PrnCmpName.
           WRITE PrintLine FROM CompanyLine AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PrintLine.
           WRITE PrintLine.
           WRITE PrintLine FROM BounceHeads.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BounceCount
               PERFORM PrintOneBounce
           END-PERFORM.
           IF WS-BounceCount = ZERO
               MOVE "No bounced messages in this import." TO PrintLine
               WRITE PrintLine
           END-IF.
           CLOSE BounceReport.

       PrintOneBounce.
           MOVE BT-MsgID(B) TO PrnMsgID.
           MOVE BT-CustID(B) TO PrnCustID.
           MOVE BT-Email(B) TO PrnEmail.
           MOVE BT-Reason(B) TO PrnReason.
           MOVE SPACES TO PrnName PrnNote.
           IF BT-CustID(B) = ZERO
               MOVE "message not found in the archive" TO PrnNote
           ELSE
               MOVE BT-CustID(B) TO WS-AskCust
               PERFORM ReadCustomer
               IF WS-CustFound = 'Y'
                   MOVE FirstName TO WS-CallFirst
                   MOVE LastName TO WS-CallLast
                   CALL 'NAMEFMT' USING WS-CallFirst, WS-CallMiddle,
                       WS-CallLast, WS-FullName
                   MOVE WS-FullName TO PrnName
                   IF Email = BT-Email(B)
                       MOVE "address still on file, correct it in "
                           TO PrnNote
                       MOVE "customer maintenance" TO PrnNote(38:)
                   ELSE
                       MOVE "address already changed, resend the "
                           TO PrnNote
                       MOVE "message" TO PrnNote(37:)
                   END-IF
               ELSE
                   MOVE "customer no longer on file" TO PrnNote
               END-IF
           END-IF.
           WRITE PrintLine FROM BounceLine.
           IF PrnNote NOT = SPACES
               WRITE PrintLine FROM BounceNote
           END-IF.
