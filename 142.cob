       IDENTIFICATION DIVISION.
       PROGRAM-ID.       StudRefund.
       AUTHOR.       Giulio.
       DATE-WRITTEN.10/10/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentiMaster ASSIGN TO "3studenti.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Matr
               FILE STATUS IS WS-StudentiMasterStatus.
           SELECT RecvFile ASSIGN TO "59recv.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RcvChargeNum
               FILE STATUS IS WS-RecvStatus.
           SELECT RecvPayFile ASSIGN TO "59recvpay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RecvPayStatus.
           SELECT AwardFile ASSIGN TO "96awards.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AwardStatus.
           SELECT AppliedFile ASSIGN TO "96applied.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AppliedStatus.
           SELECT StudBankFile ASSIGN TO "142studbank.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SbMatr
               FILE STATUS IS WS-BankStatus.
           SELECT PropFile ASSIGN TO "142refprop.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PropStatus.
           SELECT PropReport ASSIGN TO "142refprop.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TransferFile ASSIGN TO DYNAMIC WS-CtName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NoticeFile ASSIGN TO "142refnotice.prt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD StudentiMaster.
       COPY "STUDREC.cpy".
       FD RecvFile.
       COPY "RECVREC.cpy".
       FD RecvPayFile.
       COPY "RECVPAY.cpy".
       FD AwardFile.
       COPY "AWARDREC.cpy".
       FD AppliedFile.
       COPY "APPLREC.cpy".
       FD StudBankFile.
       COPY "STUDBANK.cpy".
       FD PropFile.
      *> Proposta di rimborso in attesa di approvazione: una riga
      *> per studente con credito oltre REFUNDMIN. PropAward e' la
      *> parte dovuta a borse arrivate dopo la fatturazione, il
      *> resto sono incassi oltre l'addebito. 'Y' da rimborsare,
      *> 'N' tolto dal supervisore, 'B' bloccato da una rata
      *> ancora aperta (PropOpenChg), 'I' senza coordinate
      *> bancarie. Il file si svuota quando la proposta e'
      *> approvata, come 77payprop.dat di Payables (77.cob).
       01 PropData.
           02 PropRunID PIC X(15).
           02 PropMatr PIC 9(5).
           02 PropOverpaid PIC 9(6)V99.
           02 PropAward PIC 9(6)V99.
           02 PropAmount PIC 9(6)V99.
           02 PropSelect PIC X.
               88 PropIncluded VALUE 'Y'.
               88 PropRemoved VALUE 'N'.
               88 PropBlocked VALUE 'B'.
               88 PropNoBank VALUE 'I'.
           02 PropOpenChg PIC 9(5).
           02 PropOpID PIC X(8).
       FD PropReport.
       01 PropLine PIC X(80).
       FD TransferFile.
      *> Bonifici di rimborso a tracciato fisso H/D/T come quelli
      *> ai fornitori di Payables (77.cob): testata col nostro IBAN
      *> (APDEBTIBAN), un bonifico per studente, coda con numero e
      *> totale che la banca quadra.
       01 CtRecord PIC X(220).
       01 CtHeaderRecord REDEFINES CtRecord.
           02 CtHType PIC X.
           02 CtHRunID PIC X(15).
           02 CtHCreDate PIC 9(8).
           02 CtHExecDate PIC 9(8).
           02 CtHDebtorIBAN PIC X(34).
           02 CtHCurr PIC X(3).
           02 FILLER PIC X(151).
       01 CtDetailRecord REDEFINES CtRecord.
           02 CtDType PIC X.
           02 CtDEndToEnd.
               03 CtDRunStamp PIC X(12).
               03 CtDMatr PIC 9(5).
           02 CtDName PIC X(40).
           02 CtDIBAN PIC X(34).
           02 CtDBIC PIC X(11).
           02 CtDAmount PIC 9(9)V99.
           02 CtDRemit PIC X(100).
           02 FILLER PIC X(6).
       01 CtTrailerRecord REDEFINES CtRecord.
           02 CtTType PIC X.
           02 CtTCount PIC 9(5).
           02 CtTTotal PIC 9(9)V99.
           02 FILLER PIC X(203).
       FD NoticeFile.
       01 NoticeLine PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-StudentiMasterStatus PIC XX.
       01 WS-RecvStatus PIC XX.
       01 WS-RecvPayStatus PIC XX.
       01 WS-AwardStatus PIC XX.
       01 WS-AppliedStatus PIC XX.
       01 WS-BankStatus PIC XX.
       01 WS-PropStatus PIC XX.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-EOF PIC X.
       01 WS-StartOK PIC X.
       01 WS-StudFound PIC X.
       01 WS-BankOpen PIC X.
       01 WS-BankExists PIC X.
       01 WS-OpID PIC X(8).
       01 WS-OpRole PIC X.
       01 WS-SignonOK PIC X.
       01 WS-ParmKey PIC X(12).
       01 WS-ParmValue PIC X(20).
       01 WS-ParmFound PIC X.
       01 WS-JrnFileCode PIC X(8).
       01 WS-JrnAction PIC X(8).
       01 WS-JrnKey PIC X(10).
       01 WS-JrnBefore PIC X(200).
       01 WS-JrnAfter PIC X(200).
       01 WS-IBANIn PIC X(40).
       01 WS-IBAN PIC X(34).
       01 WS-IBANValid PIC X.
       01 WS-NewMatr PIC 9(5).
       01 WS-NewBIC PIC X(11).
       01 WS-NewHolder PIC X(40).
       01 WS-CallFirst PIC X(20).
       01 WS-CallMiddle PIC X(20) VALUE SPACES.
       01 WS-CallLast PIC X(20).
       01 WS-FullName PIC X(63).
      *> Credito minimo da rimborsare, in euro: SYSPARM REFUNDMIN.
       01 WS-MinRefund PIC 9(3).
       01 WS-TodayDate PIC 9(8).
       01 WS-NowTime PIC 9(8).
       01 WS-ExecDate PIC 9(8).
       01 WS-DebtorIBAN PIC X(34).
       01 WS-RunID PIC X(15).
       01 WS-CtName PIC X(30).
       01 WS-Confirm PIC X.
       01 WS-AskMatr PIC 9(5).
       01 WS-PropFound PIC X.
      *> Posizione dello studente in esame (ComputeCredit).
       01 WS-CurMatr PIC 9(5).
       01 WS-Overpaid PIC 9(6)V99.
       01 WS-Outstanding PIC 9(6)V99.
       01 WS-LateAward PIC 9(6)V99.
       01 WS-Credit PIC 9(6)V99.
       01 WS-OpenChg PIC 9(5).
       01 WS-Billed PIC 9(6)V99.
       01 WS-LastChg PIC 9(4).
       01 WS-AwardValue PIC 9(6)V99.
       01 WS-RefundPart PIC 9(6)V99.
       01 WS-ItemCount PIC 9(4).
       01 WS-ItemTotal PIC 9(8)V99.
       01 WS-BlockCount PIC 9(4).
       01 WS-NoBankCount PIC 9(4).
       01 WS-PostCount PIC 9(4).
       01 WS-SkipCount PIC 9(4).
       01 WS-AwardCount PIC 9(4).
       01 WS-CtCount PIC 9(5).
       01 WS-CtTotal PIC 9(9)V99.
      *> Rate con il pagato (firmato: i rimborsi sono negativi).
       01 ChargeTable.
           02 WS-ChgCount PIC 9(4) VALUE ZERO.
           02 ChgEntry OCCURS 5000 TIMES
                   DEPENDING ON WS-ChgCount.
               03 CH-ChargeNum PIC 9(5).
               03 CH-Matr PIC 9(5).
               03 CH-Term PIC 9(6).
               03 CH-Kind PIC X.
               03 CH-Amount PIC 9(5)V99.
               03 CH-Paid PIC S9(6)V99.
      *> Borse gia' scontate in fatturazione (96applied.dat).
       01 AppTable.
           02 WS-AppCount PIC 9(4) VALUE ZERO.
           02 AppEntry OCCURS 3000 TIMES
                   DEPENDING ON WS-AppCount.
               03 AP-Matr PIC 9(5).
               03 AP-Term PIC 9(6).
      *> Borse arrivate a termine gia' fatturato: il loro valore e'
      *> credito dello studente, appoggiato sull'ultima rata retta
      *> del termine.
       01 LateTable.
           02 WS-LateCount PIC 9(3) VALUE ZERO.
           02 LateEntry OCCURS 500 TIMES
                   DEPENDING ON WS-LateCount.
               03 LA-Matr PIC 9(5).
               03 LA-Term PIC 9(6).
               03 LA-Source PIC X(10).
               03 LA-Amount PIC 9(6)V99.
               03 LA-ChgIdx PIC 9(4).
       01 PropTable.
           02 WS-PropCount PIC 9(4) VALUE ZERO.
           02 PropEntry OCCURS 1000 TIMES
                   DEPENDING ON WS-PropCount PIC X(58).
       01 I PIC 9(4).
       01 L PIC 9(3).
       01 P PIC 9(4).
       01 PrnAmount PIC ZZZ,ZZZ,ZZ9.99.
       01 PropHeading.
           02 FILLER PIC X(26) VALUE "Matr. Cognome".
           02 FILLER PIC X(36) VALUE
               " Eccedenza     Borse  Rimborso  Note".
       01 PropItemLine.
           02 PrnPMatr PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnPCognome PIC X(20).
           02 PrnPOver PIC ZZZ,ZZ9.99.
           02 PrnPAward PIC ZZZ,ZZ9.99.
           02 PrnPAmount PIC ZZZ,ZZ9.99.
           02 FILLER PIC XX VALUE SPACES.
           02 PrnPNote PIC X(22).
       01 PropTotalLine.
           02 PrnTLabel PIC X(40).
           02 PrnTAmount PIC ZZZ,ZZZ,ZZ9.99.
       01 NoticeDetailLine.
           02 FILLER PIC X(4) VALUE SPACES.
           02 PrnNText PIC X(50).
           02 PrnNAmount PIC ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       StartPara.
           *> Rimborso del credito studenti: incassi oltre l'addebito
           *> (crediti di ritiro di StudWithdraw, pagamenti doppi) e
           *> borse arrivate a termine gia' fatturato. La proposta la
           *> fa l'operatore, toglierne voci e approvarla spetta al
           *> supervisore.
           CALL 'SIGNON' USING WS-OpID, WS-OpRole, WS-SignonOK.
           IF WS-SignonOK NOT = 'Y'
               DISPLAY "Sign-on failed, program ends."
               STOP RUN
           END-IF.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "STUDENT CREDIT REFUNDS"
               DISPLAY "1 : Register Student Bank Details"
               DISPLAY "2 : Refund Proposal Run"
               DISPLAY "3 : Review Refund Proposal"
               DISPLAY "4 : Approve Refund Proposal"
               DISPLAY "0 : Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM RegisterBankDetails
                   WHEN 2 PERFORM RefundProposal
                   WHEN 3 PERFORM ReviewProposal
                   WHEN 4 PERFORM ApproveProposal
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       RegisterBankDetails.
           *> Una riga per matricola: le nuove coordinate
           *> sostituiscono le precedenti.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           DISPLAY "Matricola : " WITH NO ADVANCING.
           ACCEPT WS-NewMatr.
           OPEN INPUT StudentiMaster.
           IF WS-StudentiMasterStatus NOT = "00"
               DISPLAY "Archivio studenti non disponibile."
               CLOSE StudentiMaster
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NewMatr TO Matr.
           MOVE 'Y' TO WS-StudFound.
           READ StudentiMaster
               INVALID KEY MOVE 'N' TO WS-StudFound
           END-READ.
           CLOSE StudentiMaster.
           IF WS-StudFound = 'N'
               DISPLAY "Matricola non in archivio."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Studente: " Nome " " Cognome.
           DISPLAY "IBAN : " WITH NO ADVANCING.
           ACCEPT WS-IBANIn.
           CALL 'IBANCHK' USING WS-IBANIn, WS-IBAN, WS-IBANValid.
           IF WS-IBANValid = 'N'
               DISPLAY "IBAN " WS-IBANIn " is not valid."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "BIC (blank if not needed) : " WITH NO ADVANCING.
           ACCEPT WS-NewBIC.
           MOVE FUNCTION UPPER-CASE(WS-NewBIC) TO WS-NewBIC.
           IF WS-NewBIC NOT = SPACES
                   AND (WS-NewBIC(8:1) = SPACE
                   OR (WS-NewBIC(9:3) NOT = SPACES
                   AND WS-NewBIC(11:1) = SPACE))
               DISPLAY "BIC must be 8 or 11 characters."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Account holder (blank = the student) : "
               WITH NO ADVANCING.
           ACCEPT WS-NewHolder.
           IF WS-NewHolder = SPACES
               MOVE Nome TO WS-CallFirst
               MOVE Cognome TO WS-CallLast
               CALL 'NAMEFMT' USING WS-CallFirst, WS-CallMiddle,
                   WS-CallLast, WS-FullName
               MOVE WS-FullName TO WS-NewHolder
           END-IF.
           OPEN I-O StudBankFile.
           IF WS-BankStatus = "35"
               OPEN OUTPUT StudBankFile
               CLOSE StudBankFile
               OPEN I-O StudBankFile
           END-IF.
           MOVE WS-NewMatr TO SbMatr.
           MOVE 'Y' TO WS-BankExists.
           READ StudBankFile
               INVALID KEY MOVE 'N' TO WS-BankExists
           END-READ.
           IF WS-BankExists = 'Y'
               MOVE StudBankData TO WS-JrnBefore
           ELSE
               MOVE SPACES TO WS-JrnBefore
           END-IF.
           MOVE WS-NewMatr TO SbMatr.
           MOVE WS-IBAN TO SbIBAN.
           MOVE WS-NewBIC TO SbBIC.
           MOVE WS-NewHolder TO SbHolder.
           MOVE WS-TodayDate TO SbDate.
           MOVE WS-OpID TO SbOpID.
           IF WS-BankExists = 'Y'
               REWRITE StudBankData
                   INVALID KEY DISPLAY "Bank details not updated"
                   NOT INVALID KEY
                       MOVE "REWRITE" TO WS-JrnAction
                       PERFORM LogBankJournal
               END-REWRITE
           ELSE
               WRITE StudBankData
                   INVALID KEY DISPLAY "Bank details not written"
                   NOT INVALID KEY
                       MOVE "WRITE" TO WS-JrnAction
                       PERFORM LogBankJournal
               END-WRITE
           END-IF.
           CLOSE StudBankFile.
           DISPLAY "Bank details registered for matricola "
               WS-NewMatr ".".

       LogBankJournal.
           MOVE "STUDBANK" TO WS-JrnFileCode.
           MOVE SPACES TO WS-JrnKey.
           MOVE SbMatr TO WS-JrnKey(1:5).
           MOVE StudBankData TO WS-JrnAfter.
           CALL 'JRNL' USING WS-JrnFileCode, WS-JrnAction,
               WS-JrnKey, WS-JrnBefore, WS-JrnAfter.

       RefundProposal.
           *> Ogni studente con credito oltre REFUNDMIN va in
           *> proposta; chi ha ancora una rata aperta resta
           *> bloccato, perche' il credito deve coprire prima quella.
           *> Una nuova proposta sostituisce quella in attesa.
           PERFORM LoadProposal.
           IF WS-PropCount > ZERO
               DISPLAY "A proposal of " WS-PropCount
                   " students is pending. Replace it (Y/N) : "
                   WITH NO ADVANCING
               ACCEPT WS-Confirm
               IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           MOVE 10 TO WS-MinRefund.
           MOVE "REFUNDMIN" TO WS-ParmKey.
           CALL 'PARMGET' USING WS-ParmKey, WS-ParmValue,
               WS-ParmFound.
           IF WS-ParmFound = 'Y' AND WS-ParmValue(1:3) IS NUMERIC
               MOVE WS-ParmValue(1:3) TO WS-MinRefund
           END-IF.
           PERFORM LoadBalances.
           IF WS-ChgCount = ZERO
               DISPLAY "No student charges on file."
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT StudentiMaster.
           IF WS-StudentiMasterStatus NOT = "00"
               DISPLAY "Archivio studenti non disponibile."
               CLOSE StudentiMaster
               EXIT PARAGRAPH
           END-IF.
           PERFORM OpenBankDetails.
           ACCEPT WS-NowTime FROM TIME.
           MOVE SPACES TO WS-RunID.
           STRING "RFD" WS-TodayDate WS-NowTime(1:4)
               DELIMITED BY SIZE INTO WS-RunID.
           OPEN OUTPUT PropFile.
           OPEN OUTPUT PropReport.
           MOVE SPACES TO PropLine.
           STRING "STUDENT REFUND PROPOSAL " WS-RunID
               "  minimum " WS-MinRefund " EUR"
               DELIMITED BY SIZE INTO PropLine.
           WRITE PropLine AFTER ADVANCING PAGE.
           WRITE PropLine FROM PropHeading AFTER ADVANCING 2 LINES.
           MOVE ZERO TO WS-ItemCount WS-ItemTotal WS-BlockCount
               WS-NoBankCount.
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
                       NOT AT END PERFORM ProposeOneStudent
                   END-READ
               END-PERFORM
           END-IF.
           MOVE "TOTAL PROPOSED" TO PrnTLabel.
           MOVE WS-ItemTotal TO PrnTAmount.
           WRITE PropLine FROM PropTotalLine AFTER ADVANCING 2 LINES.
           CLOSE StudentiMaster, PropFile, PropReport.
           IF WS-BankOpen = 'Y'
               CLOSE StudBankFile
           END-IF.
           MOVE WS-ItemTotal TO PrnAmount.
           DISPLAY "Proposal " WS-RunID ": " WS-ItemCount
               " refunds, total " PrnAmount.
           DISPLAY "Blocked by open charges : " WS-BlockCount.
           DISPLAY "No bank details         : " WS-NoBankCount.
           DISPLAY "Listed on 142refprop.rpt; a supervisor reviews "
               "it (3) and approves it (4).".

       ProposeOneStudent.
           MOVE Matr TO WS-CurMatr.
           PERFORM ComputeCredit.
           IF WS-Credit NOT > WS-MinRefund
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RunID TO PropRunID.
           MOVE Matr TO PropMatr.
           MOVE WS-Overpaid TO PropOverpaid.
           MOVE WS-LateAward TO PropAward.
           MOVE WS-Credit TO PropAmount.
           MOVE WS-OpenChg TO PropOpenChg.
           MOVE WS-OpID TO PropOpID.
           MOVE Matr TO PrnPMatr.
           MOVE Cognome TO PrnPCognome.
           MOVE WS-Overpaid TO PrnPOver.
           MOVE WS-LateAward TO PrnPAward.
           MOVE WS-Credit TO PrnPAmount.
           MOVE SPACES TO PrnPNote.
           IF WS-OpenChg NOT = ZERO
               MOVE 'B' TO PropSelect
               STRING "OPEN CHARGE " WS-OpenChg
                   DELIMITED BY SIZE INTO PrnPNote
               ADD 1 TO WS-BlockCount
           ELSE
               PERFORM FindBankDetails
               IF WS-BankExists = 'N'
                   MOVE 'I' TO PropSelect
                   MOVE "NO BANK DETAILS" TO PrnPNote
                   ADD 1 TO WS-NoBankCount
               ELSE
                   MOVE 'Y' TO PropSelect
                   ADD 1 TO WS-ItemCount
                   ADD WS-Credit TO WS-ItemTotal
               END-IF
           END-IF.
           WRITE PropData.
           WRITE PropLine FROM PropItemLine AFTER ADVANCING 1 LINE.

       OpenBankDetails.
           MOVE 'Y' TO WS-BankOpen.
           OPEN INPUT StudBankFile.
           IF WS-BankStatus NOT = "00"
               MOVE 'N' TO WS-BankOpen
           END-IF.

       FindBankDetails.
           MOVE 'N' TO WS-BankExists.
           IF WS-BankOpen = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CurMatr TO SbMatr.
           MOVE 'Y' TO WS-BankExists.
           READ StudBankFile
               INVALID KEY MOVE 'N' TO WS-BankExists
           END-READ.
           IF WS-BankExists = 'Y' AND SbIBAN = SPACES
               MOVE 'N' TO WS-BankExists
           END-IF.

       ComputeCredit.
           *> Credito = eccedenze sulle rate piu' borse tardive;
           *> WS-OpenChg e' la prima rata con saldo ancora aperto.
           MOVE ZERO TO WS-Overpaid WS-Outstanding WS-LateAward
               WS-OpenChg.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ChgCount
               IF CH-Matr(I) = WS-CurMatr
                   IF CH-Paid(I) > CH-Amount(I)
                       COMPUTE WS-Overpaid = WS-Overpaid
                           + CH-Paid(I) - CH-Amount(I)
                   END-IF
                   IF CH-Paid(I) < CH-Amount(I)
                       COMPUTE WS-Outstanding = WS-Outstanding
                           + CH-Amount(I) - CH-Paid(I)
                       IF WS-OpenChg = ZERO
                           MOVE CH-ChargeNum(I) TO WS-OpenChg
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-LateCount
               IF LA-Matr(L) = WS-CurMatr
                   ADD LA-Amount(L) TO WS-LateAward
               END-IF
           END-PERFORM.
           COMPUTE WS-Credit = WS-Overpaid + WS-LateAward.

       LoadBalances.
           MOVE ZERO TO WS-ChgCount WS-AppCount WS-LateCount.
           OPEN INPUT RecvFile.
           IF WS-RecvStatus NOT = "00"
               CLOSE RecvFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           MOVE ZERO TO RcvChargeNum.
           START RecvFile KEY IS NOT LESS THAN RcvChargeNum
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ RecvFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-ChgCount < 5000
                           ADD 1 TO WS-ChgCount
                           MOVE WS-ChgCount TO I
                           MOVE RcvChargeNum TO CH-ChargeNum(I)
                           MOVE RcvMatr TO CH-Matr(I)
                           MOVE RcvTerm TO CH-Term(I)
                           MOVE RcvKind TO CH-Kind(I)
                           MOVE RcvAmount TO CH-Amount(I)
                           MOVE ZERO TO CH-Paid(I)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RecvFile.
           IF WS-ChgCount = ZERO
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT RecvPayFile.
           IF WS-RecvPayStatus = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RecvPayFile
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM AddChargePayment
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RecvPayFile.
           OPEN INPUT AppliedFile.
           IF WS-AppliedStatus = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AppliedFile
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-AppCount < 3000
                               ADD 1 TO WS-AppCount
                               MOVE ApMatr TO AP-Matr(WS-AppCount)
                               MOVE ApTerm TO AP-Term(WS-AppCount)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE AppliedFile.
           OPEN INPUT AwardFile.
           IF WS-AwardStatus = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AwardFile
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM CheckLateAward
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE AwardFile.

       AddChargePayment.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ChgCount
               IF CH-ChargeNum(I) = RPyChargeNum
                   ADD RPyAmount TO CH-Paid(I)
               END-IF
           END-PERFORM.

       CheckLateAward.
           *> Borsa su un termine gia' fatturato senza sconto in
           *> 96applied.dat: vale come in TuitionBilling (59.cob),
           *> percentuale o importo fisso e mai oltre la retta
           *> addebitata. Conta solo la prima borsa per termine.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-AppCount
               IF AP-Matr(P) = AwMatr AND AP-Term(P) = AwTerm
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-LateCount
               IF LA-Matr(L) = AwMatr AND LA-Term(L) = AwTerm
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-Billed WS-LastChg.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ChgCount
               IF CH-Matr(I) = AwMatr AND CH-Term(I) = AwTerm
                       AND CH-Kind(I) = 'T'
                   ADD CH-Amount(I) TO WS-Billed
                   MOVE I TO WS-LastChg
               END-IF
           END-PERFORM.
           IF WS-Billed = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF AwPercent > ZERO
               COMPUTE WS-AwardValue ROUNDED = WS-Billed * AwPercent
           ELSE
               MOVE AwAmount TO WS-AwardValue
           END-IF.
           IF WS-AwardValue > WS-Billed
               MOVE WS-Billed TO WS-AwardValue
           END-IF.
           IF WS-AwardValue = ZERO OR WS-LateCount >= 500
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LateCount.
           MOVE AwMatr TO LA-Matr(WS-LateCount).
           MOVE AwTerm TO LA-Term(WS-LateCount).
           MOVE AwSource TO LA-Source(WS-LateCount).
           MOVE WS-AwardValue TO LA-Amount(WS-LateCount).
           MOVE WS-LastChg TO LA-ChgIdx(WS-LateCount).

       LoadProposal.
           MOVE ZERO TO WS-PropCount.
           OPEN INPUT PropFile.
           IF WS-PropStatus NOT = "00"
               CLOSE PropFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y' OR WS-PropCount >= 1000
               READ PropFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-PropCount
                       MOVE PropData TO PropEntry(WS-PropCount)
               END-READ
           END-PERFORM.
           CLOSE PropFile.

       SaveProposal.
           OPEN OUTPUT PropFile.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PropCount
               MOVE PropEntry(P) TO PropData
               WRITE PropData
           END-PERFORM.
           CLOSE PropFile.

       ShowProposal.
           DISPLAY " ".
           DISPLAY "Matr.           Award          Refund".
           MOVE ZERO TO WS-ItemCount WS-ItemTotal.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PropCount
               MOVE PropEntry(P) TO PropData
               MOVE PropAmount TO PrnAmount
               MOVE PropAward TO PrnPAward
               EVALUATE TRUE
                   WHEN PropIncluded
                       ADD 1 TO WS-ItemCount
                       ADD PropAmount TO WS-ItemTotal
                       DISPLAY PropMatr " " PrnPAward " " PrnAmount
                   WHEN PropRemoved
                       DISPLAY PropMatr " " PrnPAward " " PrnAmount
                           "  removed"
                   WHEN PropBlocked
                       DISPLAY PropMatr " " PrnPAward " " PrnAmount
                           "  open charge " PropOpenChg
                   WHEN OTHER
                       DISPLAY PropMatr " " PrnPAward " " PrnAmount
                           "  no bank details"
               END-EVALUATE
           END-PERFORM.
           MOVE WS-ItemTotal TO PrnAmount.
           DISPLAY "To refund: " WS-ItemCount " students, total "
               PrnAmount.

       ReviewProposal.
           IF WS-OpRole NOT = 'S'
               DISPLAY "Only supervisors may change a refund "
                   "proposal."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LoadProposal.
           IF WS-PropCount = ZERO
               DISPLAY "No refund proposal pending."
               EXIT PARAGRAPH
           END-IF.
           MOVE PropEntry(1) TO PropData.
           DISPLAY "Proposal " PropRunID.
           MOVE 1 TO WS-AskMatr.
           PERFORM UNTIL WS-AskMatr = ZERO
               PERFORM ShowProposal
               DISPLAY "Matricola to remove or restore (0 = done) : "
                   WITH NO ADVANCING
               ACCEPT WS-AskMatr
               IF WS-AskMatr NOT = ZERO
                   PERFORM ToggleProposalItem
               END-IF
           END-PERFORM.
           PERFORM SaveProposal.
           DISPLAY "Proposal saved.".

       ToggleProposalItem.
           MOVE 'N' TO WS-PropFound.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PropCount
               MOVE PropEntry(P) TO PropData
               IF PropMatr = WS-AskMatr
                   MOVE 'Y' TO WS-PropFound
                   EVALUATE TRUE
                       WHEN PropIncluded
                           MOVE 'N' TO PropSelect
                           MOVE WS-OpID TO PropOpID
                       WHEN PropRemoved
                           MOVE 'Y' TO PropSelect
                           MOVE WS-OpID TO PropOpID
                       WHEN PropBlocked
                           DISPLAY "Charge " PropOpenChg " is still "
                               "open: the credit must cover it first."
                       WHEN OTHER
                           DISPLAY "Matricola " PropMatr " has no "
                               "bank details: register them (1) and "
                               "run a new proposal."
                   END-EVALUATE
                   MOVE PropData TO PropEntry(P)
               END-IF
           END-PERFORM.
           IF WS-PropFound = 'N'
               DISPLAY "Matricola " WS-AskMatr " is not in the "
                   "proposal."
           END-IF.

       ApproveProposal.
           *> Approvazione in un colpo solo: le borse tardive entrano
           *> come incasso figurativo 'A' (e in 96applied.dat, cosi'
           *> non si rimborsano due volte), ogni eccedenza esce con un
           *> incasso negativo 'R' sulla sua rata, bonifico su file
           *> per la banca e avviso allo studente. Ogni studente si
           *> ricontrolla: chi ha cambiato posizione resta fuori.
           IF WS-OpRole NOT = 'S'
               DISPLAY "Only supervisors may approve a refund "
                   "proposal."
               EXIT PARAGRAPH
           END-IF.
           MOVE "APDEBTIBAN" TO WS-ParmKey.
           CALL 'PARMGET' USING WS-ParmKey, WS-ParmValue,
               WS-ParmFound.
           MOVE SPACES TO WS-DebtorIBAN.
           IF WS-ParmFound = 'Y'
               MOVE WS-ParmValue TO WS-DebtorIBAN
           END-IF.
           IF WS-DebtorIBAN = SPACES
               DISPLAY "APDEBTIBAN missing in SYSPARM, run refused."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LoadProposal.
           IF WS-PropCount = ZERO
               DISPLAY "No refund proposal pending."
               EXIT PARAGRAPH
           END-IF.
           MOVE PropEntry(1) TO PropData.
           MOVE PropRunID TO WS-RunID.
           DISPLAY "Proposal " WS-RunID.
           PERFORM ShowProposal.
           IF WS-ItemCount = ZERO
               DISPLAY "Nothing left to refund in this proposal."
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           DISPLAY "Execution date (yyyymmdd, 0 = today) : "
               WITH NO ADVANCING.
           ACCEPT WS-ExecDate.
           IF WS-ExecDate = ZERO
               MOVE WS-TodayDate TO WS-ExecDate
           END-IF.
           IF WS-ExecDate < WS-TodayDate
               DISPLAY "Execution date cannot be in the past."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Approve and refund (Y/N) : " WITH NO ADVANCING.
           ACCEPT WS-Confirm.
           IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
               DISPLAY "Proposal left pending."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LoadBalances.
           OPEN INPUT StudentiMaster.
           IF WS-StudentiMasterStatus NOT = "00"
               DISPLAY "Archivio studenti non disponibile."
               CLOSE StudentiMaster
               EXIT PARAGRAPH
           END-IF.
           PERFORM OpenBankDetails.
           OPEN EXTEND RecvPayFile.
           IF WS-RecvPayStatus = "35"
               OPEN OUTPUT RecvPayFile
               CLOSE RecvPayFile
               OPEN EXTEND RecvPayFile
           END-IF.
           OPEN EXTEND AppliedFile.
           IF WS-AppliedStatus = "35"
               OPEN OUTPUT AppliedFile
               CLOSE AppliedFile
               OPEN EXTEND AppliedFile
           END-IF.
           MOVE SPACES TO WS-CtName.
           STRING "142" WS-RunID ".txt"
               DELIMITED BY SIZE INTO WS-CtName.
           OPEN OUTPUT TransferFile.
           OPEN OUTPUT NoticeFile.
           MOVE SPACES TO CtRecord.
           MOVE 'H' TO CtHType.
           MOVE WS-RunID TO CtHRunID.
           MOVE WS-TodayDate TO CtHCreDate.
           MOVE WS-ExecDate TO CtHExecDate.
           MOVE WS-DebtorIBAN TO CtHDebtorIBAN.
           MOVE "EUR" TO CtHCurr.
           WRITE CtRecord.
           MOVE ZERO TO WS-CtCount WS-CtTotal WS-PostCount
               WS-SkipCount WS-AwardCount.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PropCount
               MOVE PropEntry(P) TO PropData
               IF PropIncluded
                   PERFORM RefundOneStudent
               END-IF
           END-PERFORM.
           MOVE SPACES TO CtRecord.
           MOVE 'T' TO CtTType.
           MOVE WS-CtCount TO CtTCount.
           MOVE WS-CtTotal TO CtTTotal.
           WRITE CtRecord.
           CLOSE StudentiMaster, RecvPayFile, AppliedFile,
               TransferFile, NoticeFile.
           IF WS-BankOpen = 'Y'
               CLOSE StudBankFile
           END-IF.
           *> Proposta consumata: il file resta vuoto.
           OPEN OUTPUT PropFile.
           CLOSE PropFile.
           MOVE "STREFUND" TO WS-JrnFileCode.
           MOVE "APPROVE" TO WS-JrnAction.
           MOVE WS-RunID(4:10) TO WS-JrnKey.
           MOVE SPACES TO WS-JrnBefore WS-JrnAfter.
           MOVE WS-CtTotal TO PrnAmount.
           STRING WS-RunID " EXEC " WS-ExecDate " REFUNDED "
               WS-PostCount " SKIPPED " WS-SkipCount " LATE AWARDS "
               WS-AwardCount " TOTAL " PrnAmount " BY " WS-OpID
               DELIMITED BY SIZE INTO WS-JrnAfter.
           CALL 'JRNL' USING WS-JrnFileCode, WS-JrnAction,
               WS-JrnKey, WS-JrnBefore, WS-JrnAfter.
           DISPLAY "----- Student Refund Run -----".
           DISPLAY "Run             : " WS-RunID.
           DISPLAY "Students paid   : " WS-PostCount.
           DISPLAY "Skipped         : " WS-SkipCount.
           DISPLAY "Late awards     : " WS-AwardCount.
           DISPLAY "Total           : " PrnAmount.
           IF WS-CtCount = ZERO
               DISPLAY "Empty run, " WS-CtName " must not be sent."
           ELSE
               DISPLAY "Send " WS-CtName " to the bank; notices "
                   "on 142refnotice.prt."
           END-IF.

       RefundOneStudent.
           MOVE PropMatr TO WS-CurMatr.
           PERFORM ComputeCredit.
           IF WS-OpenChg NOT = ZERO OR WS-Credit NOT = PropAmount
               ADD 1 TO WS-SkipCount
               DISPLAY "Matricola " PropMatr " balance changed "
                   "since the proposal, skipped."
               EXIT PARAGRAPH
           END-IF.
           PERFORM FindBankDetails.
           IF WS-BankExists = 'N'
               ADD 1 TO WS-SkipCount
               DISPLAY "Matricola " PropMatr " has no bank details "
                   "any more, skipped."
               EXIT PARAGRAPH
           END-IF.
           MOVE PropMatr TO Matr.
           MOVE 'Y' TO WS-StudFound.
           READ StudentiMaster
               INVALID KEY MOVE 'N' TO WS-StudFound
           END-READ.
           IF WS-StudFound = 'N'
               MOVE SPACES TO Nome Cognome
           END-IF.
           MOVE Nome TO WS-CallFirst.
           MOVE Cognome TO WS-CallLast.
           CALL 'NAMEFMT' USING WS-CallFirst, WS-CallMiddle,
               WS-CallLast, WS-FullName.
           PERFORM PrintNoticeHead.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-LateCount
               IF LA-Matr(L) = WS-CurMatr
                   PERFORM PostLateAward
               END-IF
           END-PERFORM.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ChgCount
               IF CH-Matr(I) = WS-CurMatr
                       AND CH-Paid(I) > CH-Amount(I)
                   PERFORM PostRefundReceipt
               END-IF
           END-PERFORM.
           PERFORM PrintNoticeFoot.
           MOVE SPACES TO CtRecord.
           MOVE 'D' TO CtDType.
           MOVE WS-RunID(4:12) TO CtDRunStamp.
           MOVE PropMatr TO CtDMatr.
           MOVE SbHolder TO CtDName.
           MOVE SbIBAN TO CtDIBAN.
           MOVE SbBIC TO CtDBIC.
           MOVE PropAmount TO CtDAmount.
           STRING "RIMBORSO CREDITO TASSE MATRICOLA " PropMatr
               DELIMITED BY SIZE INTO CtDRemit.
           WRITE CtRecord.
           ADD 1 TO WS-CtCount WS-PostCount.
           ADD PropAmount TO WS-CtTotal.

       PostLateAward.
           *> La borsa chiude la rata come un incasso ma non passa
           *> dalla banca; la riga in 96applied.dat la porta nel
           *> riepilogo fonti di AwardMaint e in contabilita'.
           MOVE LA-Term(L) TO ApTerm.
           MOVE LA-Matr(L) TO ApMatr.
           MOVE LA-Source(L) TO ApSource.
           MOVE LA-Amount(L) TO ApAmount.
           MOVE WS-TodayDate TO ApBillDate.
           WRITE AppliedData.
           MOVE LA-ChgIdx(L) TO I.
           MOVE CH-ChargeNum(I) TO RPyChargeNum.
           MOVE WS-TodayDate TO RPyDate.
           MOVE LA-Amount(L) TO RPyAmount.
           MOVE 'A' TO RPyType.
           WRITE RecvPayData.
           ADD LA-Amount(L) TO CH-Paid(I).
           ADD 1 TO WS-AwardCount.
           MOVE SPACES TO PrnNText.
           STRING "Borsa di studio " LA-Source(L) " termine "
               LA-Term(L) DELIMITED BY SIZE INTO PrnNText.
           MOVE LA-Amount(L) TO PrnNAmount.
           WRITE NoticeLine FROM NoticeDetailLine
               AFTER ADVANCING 1 LINE.

       PostRefundReceipt.
           *> Incasso negativo per l'eccedenza: la rata torna a
           *> pagato uguale all'addebito.
           COMPUTE WS-RefundPart = CH-Paid(I) - CH-Amount(I).
           MOVE CH-ChargeNum(I) TO RPyChargeNum.
           MOVE WS-ExecDate TO RPyDate.
           COMPUTE RPyAmount = ZERO - WS-RefundPart.
           MOVE 'R' TO RPyType.
           WRITE RecvPayData.
           MOVE CH-Amount(I) TO CH-Paid(I).
           MOVE SPACES TO PrnNText.
           STRING "Rimborso eccedenza rata " CH-ChargeNum(I)
               " termine " CH-Term(I)
               DELIMITED BY SIZE INTO PrnNText.
           MOVE WS-RefundPart TO PrnNAmount.
           WRITE NoticeLine FROM NoticeDetailLine
               AFTER ADVANCING 1 LINE.

       PrintNoticeHead.
           MOVE SPACES TO NoticeLine.
           STRING "AVVISO DI RIMBORSO  " WS-RunID
               DELIMITED BY SIZE INTO NoticeLine.
           WRITE NoticeLine AFTER ADVANCING PAGE.
           MOVE SPACES TO NoticeLine.
           STRING "Matricola " PropMatr "  " WS-FullName
               DELIMITED BY SIZE INTO NoticeLine.
           WRITE NoticeLine AFTER ADVANCING 2 LINES.
           MOVE SPACES TO NoticeLine.
           STRING "Il credito sulla sua posizione tasse viene "
               "rimborsato come segue:"
               DELIMITED BY SIZE INTO NoticeLine.
           WRITE NoticeLine AFTER ADVANCING 2 LINES.
           MOVE SPACES TO NoticeLine.
           WRITE NoticeLine AFTER ADVANCING 1 LINE.

       PrintNoticeFoot.
           MOVE "Totale rimborsato" TO PrnNText.
           MOVE PropAmount TO PrnNAmount.
           WRITE NoticeLine FROM NoticeDetailLine
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO NoticeLine.
           STRING "Bonifico con data esecuzione " WS-ExecDate
               DELIMITED BY SIZE INTO NoticeLine.
           WRITE NoticeLine AFTER ADVANCING 2 LINES.
           MOVE SPACES TO NoticeLine.
           STRING "sul conto " SbIBAN DELIMITED BY SIZE
               INTO NoticeLine.
           WRITE NoticeLine AFTER ADVANCING 1 LINE.
           MOVE SPACES TO NoticeLine.
           STRING "intestato a " SbHolder DELIMITED BY SIZE
               INTO NoticeLine.
           WRITE NoticeLine AFTER ADVANCING 1 LINE.
