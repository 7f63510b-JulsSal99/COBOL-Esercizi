       IDENTIFICATION DIVISION.
       PROGRAM-ID.       BadDebtRun.
       AUTHOR.       Giulio.
       DATE-WRITTEN.07/09/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InvRegister ASSIGN TO "25invreg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS InvNum
               FILE STATUS IS WS-RegStatus.
           SELECT PaymentFile ASSIGN TO "26payments.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PaySeq
               ALTERNATE RECORD KEY IS PayInvNum
                   WITH DUPLICATES
               FILE STATUS IS WS-PayStatus.
           SELECT CustomerFIle ASSIGN TO "15costumer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDNum
               ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
               FILE STATUS IS WS-CustStatus.
           SELECT WriteOffFile ASSIGN TO "117wrtoff.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WoInvNum
               FILE STATUS IS WS-WoStatus.
           SELECT DunHistFile ASSIGN TO "65dunhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HistStatus.
           SELECT WriteOffReport ASSIGN TO "117wrtoff.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD InvRegister.
       COPY "INVREC.cpy".
       FD PaymentFile.
       COPY "PAYREC.cpy".
       FD CustomerFIle.
       COPY "CUSTREC.cpy".
       FD WriteOffFile.
       COPY "WOFFREC.cpy".
       FD DunHistFile.
       01 DunHistData.
           02 DunCustID PIC 9(5).
           02 DunDate PIC 9(8).
           02 DunLevel PIC 9.
           02 DunBalance PIC 9(8)V99.
           02 DunCompany PIC X(2).
       FD WriteOffReport.
       01 PrintLine PIC X(78).
       WORKING-STORAGE SECTION.
       01 WS-RegStatus PIC XX.
       01 WS-PayStatus PIC XX.
       01 WS-CustStatus PIC XX.
       01 WS-WoStatus PIC XX.
       01 WS-HistStatus PIC XX.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-OpID PIC X(8).
       01 WS-OpRole PIC X.
       01 WS-SignonOK PIC X.
       01 WS-EOF PIC X.
       01 WS-HistEOF PIC X.
       01 WS-StartOK PIC X.
       01 WS-Confirm PIC X.
       01 WS-Decision PIC X.
       01 WS-WoExists PIC X.
       01 WS-CustExists PIC X.
       01 WS-TodayDate PIC 9(8).
      *> Proposte e stralci sulle fatture della societa' corrente.
       01 WS-Company PIC X(2).
       01 WS-CmpName PIC X(30).
       01 WS-AsOfDate PIC 9(8).
       01 WS-AsOfInt PIC 9(7).
       01 WS-InvInt PIC 9(7).
       01 WS-AgeDays PIC S9(5).
       01 WS-PaidNet PIC S9(8)V99.
       01 WS-Balance PIC S9(7)V99.
       01 WS-ParmKey PIC X(12).
       01 WS-ParmValue PIC X(20).
       01 WS-ParmFound PIC X.
      *> Soglie da SYSPARM: giorni di anzianita' oltre i quali si
      *> propone comunque lo stralcio, e giorni concessi dopo la
      *> diffida (sollecito di livello 3) prima di proporlo.
       01 WS-WoffDays PIC 9(3) VALUE 180.
       01 WS-WoffGrace PIC 9(3) VALUE 30.
       01 WS-Reason PIC X.
      *> Data dell'ultima diffida per cliente, da 65dunhist.dat.
       01 FinalNotices.
           02 WS-FinalCount PIC 9(3) VALUE ZERO.
           02 FinalEntry OCCURS 500 TIMES
                   DEPENDING ON WS-FinalCount.
               03 FN-Cust PIC 9(5).
               03 FN-Date PIC 9(8).
       01 FNIdx PIC 9(3).
       01 WS-FinalDate PIC 9(8).
       01 WS-FinalInt PIC 9(7).
      *> Percentuali di accantonamento per fascia (V999 come
      *> DEFTAXRATE: "050" = 5%).
       01 ProvisionBuckets.
           02 ProvBucket OCCURS 4 TIMES.
               03 PB-Label PIC X(12).
               03 PB-ParmKey PIC X(12).
               03 PB-Pct PIC V999.
               03 PB-Balance PIC 9(9)V99.
               03 PB-Provision PIC 9(9)V99.
       01 PBIdx PIC 9.
       01 WS-TotBalance PIC 9(9)V99.
       01 WS-TotProvision PIC 9(9)V99.
       01 WS-PropCount PIC 9(5).
       01 WS-PropAmount PIC 9(9)V99.
       01 WS-DoneCount PIC 9(5).
       01 WS-JrnFileCode PIC X(8) VALUE "CUSTOMER".
       01 WS-JrnAction PIC X(8).
       01 WS-JrnKey PIC X(10).
       01 WS-JrnBefore PIC X(200).
       01 WS-JrnAfter PIC X(200).
       01 PrnAmount PIC Z,ZZZ,ZZ9.99.
       01 CompanyLine.
           02 FILLER PIC X(9) VALUE "Company: ".
           02 PrnCompany PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCmpName PIC X(30).
       01 PropHeading.
           02 FILLER PIC X(38)
               VALUE "BAD-DEBT WRITE-OFF PROPOSALS  as of ".
           02 PrnAsOf PIC 9(8).
       01 PropColumns.
           02 FILLER PIC X(40)
               VALUE "Inv.  Cust  Inv.date  Late  Dun Why    ".
           02 FILLER PIC X(13) VALUE "      Balance".
       01 PropLine.
           02 PrnInvNum PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnInvDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 PrnAge PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnDunLevel PIC 9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 PrnWhy PIC X(7).
           02 PrnBalance PIC Z,ZZZ,ZZ9.99.
       01 PropTotalLine.
           02 FILLER PIC X(20) VALUE "New proposals     : ".
           02 PrnPropCount PIC ZZZZ9.
           02 FILLER PIC X(15) VALUE SPACES.
           02 PrnPropAmount PIC ZZ,ZZZ,ZZ9.99.
       01 ProvHeading.
           02 FILLER PIC X(40)
               VALUE "DOUBTFUL-ACCOUNT PROVISION BY AGING".
       01 ProvColumns.
           02 FILLER PIC X(40)
               VALUE "Bucket            Open balance    Pct   ".
           02 FILLER PIC X(13) VALUE "    Provision".
       01 ProvLine.
           02 PrnBucket PIC X(12).
           02 FILLER PIC X(3) VALUE SPACES.
           02 PrnBucketBal PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 PrnPct PIC ZZ9.9.
           02 FILLER PIC X(4) VALUE "%   ".
           02 PrnBucketProv PIC ZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       StartPara.
           CALL 'SIGNON' USING WS-OpID, WS-OpRole, WS-SignonOK.
           IF WS-SignonOK NOT = 'Y'
               DISPLAY "Sign-on failed, program ends."
               GOBACK
           END-IF.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           CALL 'COMPGET' USING WS-Company, WS-CmpName.
           PERFORM LoadParameters.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "BAD DEBT AND PROVISION  company " WS-Company
                   " " WS-CmpName
               DISPLAY "1 : Write-off Proposal and Provision Run"
               DISPLAY "2 : Review Proposals (supervisor)"
               DISPLAY "3 : Release Customer Credit Hold "
                   "(supervisor)"
               DISPLAY "0 : Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM ProposalRun
                   WHEN 2 PERFORM ReviewProposals
                   WHEN 3 PERFORM ReleaseHold
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           GOBACK.

       LoadParameters.
           MOVE "WOFFDAYS" TO WS-ParmKey.
           CALL 'PARMGET' USING WS-ParmKey, WS-ParmValue,
               WS-ParmFound.
           IF WS-ParmFound = 'Y' AND WS-ParmValue(1:3) IS NUMERIC
               MOVE WS-ParmValue(1:3) TO WS-WoffDays
           END-IF.
           MOVE "WOFFGRACE" TO WS-ParmKey.
           CALL 'PARMGET' USING WS-ParmKey, WS-ParmValue,
               WS-ParmFound.
           IF WS-ParmFound = 'Y' AND WS-ParmValue(1:3) IS NUMERIC
               MOVE WS-ParmValue(1:3) TO WS-WoffGrace
           END-IF.
           MOVE "Not due" TO PB-Label(1).
           MOVE "PROVPCTCUR" TO PB-ParmKey(1).
           MOVE .010 TO PB-Pct(1).
           MOVE "1-30 over" TO PB-Label(2).
           MOVE "PROVPCT30" TO PB-ParmKey(2).
           MOVE .050 TO PB-Pct(2).
           MOVE "31-60 over" TO PB-Label(3).
           MOVE "PROVPCT60" TO PB-ParmKey(3).
           MOVE .200 TO PB-Pct(3).
           MOVE "60+ over" TO PB-Label(4).
           MOVE "PROVPCT90" TO PB-ParmKey(4).
           MOVE .500 TO PB-Pct(4).
           PERFORM VARYING PBIdx FROM 1 BY 1 UNTIL PBIdx > 4
               MOVE PB-ParmKey(PBIdx) TO WS-ParmKey
               CALL 'PARMGET' USING WS-ParmKey, WS-ParmValue,
                   WS-ParmFound
               IF WS-ParmFound = 'Y'
                       AND WS-ParmValue(1:3) IS NUMERIC
                   MOVE WS-ParmValue(1:3) TO PB-Pct(PBIdx)(1:3)
               END-IF
           END-PERFORM.

       ProposalRun.
           *> Un solo giro sul registro fatture: ogni saldo aperto
           *> entra nella sua fascia per l'accantonamento, e le
           *> fatture oltre la diffida o oltre WOFFDAYS diventano
           *> proposte di stralcio (una per fattura, mai ripetuta).
           DISPLAY "Run as of date (yyyymmdd, 0 = today): "
               WITH NO ADVANCING.
           ACCEPT WS-AsOfDate.
           IF WS-AsOfDate = ZERO
               MOVE WS-TodayDate TO WS-AsOfDate
           END-IF.
           COMPUTE WS-AsOfInt =
               FUNCTION INTEGER-OF-DATE(WS-AsOfDate).
           PERFORM LoadFinalNotices.
           OPEN INPUT InvRegister.
           IF WS-RegStatus NOT = "00"
               DISPLAY "No invoice register on file."
               CLOSE InvRegister
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O WriteOffFile.
           IF WS-WoStatus = "35"
               OPEN OUTPUT WriteOffFile
               CLOSE WriteOffFile
               OPEN I-O WriteOffFile
           END-IF.
           OPEN OUTPUT WriteOffReport.
           MOVE WS-AsOfDate TO PrnAsOf.
           WRITE PrintLine FROM PropHeading AFTER ADVANCING PAGE.
           MOVE WS-Company TO PrnCompany.
           MOVE WS-CmpName TO PrnCmpName.
           WRITE PrintLine FROM CompanyLine AFTER ADVANCING 1 LINE.
           WRITE PrintLine FROM PropColumns AFTER ADVANCING 2 LINES.
           MOVE ZERO TO WS-PropCount WS-PropAmount.
           PERFORM VARYING PBIdx FROM 1 BY 1 UNTIL PBIdx > 4
               MOVE ZERO TO PB-Balance(PBIdx) PB-Provision(PBIdx)
           END-PERFORM.
           MOVE 'Y' TO WS-StartOK.
           MOVE ZERO TO InvNum.
           START InvRegister KEY IS NOT LESS THAN InvNum
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE 'N' TO WS-EOF.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ InvRegister NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF InvDate <= WS-AsOfDate
                                   AND InvCompany = WS-Company
                               PERFORM ExamineInvoice
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           MOVE WS-PropCount TO PrnPropCount.
           MOVE WS-PropAmount TO PrnPropAmount.
           WRITE PrintLine FROM PropTotalLine AFTER ADVANCING 2
           LINES.
           PERFORM PrintProvision.
           CLOSE InvRegister, WriteOffFile, WriteOffReport.
           DISPLAY WS-PropCount " new write-off proposals, "
               "provision " PrnAmount ", on 117wrtoff.rpt".

       LoadFinalNotices.
           MOVE ZERO TO WS-FinalCount.
           OPEN INPUT DunHistFile.
           IF WS-HistStatus NOT = "00"
               CLOSE DunHistFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-HistEOF.
           PERFORM UNTIL WS-HistEOF = 'Y'
               READ DunHistFile
                   AT END MOVE 'Y' TO WS-HistEOF
                   NOT AT END
                       IF DunCompany = SPACES
                           MOVE "01" TO DunCompany
                       END-IF
                       IF DunLevel = 3 AND DunDate <= WS-AsOfDate
                               AND DunCompany = WS-Company
                           PERFORM KeepFinalNotice
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DunHistFile.

       KeepFinalNotice.
           PERFORM VARYING FNIdx FROM 1 BY 1
                   UNTIL FNIdx > WS-FinalCount
                   OR FN-Cust(FNIdx) = DunCustID
               CONTINUE
           END-PERFORM.
           IF FNIdx > WS-FinalCount
               IF WS-FinalCount >= 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-FinalCount
               MOVE WS-FinalCount TO FNIdx
               MOVE DunCustID TO FN-Cust(FNIdx)
               MOVE ZERO TO FN-Date(FNIdx)
           END-IF.
           IF DunDate > FN-Date(FNIdx)
               MOVE DunDate TO FN-Date(FNIdx)
           END-IF.

       ExamineInvoice.
           CALL 'PAYBAL' USING InvNum, WS-PaidNet.
           COMPUTE WS-Balance = InvGross - WS-PaidNet.
           IF WS-Balance NOT > ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-InvInt = FUNCTION INTEGER-OF-DATE(InvDueDate).
           COMPUTE WS-AgeDays = WS-AsOfInt - WS-InvInt.
           *> Stesse fasce dell'aging di Payments (26.cob): giorni
           *> di ritardo dalla scadenza della fattura.
           EVALUATE TRUE
               WHEN WS-AgeDays < 1
                   MOVE 1 TO PBIdx
               WHEN WS-AgeDays < 31
                   MOVE 2 TO PBIdx
               WHEN WS-AgeDays < 61
                   MOVE 3 TO PBIdx
               WHEN OTHER
                   MOVE 4 TO PBIdx
           END-EVALUATE.
           ADD WS-Balance TO PB-Balance(PBIdx).
           *> Proposta: diffida inviata da almeno WOFFGRACE giorni
           *> con la fattura gia' scaduta da 60 giorni a quella
           *> data (terzo sollecito), oppure scaduta da WOFFDAYS.
           MOVE SPACE TO WS-Reason.
           PERFORM FindFinalNotice.
           IF WS-FinalDate > ZERO
               COMPUTE WS-FinalInt =
                   FUNCTION INTEGER-OF-DATE(WS-FinalDate)
               IF WS-AsOfInt - WS-FinalInt >= WS-WoffGrace
                       AND WS-FinalInt - WS-InvInt >= 60
                   MOVE 'D' TO WS-Reason
               END-IF
           END-IF.
           IF WS-Reason = SPACE AND WS-AgeDays >= WS-WoffDays
               MOVE 'A' TO WS-Reason
           END-IF.
           IF WS-Reason = SPACE
               EXIT PARAGRAPH
           END-IF.
           MOVE InvNum TO WoInvNum.
           MOVE 'Y' TO WS-WoExists.
           READ WriteOffFile
               INVALID KEY MOVE 'N' TO WS-WoExists
           END-READ.
           IF WS-WoExists = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE InvNum TO WoInvNum.
           MOVE InvCustID TO WoCustID.
           MOVE WS-AsOfDate TO WoPropDate.
           MOVE WS-Balance TO WoBalance.
           MOVE WS-AgeDays TO WoAgeDays.
           MOVE ZERO TO WoDunLevel.
           IF WS-FinalDate > ZERO
               MOVE 3 TO WoDunLevel
           END-IF.
           MOVE 'P' TO WoStatus.
           MOVE ZERO TO WoDecDate.
           MOVE SPACES TO WoOpID.
           WRITE WriteOffData
               INVALID KEY EXIT PARAGRAPH
           END-WRITE.
           ADD 1 TO WS-PropCount.
           ADD WS-Balance TO WS-PropAmount.
           MOVE InvNum TO PrnInvNum.
           MOVE InvCustID TO PrnCustID.
           MOVE InvDate TO PrnInvDate.
           MOVE WS-AgeDays TO PrnAge.
           MOVE WoDunLevel TO PrnDunLevel.
           IF WS-Reason = 'D'
               MOVE "DIFFIDA" TO PrnWhy
           ELSE
               MOVE "AGE" TO PrnWhy
           END-IF.
           MOVE WS-Balance TO PrnBalance.
           WRITE PrintLine FROM PropLine AFTER ADVANCING 1 LINE.

       FindFinalNotice.
           MOVE ZERO TO WS-FinalDate.
           PERFORM VARYING FNIdx FROM 1 BY 1
                   UNTIL FNIdx > WS-FinalCount
               IF FN-Cust(FNIdx) = InvCustID
                   MOVE FN-Date(FNIdx) TO WS-FinalDate
               END-IF
           END-PERFORM.

       PrintProvision.
           WRITE PrintLine FROM ProvHeading AFTER ADVANCING 3 LINES.
           WRITE PrintLine FROM ProvColumns AFTER ADVANCING 2 LINES.
           MOVE ZERO TO WS-TotBalance WS-TotProvision.
           PERFORM VARYING PBIdx FROM 1 BY 1 UNTIL PBIdx > 4
               COMPUTE PB-Provision(PBIdx) ROUNDED =
                   PB-Balance(PBIdx) * PB-Pct(PBIdx)
               ADD PB-Balance(PBIdx) TO WS-TotBalance
               ADD PB-Provision(PBIdx) TO WS-TotProvision
               MOVE PB-Label(PBIdx) TO PrnBucket
               MOVE PB-Balance(PBIdx) TO PrnBucketBal
               COMPUTE PrnPct = PB-Pct(PBIdx) * 100
               MOVE PB-Provision(PBIdx) TO PrnBucketProv
               WRITE PrintLine FROM ProvLine AFTER ADVANCING 1 LINE
           END-PERFORM.
           MOVE "TOTAL" TO PrnBucket.
           MOVE WS-TotBalance TO PrnBucketBal.
           MOVE ZERO TO PrnPct.
           MOVE WS-TotProvision TO PrnBucketProv.
           WRITE PrintLine FROM ProvLine AFTER ADVANCING 2 LINES.
           MOVE WS-TotProvision TO PrnAmount.

       ReviewProposals.
           *> Approvata: pagamento 'W' per il saldo residuo (chiude
           *> la fattura nell'aging, GLPosting lo porta a perdite su
           *> crediti) e cliente in blocco fido.
           IF WS-OpRole NOT = 'S'
               DISPLAY "Only supervisors may decide write-offs."
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O WriteOffFile.
           IF WS-WoStatus NOT = "00"
               DISPLAY "No write-off proposals on file."
               CLOSE WriteOffFile
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O PaymentFile.
           IF WS-PayStatus = "35"
               OPEN OUTPUT PaymentFile
               CLOSE PaymentFile
               OPEN I-O PaymentFile
           END-IF.
           OPEN I-O CustomerFIle.
           MOVE ZERO TO WS-DoneCount.
           MOVE 'Y' TO WS-StartOK.
           MOVE ZERO TO WoInvNum.
           START WriteOffFile KEY IS NOT LESS THAN WoInvNum
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE 'N' TO WS-EOF.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ WriteOffFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WoProposed
                               PERFORM DecideProposal
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE WriteOffFile, PaymentFile, CustomerFIle.
           DISPLAY WS-DoneCount " proposals decided.".

       DecideProposal.
           CALL 'PAYBAL' USING WoInvNum, WS-PaidNet.
           MOVE WoInvNum TO InvNum.
           OPEN INPUT InvRegister.
           READ InvRegister
               INVALID KEY MOVE ZERO TO InvGross
           END-READ.
           CLOSE InvRegister.
           COMPUTE WS-Balance = InvGross - WS-PaidNet.
           MOVE WoBalance TO PrnAmount.
           DISPLAY " ".
           DISPLAY "Invoice " WoInvNum " customer " WoCustID
               " proposed " WoPropDate " late " WoAgeDays
               " days, balance " PrnAmount.
           IF WS-Balance NOT > ZERO
               DISPLAY "Invoice has been settled since the "
                   "proposal: rejected."
               MOVE 'R' TO WoStatus
               PERFORM RewriteProposal
               EXIT PARAGRAPH
           END-IF.
           IF WS-Balance NOT = WoBalance
               MOVE WS-Balance TO PrnAmount
               DISPLAY "Balance today: " PrnAmount
           END-IF.
           DISPLAY "A = approve write-off, R = reject, "
               "other = decide later: " WITH NO ADVANCING.
           ACCEPT WS-Decision.
           EVALUATE WS-Decision
               WHEN 'A'
               WHEN 'a'
                   PERFORM PostWriteOff
                   MOVE 'A' TO WoStatus
                   PERFORM RewriteProposal
               WHEN 'R'
               WHEN 'r'
                   MOVE 'R' TO WoStatus
                   PERFORM RewriteProposal
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       RewriteProposal.
           MOVE WS-TodayDate TO WoDecDate.
           MOVE WS-OpID TO WoOpID.
           REWRITE WriteOffData
               INVALID KEY DISPLAY "Proposal not updated"
           END-REWRITE.
           ADD 1 TO WS-DoneCount.

       PostWriteOff.
           CALL 'PAYNEXT' USING PaySeq.
           MOVE WoInvNum TO PayInvNum.
           MOVE WS-TodayDate TO PayDate.
           MOVE WS-Balance TO PayAmount.
           MOVE 'W' TO PayType.
           MOVE WoCustID TO PayCustID.
           MOVE "STRALCIO" TO PayReason.
           MOVE InvCompany TO PayCompany.
           WRITE PaymentData
               INVALID KEY
                   DISPLAY "Payment key " PaySeq " already on file."
           END-WRITE.
           MOVE WS-Balance TO PrnAmount.
           DISPLAY "Written off " PrnAmount " on invoice "
               WoInvNum ".".
           MOVE WoCustID TO IDNum.
           MOVE 'Y' TO WS-CustExists.
           READ CustomerFIle
               INVALID KEY MOVE 'N' TO WS-CustExists
           END-READ.
           IF WS-CustExists = 'N' OR CustOnHold
               EXIT PARAGRAPH
           END-IF.
           MOVE CustomerData TO WS-JrnBefore.
           MOVE 'Y' TO CustCreditHold.
           REWRITE CustomerData
               INVALID KEY DISPLAY "Customer not updated"
               NOT INVALID KEY
                   DISPLAY "Customer " IDNum " put on credit hold."
                   MOVE "REWRITE" TO WS-JrnAction
                   PERFORM LogJournal
           END-REWRITE.

       ReleaseHold.
           IF WS-OpRole NOT = 'S'
               DISPLAY "Only supervisors may release a credit hold."
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O CustomerFIle.
           IF WS-CustStatus NOT = "00"
               DISPLAY "Archivio clienti non disponibile."
               CLOSE CustomerFIle
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Customer number: " WITH NO ADVANCING.
           ACCEPT IDNum.
           MOVE 'Y' TO WS-CustExists.
           READ CustomerFIle
               INVALID KEY MOVE 'N' TO WS-CustExists
           END-READ.
           IF WS-CustExists = 'N'
               DISPLAY "Customer doesn't exist"
               CLOSE CustomerFIle
               EXIT PARAGRAPH
           END-IF.
           IF NOT CustOnHold
               DISPLAY "Customer " IDNum " is not on credit hold."
               CLOSE CustomerFIle
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Release credit hold for " FirstName " "
               LastName "? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-Confirm.
           IF WS-Confirm = 'Y' OR WS-Confirm = 'y'
               MOVE CustomerData TO WS-JrnBefore
               MOVE SPACE TO CustCreditHold
               REWRITE CustomerData
                   INVALID KEY DISPLAY "Customer not updated"
                   NOT INVALID KEY
                       DISPLAY "Credit hold released by " WS-OpID
                       MOVE "REWRITE" TO WS-JrnAction
                       PERFORM LogJournal
               END-REWRITE
           END-IF.
           CLOSE CustomerFIle.

       LogJournal.
           MOVE SPACES TO WS-JrnKey.
           MOVE IDNum TO WS-JrnKey(1:5).
           MOVE CustomerData TO WS-JrnAfter.
           CALL 'JRNL' USING WS-JrnFileCode, WS-JrnAction,
               WS-JrnKey, WS-JrnBefore, WS-JrnAfter.
