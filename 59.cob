           SELECT AppliedFile ASSIGN TO "96applied.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AppliedStatus.
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
           SELECT BandBillFile ASSIGN TO "59bandbill.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BandBillStatus.
           SELECT CalFile ASSIGN TO "94acadcal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CalStatus.
           SELECT BandReport ASSIGN TO "59bandrev.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD StudentiMaster.
       FD RecvFile.
       COPY "RECVREC.cpy".
       FD RecvPayFile.
       COPY "RECVPAY.cpy".
       FD BillReport.
       01 PrintLine PIC X(80).
       FD AgingReport.
       01 AgePrintLine PIC X(70).
       FD AwardFile.
       COPY "AWARDREC.cpy".
       FD AppliedFile.
       COPY "APPLREC.cpy".
       FD IncDeclFile.
       COPY "INCDECL.cpy".
       FD FeeBandFile.
       COPY "FEEBAND.cpy".
       FD BandBillFile.
       COPY "BANDBILL.cpy".
       FD CalFile.
       COPY "ACADCAL.cpy".
       FD BandReport.
       01 BandPrintLine PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-StudentiMasterStatus PIC XX.
       01 WS-CourseStatus PIC XX.
       01 WS-AwardDisc PIC 9(5)V99.
       01 WS-AwardSrc PIC X(10).
       01 WS-NetTuition PIC 9(5)V99.
       01 WS-IncStatus PIC XX.
       01 WS-BandStatus PIC XX.
       01 WS-BandBillStatus PIC XX.
       01 WS-CalStatus PIC XX.
       01 WS-IncOpen PIC X.
       01 WS-BandOpen PIC X.
       01 WS-BandEOF PIC X.
      *> Retta lorda dalla fascia di reddito (o CourseTuition se il
      *> corso non ha fasce), base di borse e rate.
       01 WS-GrossTuition PIC 9(5)V99.
       01 WS-Band PIC 99.
       01 WS-BandSrc PIC X.
       01 WS-Income PIC 9(7)V99.
       01 WS-DeclOK PIC X.
       01 WS-BandPicked PIC X.
       01 WS-TopBand PIC 99.
       01 WS-TopFee PIC 9(5)V99.
      *> Dichiarazioni presentate oltre inizio termine + INCGRACE
      *> giorni (SYSPARM, 30 se assente) valgono come mancanti.
       01 WS-IncGrace PIC 9(3).
       01 WS-Deadline PIC 9(8).
       01 WS-TermStart PIC 9(8).
       01 WS-NumInst PIC 9.
       01 WS-InstGap PIC 9(3).
       01 WS-InstIdx PIC 9.
       01 WS-ParmFound PIC X.
       01 WS-FeeCount PIC 9(4).
       01 WS-Balance PIC S9(6)V99.
       01 WS-PaidAmt PIC S9(6)V99.
       01 PayTable.
           02 WS-PayCount PIC 9(4) VALUE ZERO.
           02 PayEntry OCCURS 2000 TIMES
                   DEPENDING ON WS-PayCount.
               03 PT-ChargeNum PIC 9(5).
               03 PT-Amount PIC S9(5)V99.
       01 J PIC 9(4).
       01 WS-PayEOF PIC X.
       01 WS-HoldRecv PIC X(46).
               03 CR-Students PIC 9(4).
               03 CR-Amount PIC 9(8)V99.
       01 I PIC 99.
       01 BandTotals.
           02 WS-BtCount PIC 9(3) VALUE ZERO.
           02 BtEntry OCCURS 300 TIMES
                   DEPENDING ON WS-BtCount.
               03 BT-Course PIC 9(5).
               03 BT-Band PIC 99.
               03 BT-Students PIC 9(4).
               03 BT-Missing PIC 9(4).
               03 BT-Gross PIC 9(8)V99.
               03 BT-Award PIC 9(8)V99.
               03 BT-Net PIC 9(8)V99.
       01 B PIC 9(3).
       01 WS-MissCount PIC 9(4).
       01 WS-RevTotal PIC 9(9)V99.
       01 BandHeading.
           02 FILLER PIC X(28) VALUE
               "TUITION REVENUE BY FEE BAND ".
           02 FILLER PIC X(5) VALUE "term ".
           02 PrnBandTerm PIC 9(6).
       01 BandColHeads.
           02 FILLER PIC X(36) VALUE
               "Corso  Fascia  Studenti  di cui n.d.".
           02 FILLER PIC X(40) VALUE
               "        Lordo      Borse       Netto".
       01 BandRevLine.
           02 PrnBrCourse PIC 9(5).
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnBrBand PIC 99.
           02 FILLER PIC X(5) VALUE SPACE.
           02 PrnBrStudents PIC ZZZ9.
           02 FILLER PIC X(7) VALUE SPACE.
           02 PrnBrMissing PIC ZZZ9.
           02 FILLER PIC XX VALUE SPACE.
           02 PrnBrGross PIC ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnBrAward PIC ZZZ,ZZ9.99.
           02 FILLER PIC XX VALUE SPACE.
           02 PrnBrNet PIC ZZZ,ZZ9.99.
       01 BandTotLine.
           02 FILLER PIC X(21) VALUE "Totale netto termine ".
           02 PrnBrTotal PIC ZZZ,ZZZ,ZZ9.99.
       01 MissHeading PIC X(60) VALUE
           "Fascia massima per dichiarazione mancante o tardiva:".
       01 MissLine.
           02 PrnMsMatr PIC 9(5).
           02 FILLER PIC XX VALUE SPACE.
           02 PrnMsCognome PIC X(20).
           02 FILLER PIC X(7) VALUE " corso ".
           02 PrnMsCourse PIC 9(5).
           02 FILLER PIC X(9) VALUE "  fascia ".
           02 PrnMsBand PIC 99.
           02 FILLER PIC X(8) VALUE "  netto ".
           02 PrnMsNet PIC ZZ,ZZ9.99.
       01 MissTotLine.
           02 FILLER PIC X(21) VALUE "Studenti senza dich.:".
           02 PrnMsCount PIC ZZZ9.
       01 RegisterHeading.
           02 FILLER PIC X(30) VALUE
               "TUITION BILLING REGISTER term ".
           02 PrnAmount PIC $$$,$$9.99.
           02 FILLER PIC X(8) VALUE "  borsa ".
           02 PrnDiscount PIC $$,$$9.99.
           02 FILLER PIC X(3) VALUE "  F".
           02 PrnBand PIC 99.
           02 PrnBandSrc PIC X.
       01 CourseTotalLine.
           02 FILLER PIC X(6) VALUE "Corso ".
           02 PrnTotCourse PIC 9(5).
               DISPLAY "2 : Record Tuition Payment"
               DISPLAY "3 : Assess Late Fees"
               DISPLAY "4 : Student Aging Report"
               DISPLAY "5 : Revenue by Fee Band"
               DISPLAY "0 : Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
                   WHEN 2 PERFORM RecordTuitionPayment
                   WHEN 3 PERFORM AssessLateFees
                   WHEN 4 PERFORM StudentAging
                   WHEN 5 PERFORM BandRevenue
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
               MOVE 1 TO WS-NumInst
           END-IF.
           MOVE 30 TO WS-InstGap.
           PERFORM GetDeclDeadline.
           OPEN INPUT StudentiMaster.
           IF WS-StudentiMasterStatus NOT = "00"
               DISPLAY "Archivio studenti non disponibile."
               CLOSE RecvFile
               OPEN I-O RecvFile
           END-IF.
           MOVE 'Y' TO WS-IncOpen.
           OPEN INPUT IncDeclFile.
           IF WS-IncStatus NOT = "00"
               MOVE 'N' TO WS-IncOpen
           END-IF.
           MOVE 'Y' TO WS-BandOpen.
           OPEN INPUT FeeBandFile.
           IF WS-BandStatus NOT = "00"
               MOVE 'N' TO WS-BandOpen
           END-IF.
           OPEN EXTEND BandBillFile.
           IF WS-BandBillStatus = "35"
               OPEN OUTPUT BandBillFile
               CLOSE BandBillFile
               OPEN EXTEND BandBillFile
           END-IF.
           OPEN OUTPUT BillReport.
           MOVE WS-Term TO PrnTerm.
           WRITE PrintLine FROM RegisterHeading AFTER ADVANCING
                   ADVANCING 1 LINE
           END-PERFORM.
           CLOSE StudentiMaster, CourseFile, RecvFile,
               BillReport, IncDeclFile, FeeBandFile, BandBillFile.
           DISPLAY "Studenti addebitati : " WS-BilledCount.
           DISPLAY "Saltati             : " WS-SkippedCount.
           DISPLAY "Registro su 59billreg.rpt".
           READ CourseFile
               INVALID KEY MOVE 'N' TO WS-CourseFound
           END-READ.
           IF WS-CourseFound = 'N'
               ADD 1 TO WS-SkippedCount
               EXIT PARAGRAPH
           END-IF.
           PERFORM PriceFromBand.
           IF WS-BandSrc = 'F' AND WS-GrossTuition = ZERO
               ADD 1 TO WS-SkippedCount
               EXIT PARAGRAPH
           END-IF.
           *> Borse e esoneri PRIMA dell'addebito: la retta netta
           *> e' quella che va a ruolo.
           PERFORM LookupAward.
           COMPUTE WS-NetTuition = WS-GrossTuition - WS-AwardDisc.
           IF WS-AwardDisc > ZERO
               PERFORM LogAppliedAward
           END-IF.
           PERFORM LogBandBill.
           MOVE WS-Band TO PrnBand.
           MOVE WS-BandSrc TO PrnBandSrc.
           IF WS-NetTuition = ZERO
               ADD 1 TO WS-BilledCount
               MOVE Matr TO PrnMatr
                           MOVE AwSource TO WS-AwardSrc
                           IF AwPercent > ZERO
                               COMPUTE WS-AwardDisc ROUNDED =
                                   WS-GrossTuition * AwPercent
                           ELSE
                               MOVE AwAmount TO WS-AwardDisc
                           END-IF
                           IF WS-AwardDisc > WS-GrossTuition
                               MOVE WS-GrossTuition TO
                                   WS-AwardDisc
                           END-IF
                       END-IF
           MOVE Matr TO ApMatr.
           MOVE WS-AwardSrc TO ApSource.
           MOVE WS-AwardDisc TO ApAmount.
           MOVE WS-TodayDate TO ApBillDate.
           WRITE AppliedData.
           CLOSE AppliedFile.

               MOVE ZERO TO CR-Students(I) CR-Amount(I)
           END-IF.
           ADD 1 TO CR-Students(I).
           ADD WS-GrossTuition TO CR-Amount(I).

       GetDeclDeadline.
           MOVE ZERO TO WS-TermStart.
           OPEN INPUT CalFile.
           IF WS-CalStatus = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CalFile
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CalTerm = WS-Term
                               MOVE CalStart TO WS-TermStart
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CalFile.
           MOVE 30 TO WS-IncGrace.
           MOVE "INCGRACE" TO WS-ParmKey.
           CALL 'PARMGET' USING WS-ParmKey, WS-ParmValue,
               WS-ParmFound.
           IF WS-ParmFound = 'Y' AND WS-ParmValue(1:3) IS NUMERIC
               MOVE WS-ParmValue(1:3) TO WS-IncGrace
           END-IF.
           IF WS-TermStart = ZERO
               MOVE WS-TodayDate TO WS-Deadline
           ELSE
               COMPUTE WS-Deadline = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TermStart)
                   + WS-IncGrace)
           END-IF.
           DISPLAY "Scadenza dichiarazioni reddito: " WS-Deadline.

       PriceFromBand.
           *> Fascia del valore dichiarato entro la scadenza: la
           *> prima il cui limite lo copre. Senza dichiarazione
           *> valida si applica l'ultima fascia (la piu' alta);
           *> senza fasce per il corso resta la retta a catalogo.
           MOVE CourseTuition TO WS-GrossTuition.
           MOVE ZERO TO WS-Band WS-Income.
           MOVE 'F' TO WS-BandSrc.
           IF WS-BandOpen = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-DeclOK.
           IF WS-IncOpen = 'Y'
               MOVE Matr TO IncMatr
               MOVE WS-Term TO IncTerm
               READ IncDeclFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF IncDeclDate <= WS-Deadline
                           MOVE 'Y' TO WS-DeclOK
                           MOVE IncValue TO WS-Income
                       END-IF
               END-READ
           END-IF.
           MOVE 'N' TO WS-BandPicked.
           MOVE ZERO TO WS-TopBand WS-TopFee.
           MOVE 'N' TO WS-BandEOF.
           MOVE Corso TO FbCourse.
           MOVE ZERO TO FbBand.
           START FeeBandFile KEY IS NOT LESS THAN FbKey
               INVALID KEY MOVE 'Y' TO WS-BandEOF
           END-START.
           PERFORM UNTIL WS-BandEOF = 'Y'
               READ FeeBandFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-BandEOF
                   NOT AT END
                       IF FbCourse NOT = Corso
                           MOVE 'Y' TO WS-BandEOF
                       ELSE
                           MOVE FbBand TO WS-TopBand
                           MOVE FbFee TO WS-TopFee
                           IF WS-DeclOK = 'Y'
                                   AND WS-BandPicked = 'N'
                                   AND WS-Income <= FbUpTo
                               MOVE 'Y' TO WS-BandPicked
                               MOVE FbBand TO WS-Band
                               MOVE FbFee TO WS-GrossTuition
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TopBand = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-DeclOK = 'Y'
               MOVE 'D' TO WS-BandSrc
           ELSE
               MOVE 'M' TO WS-BandSrc
           END-IF.
           IF WS-BandPicked = 'N'
               MOVE WS-TopBand TO WS-Band
               MOVE WS-TopFee TO WS-GrossTuition
           END-IF.

       LogBandBill.
           MOVE WS-Term TO BbTerm.
           MOVE Matr TO BbMatr.
           MOVE Corso TO BbCourse.
           MOVE WS-Band TO BbBand.
           MOVE WS-BandSrc TO BbSource.
           MOVE WS-Income TO BbIncome.
           MOVE WS-GrossTuition TO BbGross.
           MOVE WS-AwardDisc TO BbAward.
           MOVE WS-NetTuition TO BbNet.
           MOVE WS-TodayDate TO BbBillDate.
           WRITE BandBillData.

       BandRevenue.
           *> Gettito del termine per Corso e fascia dalle righe di
           *> 59bandbill.dat, poi chi e' stato messo in fascia
           *> massima per dichiarazione mancante o tardiva.
           DISPLAY "Term (aaaamm): " WITH NO ADVANCING.
           ACCEPT WS-Term.
           OPEN INPUT BandBillFile.
           IF WS-BandBillStatus NOT = "00"
               DISPLAY "No band billing on file: run the billing "
                   "first."
               CLOSE BandBillFile
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-BtCount WS-RevTotal WS-MissCount.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ BandBillFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BbTerm = WS-Term
                           PERFORM TallyBand
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BandBillFile.
           OPEN OUTPUT BandReport.
           MOVE WS-Term TO PrnBandTerm.
           WRITE BandPrintLine FROM BandHeading AFTER ADVANCING PAGE.
           WRITE BandPrintLine FROM BandColHeads AFTER ADVANCING 2
               LINES.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BtCount
               MOVE BT-Course(B) TO PrnBrCourse
               MOVE BT-Band(B) TO PrnBrBand
               MOVE BT-Students(B) TO PrnBrStudents
               MOVE BT-Missing(B) TO PrnBrMissing
               MOVE BT-Gross(B) TO PrnBrGross
               MOVE BT-Award(B) TO PrnBrAward
               MOVE BT-Net(B) TO PrnBrNet
               ADD BT-Net(B) TO WS-RevTotal
               WRITE BandPrintLine FROM BandRevLine AFTER ADVANCING
                   1 LINE
           END-PERFORM.
           MOVE WS-RevTotal TO PrnBrTotal.
           WRITE BandPrintLine FROM BandTotLine AFTER ADVANCING 2
               LINES.
           WRITE BandPrintLine FROM MissHeading AFTER ADVANCING 2
               LINES.
           OPEN INPUT StudentiMaster.
           OPEN INPUT BandBillFile.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ BandBillFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BbTerm = WS-Term AND BbMissing
                           PERFORM PrintMissingDecl
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BandBillFile, StudentiMaster.
           MOVE WS-MissCount TO PrnMsCount.
           WRITE BandPrintLine FROM MissTotLine AFTER ADVANCING 2
               LINES.
           CLOSE BandReport.
           DISPLAY "Band revenue written to 59bandrev.rpt".

       TallyBand.
           PERFORM VARYING B FROM 1 BY 1
                   UNTIL B > WS-BtCount
                   OR (BT-Course(B) = BbCourse AND BT-Band(B) = BbBand)
               CONTINUE
           END-PERFORM.
           IF B > WS-BtCount
               IF WS-BtCount >= 300
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BtCount
               MOVE WS-BtCount TO B
               MOVE BbCourse TO BT-Course(B)
               MOVE BbBand TO BT-Band(B)
               MOVE ZERO TO BT-Students(B) BT-Missing(B) BT-Gross(B)
                   BT-Award(B) BT-Net(B)
           END-IF.
           ADD 1 TO BT-Students(B).
           IF BbMissing
               ADD 1 TO BT-Missing(B)
           END-IF.
           ADD BbGross TO BT-Gross(B).
           ADD BbAward TO BT-Award(B).
           ADD BbNet TO BT-Net(B).

       PrintMissingDecl.
           ADD 1 TO WS-MissCount.
           MOVE BbMatr TO PrnMsMatr.
           MOVE SPACES TO PrnMsCognome.
           MOVE BbMatr TO Matr.
           READ StudentiMaster
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE Cognome TO PrnMsCognome
           END-READ.
           MOVE BbCourse TO PrnMsCourse.
           MOVE BbBand TO PrnMsBand.
           MOVE BbNet TO PrnMsNet.
           WRITE BandPrintLine FROM MissLine AFTER ADVANCING 1 LINE.

       RecordTuitionPayment.
           OPEN INPUT RecvFile.
               CLOSE RecvPayFile
               OPEN EXTEND RecvPayFile
           END-IF.
           MOVE 'P' TO RPyType.
           WRITE RecvPayData.
           CLOSE RecvPayFile.
           DISPLAY "Payment recorded against charge "
