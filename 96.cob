               FILE STATUS IS WS-StudentiMasterStatus.
           SELECT SummaryReport ASSIGN TO "96awardsum.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DonationFile ASSIGN TO "145donations.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DnReceipt
               FILE STATUS IS WS-DonStatus.
       DATA DIVISION.
       FILE SECTION.
       FD AwardFile.
       COPY "AWARDREC.cpy".
       FD AppliedFile.
       COPY "APPLREC.cpy".
       FD StudentiMaster.
       COPY "STUDREC.cpy".
       FD SummaryReport.
       01 PrintLine PIC X(60).
       FD DonationFile.
       COPY "DONREC.cpy".
       WORKING-STORAGE SECTION.
       01 WS-AwardStatus PIC XX.
       01 WS-AppliedStatus PIC XX.
       01 WS-StudentiMasterStatus PIC XX.
       01 WS-DonStatus PIC XX.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-EOF PIC X.
               03 SR-Source PIC X(10).
               03 SR-Total PIC 9(8)V99.
               03 SR-Students PIC 9(4).
               03 SR-Donated PIC 9(8)V99.
       01 I PIC 99.
       01 SummaryHeading.
           02 FILLER PIC X(28) VALUE
           02 PrnStudents PIC ZZZ9.
           02 FILLER PIC X(9) VALUE "  total  ".
           02 PrnTotal PIC ZZZ,ZZ9.99.
       01 FundHeading.
           02 FILLER PIC X(36) VALUE
               "DONOR FUNDS BY AWARD SOURCE  as of ".
           02 PrnFundDate PIC 9(8).
       01 FundColHeads PIC X(60) VALUE
           "Source         Donated     Awarded   Available".
       01 FundLine.
           02 PrnFundSource PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnFundDonated PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnFundAwarded PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnFundAvail PIC -,---,--9.99.
       01 WS-TodayDate PIC 9(8).
       01 WS-Available PIC S9(8)V99.
       PROCEDURE DIVISION.
       StartPara.
      *> Borse e esoneri: l'archivio che TuitionBilling applica
               DISPLAY "1 : List Awards"
               DISPLAY "2 : Add Award"
               DISPLAY "3 : Funding Summary by Source"
               DISPLAY "4 : Donor Funds Available by Source"
               DISPLAY "0 : Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
                   WHEN 1 PERFORM ListAwards
                   WHEN 2 PERFORM AddAward
                   WHEN 3 PERFORM FundingSummary
                   WHEN 4 PERFORM DonorFunds
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
               MOVE WS-SrcCount TO I
               MOVE ApSource TO SR-Source(I)
               MOVE ZERO TO SR-Total(I) SR-Students(I)
                   SR-Donated(I)
           END-IF.
           ADD ApAmount TO SR-Total(I).
           ADD 1 TO SR-Students(I).

       DonorFunds.
           *> Doni degli alumni vincolati a borse (DonationLedger,
           *> 145.cob) per fondo, meno quanto le borse di quella
           *> fonte hanno gia' coperto in fatturazione: quello che
           *> resta si puo' ancora assegnare.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-SrcCount.
           OPEN INPUT DonationFile.
           IF WS-DonStatus NOT = "00"
               DISPLAY "No donations on file."
               CLOSE DonationFile
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO DnReceipt.
           MOVE 'N' TO WS-EOF.
           START DonationFile KEY IS NOT LESS THAN DnReceipt
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ DonationFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DnScholarship
                           PERFORM TallyDonation
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DonationFile.
           IF WS-SrcCount = ZERO
               DISPLAY "No scholarship-restricted donations."
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT AppliedFile.
           IF WS-AppliedStatus = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AppliedFile
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM TallyFundSpent
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE AppliedFile.
           OPEN OUTPUT SummaryReport.
           MOVE WS-TodayDate TO PrnFundDate.
           WRITE PrintLine FROM FundHeading AFTER ADVANCING PAGE.
           WRITE PrintLine FROM FundColHeads AFTER ADVANCING 2
           LINES.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SrcCount
               MOVE SR-Source(I) TO PrnFundSource
               MOVE SR-Donated(I) TO PrnFundDonated
               MOVE SR-Total(I) TO PrnFundAwarded
               COMPUTE WS-Available = SR-Donated(I) - SR-Total(I)
               MOVE WS-Available TO PrnFundAvail
               WRITE PrintLine FROM FundLine AFTER ADVANCING
               1 LINE
           END-PERFORM.
           CLOSE SummaryReport.
           DISPLAY "Donor funds written to 96awardsum.rpt".

       TallyDonation.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-SrcCount
                   OR SR-Source(I) = DnFund
               CONTINUE
           END-PERFORM.
           IF I > WS-SrcCount
               IF WS-SrcCount >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SrcCount
               MOVE WS-SrcCount TO I
               MOVE DnFund TO SR-Source(I)
               MOVE ZERO TO SR-Total(I) SR-Students(I)
                   SR-Donated(I)
           END-IF.
           ADD DnAmount TO SR-Donated(I).

       TallyFundSpent.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-SrcCount
                   OR SR-Source(I) = ApSource
               CONTINUE
           END-PERFORM.
           IF I <= WS-SrcCount
               ADD ApAmount TO SR-Total(I)
               ADD 1 TO SR-Students(I)
           END-IF.
