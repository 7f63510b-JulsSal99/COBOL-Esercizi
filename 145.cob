       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DonationLedger.
       AUTHOR.       Giulio.
       DATE-WRITTEN.13/10/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CampaignFile ASSIGN TO "145campaign.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CmCode
               FILE STATUS IS WS-CampStatus.
           SELECT DonationFile ASSIGN TO "145donations.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DnReceipt
               FILE STATUS IS WS-DonStatus.
           SELECT AlumniFile ASSIGN TO "100alumni.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AlumniStatus.
           SELECT ReceiptDoc ASSIGN TO "145receipt.prt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT YearDoc ASSIGN TO "145yearrcpt.prt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DonReport ASSIGN TO "145donrpt.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CampaignFile.
      *> Campagna di raccolta fondi con obiettivo e periodo.
       01 CampaignData.
           02 CmCode PIC X(6).
           02 CmName PIC X(30).
           02 CmFrom PIC 9(8).
           02 CmTo PIC 9(8).
           02 CmTarget PIC 9(7)V99.
       FD DonationFile.
       COPY "DONREC.cpy".
       FD AlumniFile.
       COPY "ALUMREC.cpy".
       FD ReceiptDoc.
       01 ReceiptLine PIC X(80).
       FD YearDoc.
       01 YearLine PIC X(80).
       FD DonReport.
       01 PrintLine PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-CampStatus PIC XX.
       01 WS-DonStatus PIC XX.
       01 WS-AlumniStatus PIC XX.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-EOF PIC X.
       01 WS-Found PIC X.
       01 WS-OpID PIC X(8).
       01 WS-OpRole PIC X.
       01 WS-SignonOK PIC X.
       01 WS-JrnFileCode PIC X(8) VALUE "DONATION".
       01 WS-JrnAction PIC X(8).
       01 WS-JrnKey PIC X(10).
       01 WS-JrnBefore PIC X(200).
       01 WS-JrnAfter PIC X(200).
       01 WS-IDSeries PIC X(4) VALUE "DON ".
       01 WS-IDStatus PIC X.
       01 WS-NewReceipt PIC 9(5).
       01 WS-TodayDate PIC 9(8).
       01 WS-AskCamp PIC X(6).
       01 WS-AskMatr PIC 9(5).
       01 WS-AskReceipt PIC 9(5).
       01 WS-AskYear PIC 9(4).
       01 WS-PrevYear PIC 9(4).
       01 WS-Duplicate PIC X.
       01 WS-DonorName PIC X(41).
       01 WS-DonorAddr PIC X(30).
       01 WS-YearTotal PIC 9(8)V99.
       01 WS-DonorCountOut PIC 9(4).
       01 WS-Pct PIC 9(5)V9.
       01 AlumTable.
           02 WS-AlumCount PIC 9(3) VALUE ZERO.
           02 AlumEntry OCCURS 500 TIMES
                   DEPENDING ON WS-AlumCount.
               03 AT-Matr PIC 9(5).
               03 AT-Name PIC X(41).
               03 AT-Addr PIC X(30).
               03 AT-Email PIC X(30).
       01 A PIC 9(3).
       01 CampTable.
           02 WS-CampCount PIC 99 VALUE ZERO.
           02 CampEntry OCCURS 50 TIMES
                   DEPENDING ON WS-CampCount.
               03 CT-Code PIC X(6).
               03 CT-Name PIC X(30).
               03 CT-Target PIC 9(7)V99.
               03 CT-Raised PIC 9(8)V99.
               03 CT-Gifts PIC 9(5).
               03 CT-Restricted PIC 9(8)V99.
       01 C PIC 99.
      *> Donazioni dell'anno per le ricevute riepilogative,
      *> ordinate per donatore e numero di ricevuta.
       01 GiftTable.
           02 WS-GiftCount PIC 9(4) VALUE ZERO.
           02 GiftEntry OCCURS 2000 TIMES
                   DEPENDING ON WS-GiftCount.
               03 GF-Key.
                   04 GF-Matr PIC 9(5).
                   04 GF-Receipt PIC 9(5).
               03 GF-Date PIC 9(8).
               03 GF-Amount PIC 9(7)V99.
               03 GF-Campaign PIC X(6).
               03 GF-Restrict PIC X.
       01 G PIC 9(4).
       01 H PIC 9(4).
       01 WS-GiftSwap PIC X(34).
       01 WS-Swapped PIC X.
       01 WS-CurMatr PIC 9(5).
      *> Donatori dell'anno e dell'anno prima, per i decaduti.
       01 DonorTable.
           02 WS-DonorCount PIC 9(4) VALUE ZERO.
           02 DonorEntry OCCURS 1000 TIMES
                   DEPENDING ON WS-DonorCount.
               03 DT-Matr PIC 9(5).
               03 DT-PrevTotal PIC 9(8)V99.
               03 DT-CurTotal PIC 9(8)V99.
               03 DT-LastDate PIC 9(8).
       01 D PIC 9(4).
       01 RcptTitleLine.
           02 FILLER PIC X(10) VALUE SPACE.
           02 PrnRcptTitle PIC X(50).
       01 RcptNumLine.
           02 FILLER PIC X(18) VALUE "Ricevuta n. ".
           02 PrnRcptNum PIC 9(5).
           02 FILLER PIC X(7) VALUE "  del ".
           02 PrnRcptDate PIC 9(8).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnRcptDup PIC X(10).
       01 RcptDonorLine.
           02 FILLER PIC X(18) VALUE "Ricevuto da ".
           02 PrnRcptName PIC X(41).
       01 RcptAddrLine.
           02 FILLER PIC X(18) VALUE SPACES.
           02 PrnRcptAddr PIC X(30).
       01 RcptAmountLine.
           02 FILLER PIC X(18) VALUE "la somma di euro ".
           02 PrnRcptAmount PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(10) VALUE "  mezzo: ".
           02 PrnRcptMethod PIC X(10).
       01 RcptCampLine.
           02 FILLER PIC X(18) VALUE "campagna ".
           02 PrnRcptCamp PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnRcptCampName PIC X(30).
       01 RcptRestrLine.
           02 FILLER PIC X(18) VALUE "destinazione ".
           02 PrnRcptRestr PIC X(40).
       01 RcptTaxLine.
           02 FILLER PIC X(40) VALUE
               "Erogazione liberale valida ai fini delle".
           02 FILLER PIC X(20) VALUE " detrazioni di legge".
           02 FILLER PIC X VALUE ".".
       01 YearHeadLine.
           02 FILLER PIC X(36) VALUE
               "RICEVUTA RIEPILOGATIVA DONAZIONI ".
           02 PrnYrYear PIC 9(4).
       01 YearGiftLine.
           02 FILLER PIC X(4) VALUE SPACES.
           02 PrnYgReceipt PIC 9(5).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnYgDate PIC 9(8).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnYgCamp PIC X(6).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnYgRestr PIC X(10).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnYgAmount PIC Z,ZZZ,ZZ9.99.
       01 YearTotLine.
           02 FILLER PIC X(39) VALUE
               "    Totale erogazioni dell'anno".
           02 PrnYtTotal PIC ZZ,ZZZ,ZZ9.99.
       01 CampHeading.
           02 FILLER PIC X(40) VALUE
               "Codice Campagna                      ".
           02 FILLER PIC X(40) VALUE
               "  Doni      Raccolto     Obiettivo     %".
       01 CampLine.
           02 PrnCmCode PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCmName PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCmGifts PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnCmRaised PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnCmTarget PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnCmPct PIC ZZZ9.9.
       01 CampRestrLine.
           02 FILLER PIC X(38) VALUE
               "       di cui vincolato a borse".
           02 FILLER PIC X(6) VALUE SPACES.
           02 PrnCmRestricted PIC ZZ,ZZZ,ZZ9.99.
       01 LapsedLine.
           02 PrnLpMatr PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnLpName PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 PrnLpLast PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnLpPrev PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnLpEmail PIC X(20).
       PROCEDURE DIVISION.
       StartPara.
      *> Registro delle donazioni degli alumni di AlumniMaint
      *> (100.cob): campagne con obiettivo, ricevuta numerata per
      *> ogni dono, ricevuta riepilogativa annuale per donatore,
      *> totali per campagna e donatori decaduti. I doni vincolati
      *> a borse li somma per fondo AwardMaint (96.cob).
           CALL 'SIGNON' USING WS-OpID, WS-OpRole, WS-SignonOK.
           IF WS-SignonOK NOT = 'Y'
               DISPLAY "Sign-on failed, program ends."
               STOP RUN
           END-IF.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           PERFORM LoadAlumni.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "ALUMNI DONATIONS"
               DISPLAY "1 : Campaign Setup"
               DISPLAY "2 : Record Donation"
               DISPLAY "3 : Reprint Receipt"
               DISPLAY "4 : Yearly Summary Receipts"
               DISPLAY "5 : Campaign Totals against Target"
               DISPLAY "6 : Lapsed Donors"
               DISPLAY "0 : Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM CampaignSetup
                   WHEN 2 PERFORM RecordDonation
                   WHEN 3 PERFORM ReprintReceipt
                   WHEN 4 PERFORM YearlyReceipts
                   WHEN 5 PERFORM CampaignTotals
                   WHEN 6 PERFORM LapsedDonors
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       LoadAlumni.
           MOVE ZERO TO WS-AlumCount.
           OPEN INPUT AlumniFile.
           IF WS-AlumniStatus NOT = "00"
               CLOSE AlumniFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y' OR WS-AlumCount >= 500
               READ AlumniFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-AlumCount
                       MOVE AlMatr TO AT-Matr(WS-AlumCount)
                       MOVE SPACES TO AT-Name(WS-AlumCount)
                       STRING AlNome DELIMITED BY "  "
                           " " DELIMITED BY SIZE
                           AlCognome DELIMITED BY "  "
                           INTO AT-Name(WS-AlumCount)
                       MOVE AlAddr TO AT-Addr(WS-AlumCount)
                       MOVE AlEmail TO AT-Email(WS-AlumCount)
               END-READ
           END-PERFORM.
           CLOSE AlumniFile.

       FindAlumnus.
           PERFORM VARYING A FROM 1 BY 1
                   UNTIL A > WS-AlumCount
                   OR AT-Matr(A) = WS-AskMatr
               CONTINUE
           END-PERFORM.
           IF A > WS-AlumCount
               MOVE 'N' TO WS-Found
               MOVE SPACES TO WS-DonorName WS-DonorAddr
           ELSE
               MOVE 'Y' TO WS-Found
               MOVE AT-Name(A) TO WS-DonorName
               MOVE AT-Addr(A) TO WS-DonorAddr
           END-IF.

       CampaignSetup.
           IF WS-OpRole NOT = 'S'
               DISPLAY "Only supervisors may set up campaigns."
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O CampaignFile.
           IF WS-CampStatus = "35"
               OPEN OUTPUT CampaignFile
               CLOSE CampaignFile
               OPEN I-O CampaignFile
           END-IF.
           DISPLAY "Campaign code : " WITH NO ADVANCING.
           ACCEPT WS-AskCamp.
           IF WS-AskCamp = SPACES
               CLOSE CampaignFile
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AskCamp TO CmCode.
           MOVE 'Y' TO WS-Found.
           READ CampaignFile
               INVALID KEY MOVE 'N' TO WS-Found
           END-READ.
           IF WS-Found = 'Y'
               DISPLAY "Campaign " CmCode " " CmName
               MOVE CampaignData TO WS-JrnBefore
           ELSE
               MOVE SPACES TO WS-JrnBefore
           END-IF.
           DISPLAY "Name : " WITH NO ADVANCING.
           ACCEPT CmName.
           DISPLAY "From date (yyyymmdd) : " WITH NO ADVANCING.
           ACCEPT CmFrom.
           DISPLAY "To date (yyyymmdd) : " WITH NO ADVANCING.
           ACCEPT CmTo.
           DISPLAY "Target amount : " WITH NO ADVANCING.
           ACCEPT CmTarget.
           IF CmName = SPACES OR CmTo < CmFrom
               DISPLAY "Name required and period must not end "
                   "before it starts, refused."
               CLOSE CampaignFile
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AskCamp TO CmCode.
           IF WS-Found = 'Y'
               REWRITE CampaignData
                   INVALID KEY DISPLAY "Campaign not updated"
               END-REWRITE
               MOVE "REWRITE" TO WS-JrnAction
           ELSE
               WRITE CampaignData
                   INVALID KEY DISPLAY "Campaign not written"
               END-WRITE
               MOVE "WRITE" TO WS-JrnAction
           END-IF.
           MOVE SPACES TO WS-JrnKey.
           MOVE CmCode TO WS-JrnKey(1:6).
           MOVE CampaignData TO WS-JrnAfter.
           CALL 'JRNL' USING WS-JrnFileCode, WS-JrnAction,
               WS-JrnKey, WS-JrnBefore, WS-JrnAfter.
           CLOSE CampaignFile.
           DISPLAY "Campaign " WS-AskCamp " recorded.".

       RecordDonation.
           DISPLAY "Alumnus matricola : " WITH NO ADVANCING.
           ACCEPT WS-AskMatr.
           PERFORM FindAlumnus.
           IF WS-Found = 'N'
               DISPLAY "Matricola non in anagrafe alumni."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Donatore: " WS-DonorName.
           DISPLAY "Campaign code : " WITH NO ADVANCING.
           ACCEPT WS-AskCamp.
           OPEN INPUT CampaignFile.
           IF WS-CampStatus NOT = "00"
               DISPLAY "No campaigns on file."
               CLOSE CampaignFile
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AskCamp TO CmCode.
           MOVE 'Y' TO WS-Found.
           READ CampaignFile
               INVALID KEY MOVE 'N' TO WS-Found
           END-READ.
           CLOSE CampaignFile.
           IF WS-Found = 'N'
               DISPLAY "Campaign not on file, donation refused."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Date received (yyyymmdd) : " WITH NO ADVANCING.
           ACCEPT DnDate.
           IF DnDate < CmFrom OR DnDate > CmTo
               DISPLAY "Nota: dono fuori dal periodo della "
                   "campagna " CmFrom "-" CmTo "."
           END-IF.
           DISPLAY "Amount : " WITH NO ADVANCING.
           ACCEPT DnAmount.
           DISPLAY "Method (B bonifico, C carta, A assegno, "
               "K contanti) : " WITH NO ADVANCING.
           ACCEPT DnMethod.
           DISPLAY "Restriction (G general, S scholarship fund) : "
               WITH NO ADVANCING.
           ACCEPT DnRestrict.
           MOVE SPACES TO DnFund.
           IF DnScholarship
               DISPLAY "Scholarship fund (award source code) : "
                   WITH NO ADVANCING
               ACCEPT DnFund
           END-IF.
           IF DnAmount = ZERO OR NOT DnMethodValid
                   OR (NOT DnGeneral AND NOT DnScholarship)
                   OR (DnScholarship AND DnFund = SPACES)
               DISPLAY "Amount, method and restriction are "
                   "required, donation refused."
               EXIT PARAGRAPH
           END-IF.
           CALL 'IDNEXT' USING WS-IDSeries, WS-NewReceipt,
               WS-IDStatus.
           IF WS-IDStatus NOT = 'N'
               DISPLAY "Serie DON non disponibile, donazione non "
                   "registrata."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NewReceipt TO DnReceipt.
           MOVE WS-AskMatr TO DnMatr.
           MOVE WS-AskCamp TO DnCampaign.
           MOVE WS-OpID TO DnOpID.
           OPEN I-O DonationFile.
           IF WS-DonStatus = "35"
               OPEN OUTPUT DonationFile
               CLOSE DonationFile
               OPEN I-O DonationFile
           END-IF.
           WRITE DonationData
               INVALID KEY
                   DISPLAY "Ricevuta " DnReceipt " gia' in "
                       "archivio, donazione non registrata."
                   CLOSE DonationFile
                   EXIT PARAGRAPH
           END-WRITE.
           CLOSE DonationFile.
           MOVE "WRITE" TO WS-JrnAction.
           MOVE SPACES TO WS-JrnKey WS-JrnBefore WS-JrnAfter.
           MOVE DnReceipt TO WS-JrnKey(1:5).
           MOVE DonationData TO WS-JrnAfter.
           CALL 'JRNL' USING WS-JrnFileCode, WS-JrnAction,
               WS-JrnKey, WS-JrnBefore, WS-JrnAfter.
           MOVE 'N' TO WS-Duplicate.
           PERFORM PrintReceipt.
           DISPLAY "Donation recorded, receipt " DnReceipt
               " on 145receipt.prt.".

       ReprintReceipt.
           DISPLAY "Receipt number : " WITH NO ADVANCING.
           ACCEPT WS-AskReceipt.
           OPEN INPUT DonationFile.
           IF WS-DonStatus NOT = "00"
               DISPLAY "No donations on file."
               CLOSE DonationFile
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AskReceipt TO DnReceipt.
           MOVE 'Y' TO WS-Found.
           READ DonationFile
               INVALID KEY MOVE 'N' TO WS-Found
           END-READ.
           CLOSE DonationFile.
           IF WS-Found = 'N'
               DISPLAY "Receipt not on file."
               EXIT PARAGRAPH
           END-IF.
           MOVE DnMatr TO WS-AskMatr.
           PERFORM FindAlumnus.
           OPEN INPUT CampaignFile.
           MOVE DnCampaign TO CmCode.
           READ CampaignFile
               INVALID KEY MOVE SPACES TO CmName
           END-READ.
           CLOSE CampaignFile.
           MOVE 'Y' TO WS-Duplicate.
           PERFORM PrintReceipt.
           DISPLAY "Receipt " DnReceipt " reprinted on "
               "145receipt.prt.".

       PrintReceipt.
           OPEN OUTPUT ReceiptDoc.
           MOVE "RICEVUTA DI EROGAZIONE LIBERALE" TO PrnRcptTitle.
           WRITE ReceiptLine FROM RcptTitleLine
               AFTER ADVANCING PAGE.
           MOVE DnReceipt TO PrnRcptNum.
           MOVE DnDate TO PrnRcptDate.
           IF WS-Duplicate = 'Y'
               MOVE "DUPLICATO" TO PrnRcptDup
           ELSE
               MOVE SPACES TO PrnRcptDup
           END-IF.
           WRITE ReceiptLine FROM RcptNumLine
               AFTER ADVANCING 3 LINES.
           MOVE WS-DonorName TO PrnRcptName.
           WRITE ReceiptLine FROM RcptDonorLine
               AFTER ADVANCING 2 LINES.
           MOVE WS-DonorAddr TO PrnRcptAddr.
           WRITE ReceiptLine FROM RcptAddrLine
               AFTER ADVANCING 1 LINE.
           MOVE DnAmount TO PrnRcptAmount.
           EVALUATE DnMethod
               WHEN 'B' MOVE "bonifico" TO PrnRcptMethod
               WHEN 'C' MOVE "carta" TO PrnRcptMethod
               WHEN 'A' MOVE "assegno" TO PrnRcptMethod
               WHEN OTHER MOVE "contanti" TO PrnRcptMethod
           END-EVALUATE.
           WRITE ReceiptLine FROM RcptAmountLine
               AFTER ADVANCING 2 LINES.
           MOVE DnCampaign TO PrnRcptCamp.
           MOVE CmName TO PrnRcptCampName.
           WRITE ReceiptLine FROM RcptCampLine
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PrnRcptRestr.
           IF DnScholarship
               STRING "borse di studio, fondo " DnFund
                   DELIMITED BY SIZE INTO PrnRcptRestr
           ELSE
               MOVE "fini generali dell'ateneo" TO PrnRcptRestr
           END-IF.
           WRITE ReceiptLine FROM RcptRestrLine
               AFTER ADVANCING 1 LINE.
           WRITE ReceiptLine FROM RcptTaxLine
               AFTER ADVANCING 3 LINES.
           CLOSE ReceiptDoc.

       YearlyReceipts.
      *> Una ricevuta riepilogativa per ogni donatore dell'anno,
      *> con l'elenco delle ricevute singole e il totale.
           DISPLAY "Tax year (yyyy) : " WITH NO ADVANCING.
           ACCEPT WS-AskYear.
           MOVE ZERO TO WS-GiftCount.
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
                       IF DnDate(1:4) = WS-AskYear
                               AND WS-GiftCount < 2000
                           ADD 1 TO WS-GiftCount
                           MOVE WS-GiftCount TO G
                           MOVE DnMatr TO GF-Matr(G)
                           MOVE DnReceipt TO GF-Receipt(G)
                           MOVE DnDate TO GF-Date(G)
                           MOVE DnAmount TO GF-Amount(G)
                           MOVE DnCampaign TO GF-Campaign(G)
                           MOVE DnRestrict TO GF-Restrict(G)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DonationFile.
           IF WS-GiftCount = ZERO
               DISPLAY "No donations in " WS-AskYear "."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-Swapped.
           PERFORM UNTIL WS-Swapped = 'N'
               MOVE 'N' TO WS-Swapped
               PERFORM VARYING G FROM 1 BY 1
                       UNTIL G >= WS-GiftCount
                   COMPUTE H = G + 1
                   IF GF-Key(G) > GF-Key(H)
                       MOVE GiftEntry(G) TO WS-GiftSwap
                       MOVE GiftEntry(H) TO GiftEntry(G)
                       MOVE WS-GiftSwap TO GiftEntry(H)
                       MOVE 'Y' TO WS-Swapped
                   END-IF
               END-PERFORM
           END-PERFORM.
           OPEN OUTPUT YearDoc.
           MOVE ZERO TO WS-DonorCountOut.
           MOVE ZERO TO WS-CurMatr.
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GiftCount
               IF GF-Matr(G) NOT = WS-CurMatr
                   IF WS-CurMatr NOT = ZERO
                       PERFORM PrintYearTotal
                   END-IF
                   MOVE GF-Matr(G) TO WS-CurMatr
                   PERFORM PrintYearHeader
               END-IF
               MOVE GF-Receipt(G) TO PrnYgReceipt
               MOVE GF-Date(G) TO PrnYgDate
               MOVE GF-Campaign(G) TO PrnYgCamp
               IF GF-Restrict(G) = 'S'
                   MOVE "borse" TO PrnYgRestr
               ELSE
                   MOVE "generale" TO PrnYgRestr
               END-IF
               MOVE GF-Amount(G) TO PrnYgAmount
               ADD GF-Amount(G) TO WS-YearTotal
               WRITE YearLine FROM YearGiftLine
                   AFTER ADVANCING 1 LINE
           END-PERFORM.
           PERFORM PrintYearTotal.
           CLOSE YearDoc.
           DISPLAY WS-DonorCountOut " summary receipts written to "
               "145yearrcpt.prt.".

       PrintYearHeader.
           MOVE WS-CurMatr TO WS-AskMatr.
           PERFORM FindAlumnus.
           ADD 1 TO WS-DonorCountOut.
           MOVE ZERO TO WS-YearTotal.
           MOVE WS-AskYear TO PrnYrYear.
           WRITE YearLine FROM YearHeadLine AFTER ADVANCING PAGE.
           MOVE WS-DonorName TO PrnRcptName.
           WRITE YearLine FROM RcptDonorLine
               AFTER ADVANCING 2 LINES.
           MOVE WS-DonorAddr TO PrnRcptAddr.
           WRITE YearLine FROM RcptAddrLine AFTER ADVANCING 1 LINE.
           MOVE SPACES TO YearLine.
           STRING "matricola " WS-CurMatr
               DELIMITED BY SIZE INTO YearLine.
           WRITE YearLine AFTER ADVANCING 1 LINE.
           MOVE SPACES TO YearLine.
           WRITE YearLine AFTER ADVANCING 1 LINE.

       PrintYearTotal.
           MOVE WS-YearTotal TO PrnYtTotal.
           WRITE YearLine FROM YearTotLine AFTER ADVANCING 2 LINES.
           WRITE YearLine FROM RcptTaxLine AFTER ADVANCING 2 LINES.

       CampaignTotals.
           MOVE ZERO TO WS-CampCount.
           OPEN INPUT CampaignFile.
           IF WS-CampStatus NOT = "00"
               DISPLAY "No campaigns on file."
               CLOSE CampaignFile
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO CmCode.
           MOVE 'N' TO WS-EOF.
           START CampaignFile KEY IS NOT LESS THAN CmCode
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y' OR WS-CampCount >= 50
               READ CampaignFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CampCount
                       MOVE WS-CampCount TO C
                       MOVE CmCode TO CT-Code(C)
                       MOVE CmName TO CT-Name(C)
                       MOVE CmTarget TO CT-Target(C)
                       MOVE ZERO TO CT-Raised(C) CT-Gifts(C)
                           CT-Restricted(C)
               END-READ
           END-PERFORM.
           CLOSE CampaignFile.
           OPEN INPUT DonationFile.
           IF WS-DonStatus = "00"
               MOVE ZERO TO DnReceipt
               MOVE 'N' TO WS-EOF
               START DonationFile KEY IS NOT LESS THAN DnReceipt
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DonationFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM TallyCampaign
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DonationFile.
           OPEN OUTPUT DonReport.
           MOVE SPACES TO PrintLine.
           STRING "CAMPAIGN TOTALS AGAINST TARGET  as of "
               WS-TodayDate DELIMITED BY SIZE INTO PrintLine.
           WRITE PrintLine AFTER ADVANCING PAGE.
           WRITE PrintLine FROM CampHeading AFTER ADVANCING 2 LINES.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CampCount
               MOVE CT-Code(C) TO PrnCmCode
               MOVE CT-Name(C) TO PrnCmName
               MOVE CT-Gifts(C) TO PrnCmGifts
               MOVE CT-Raised(C) TO PrnCmRaised
               MOVE CT-Target(C) TO PrnCmTarget
               IF CT-Target(C) > ZERO
                   COMPUTE WS-Pct ROUNDED =
                       CT-Raised(C) * 100 / CT-Target(C)
                       ON SIZE ERROR MOVE 9999.9 TO WS-Pct
                   END-COMPUTE
               ELSE
                   MOVE ZERO TO WS-Pct
               END-IF
               MOVE WS-Pct TO PrnCmPct
               WRITE PrintLine FROM CampLine AFTER ADVANCING 1 LINE
               IF CT-Restricted(C) > ZERO
                   MOVE CT-Restricted(C) TO PrnCmRestricted
                   WRITE PrintLine FROM CampRestrLine
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.
           CLOSE DonReport.
           DISPLAY "Campaign totals written to 145donrpt.rpt.".

       TallyCampaign.
           PERFORM VARYING C FROM 1 BY 1
                   UNTIL C > WS-CampCount
                   OR CT-Code(C) = DnCampaign
               CONTINUE
           END-PERFORM.
           IF C > WS-CampCount
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CT-Gifts(C).
           ADD DnAmount TO CT-Raised(C).
           IF DnScholarship
               ADD DnAmount TO CT-Restricted(C)
           END-IF.

       LapsedDonors.
      *> Decaduti: hanno donato nell'anno prima e non ancora in
      *> quello indicato.
           DISPLAY "Current year (yyyy) : " WITH NO ADVANCING.
           ACCEPT WS-AskYear.
           COMPUTE WS-PrevYear = WS-AskYear - 1.
           MOVE ZERO TO WS-DonorCount.
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
                       IF DnDate(1:4) = WS-AskYear
                               OR DnDate(1:4) = WS-PrevYear
                           PERFORM TallyDonor
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DonationFile.
           OPEN OUTPUT DonReport.
           MOVE SPACES TO PrintLine.
           STRING "LAPSED DONORS  gave in " WS-PrevYear
               ", not in " WS-AskYear DELIMITED BY SIZE
               INTO PrintLine.
           WRITE PrintLine AFTER ADVANCING PAGE.
           MOVE SPACES TO PrintLine.
           STRING "Matr  Donatore                       "
               "Ultimo dono  Anno prima   Email"
               DELIMITED BY SIZE INTO PrintLine.
           WRITE PrintLine AFTER ADVANCING 2 LINES.
           MOVE ZERO TO WS-DonorCountOut.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DonorCount
               IF DT-PrevTotal(D) > ZERO AND DT-CurTotal(D) = ZERO
                   MOVE DT-Matr(D) TO WS-AskMatr
                   PERFORM FindAlumnus
                   MOVE DT-Matr(D) TO PrnLpMatr
                   MOVE WS-DonorName TO PrnLpName
                   MOVE DT-LastDate(D) TO PrnLpLast
                   MOVE DT-PrevTotal(D) TO PrnLpPrev
                   IF WS-Found = 'Y'
                       MOVE AT-Email(A) TO PrnLpEmail
                   ELSE
                       MOVE SPACES TO PrnLpEmail
                   END-IF
                   WRITE PrintLine FROM LapsedLine
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-DonorCountOut
               END-IF
           END-PERFORM.
           MOVE SPACES TO PrintLine.
           STRING "Donatori decaduti: " WS-DonorCountOut
               DELIMITED BY SIZE INTO PrintLine.
           WRITE PrintLine AFTER ADVANCING 2 LINES.
           CLOSE DonReport.
           DISPLAY WS-DonorCountOut " lapsed donors written to "
               "145donrpt.rpt.".

       TallyDonor.
           PERFORM VARYING D FROM 1 BY 1
                   UNTIL D > WS-DonorCount
                   OR DT-Matr(D) = DnMatr
               CONTINUE
           END-PERFORM.
           IF D > WS-DonorCount
               IF WS-DonorCount >= 1000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DonorCount
               MOVE WS-DonorCount TO D
               MOVE DnMatr TO DT-Matr(D)
               MOVE ZERO TO DT-PrevTotal(D) DT-CurTotal(D)
                   DT-LastDate(D)
           END-IF.
           IF DnDate(1:4) = WS-AskYear
               ADD DnAmount TO DT-CurTotal(D)
           ELSE
               ADD DnAmount TO DT-PrevTotal(D)
           END-IF.
           IF DnDate > DT-LastDate(D)
               MOVE DnDate TO DT-LastDate(D)
           END-IF.
