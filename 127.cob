       IDENTIFICATION DIVISION.
       PROGRAM-ID.       VatSettlement.
       AUTHOR.       Giulio.
       DATE-WRITTEN.18/09/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ApInvFile ASSIGN TO "77apinv.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APInvNum
               FILE STATUS IS WS-ApInvStatus.
           SELECT InvRegister ASSIGN TO "25invreg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS InvNum
               FILE STATUS IS WS-RegStatus.
           SELECT CreditRegister ASSIGN TO "61creditreg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CrnNum
               FILE STATUS IS WS-CrnStatus.
           SELECT PeriodFile ASSIGN TO "60period.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PerKey
               FILE STATUS IS WS-PeriodStatus.
           SELECT SettleFile ASSIGN TO "127vatsett.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VsKey
               FILE STATUS IS WS-SettleStatus.
           SELECT PurVatReport ASSIGN TO "127purvat.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SettleReport ASSIGN TO "127vatsett.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ApInvFile.
       COPY "APINVREC.cpy".
       FD InvRegister.
       COPY "INVREC.cpy".
       FD CreditRegister.
       COPY "CRNREC.cpy".
       FD PeriodFile.
       COPY "PERREC.cpy".
       FD SettleFile.
       COPY "VATSREC.cpy".
       FD PurVatReport.
       01 PrintLine PIC X(90).
       FD SettleReport.
       01 SettleLine PIC X(70).
       WORKING-STORAGE SECTION.
       01 WS-ApInvStatus PIC XX.
       01 WS-RegStatus PIC XX.
       01 WS-CrnStatus PIC XX.
       01 WS-PeriodStatus PIC XX.
       01 WS-SettleStatus PIC XX.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-EOF PIC X.
       01 WS-StartOK PIC X.
       01 WS-Found PIC X.
       01 WS-Confirm PIC X.
       01 WS-OpID PIC X(8).
       01 WS-OpRole PIC X.
       01 WS-SignonOK PIC X.
       01 WS-AskPeriod PIC 9(6).
       01 WS-AskParts REDEFINES WS-AskPeriod.
           02 WS-AskYear PIC 9(4).
           02 WS-AskMonth PIC 99.
       01 WS-TodayDate PIC 9(8).
      *> Societa' corrente: la liquidazione e' per partita IVA,
      *> gli acquisti sono della societa' principale.
       01 WS-Company PIC X(2).
       01 WS-CmpName PIC X(30).
       01 WS-CmpFound PIC X.
       COPY "COMPREC.cpy".
      *> Riga del registro acquisti: le fatture registrate prima
      *> della ripartizione IVA valgono tutto imponibile.
       01 WS-LineNet PIC 9(7)V99.
       01 WS-LineTax PIC 9(6)V99.
       01 WS-LineRate PIC V999.
       01 WS-RegCount PIC 9(5).
       01 WS-RegNet PIC 9(9)V99.
       01 WS-RegTax PIC 9(9)V99.
       01 WS-RegGross PIC 9(9)V99.
      *> Totali del registro per aliquota.
       01 RateTotals.
           02 WS-RateCount PIC 99 VALUE ZERO.
           02 RateEntry OCCURS 20 TIMES
                   DEPENDING ON WS-RateCount.
               03 RT-Rate PIC V999.
               03 RT-Net PIC 9(9)V99.
               03 RT-Tax PIC 9(9)V99.
       01 R PIC 99.
      *> Liquidazione: IVA in moneta di conto (cambio della
      *> fattura; la nota di credito segue la sua fattura).
       01 WS-OutputTax PIC 9(9)V99.
       01 WS-CrnTaxBase PIC 9(9)V99.
       01 WS-InputTax PIC 9(9)V99.
       01 WS-CreditBF PIC 9(9)V99.
       01 WS-NetDue PIC S9(9)V99.
       01 WS-CreditCF PIC 9(9)V99.
       01 WS-BaseTax PIC 9(9)V99.
       01 WS-BFPeriod PIC 9(6).
       01 WS-LaterPeriod PIC 9(6).
       01 WS-InvCountOut PIC 9(5).
       01 WS-CrnCountOut PIC 9(5).
       01 WS-ApCountIn PIC 9(5).
       01 PrnAmount PIC ZZZ,ZZZ,ZZ9.99.
       01 PrnNetDue PIC -ZZZ,ZZZ,ZZ9.99.
       01 PurHeading.
           02 FILLER PIC X(30) VALUE "PURCHASE VAT REGISTER  period ".
           02 PrnPurPeriod PIC 9(6).
       01 PurColHeads PIC X(90) VALUE
           "AP Inv Sup  Supplier ref  Date          Taxable  Rate%
      -    "        VAT          Total".
       01 PurLine.
           02 PrnApInv PIC 9(5).
           02 FILLER PIC XX VALUE SPACE.
           02 PrnApSup PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 PrnApRef PIC X(10).
           02 FILLER PIC XX VALUE SPACE.
           02 PrnApDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnApNet PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC XX VALUE SPACE.
           02 PrnApRate PIC ZZ9.9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnApTax PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnApGross PIC ZZZ,ZZZ,ZZ9.99.
       01 RateLine.
           02 FILLER PIC X(14) VALUE "  at rate %   ".
           02 PrnRtRate PIC ZZ9.9.
           02 FILLER PIC X(11) VALUE "  taxable  ".
           02 PrnRtNet PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(7) VALUE "  VAT  ".
           02 PrnRtTax PIC ZZZ,ZZZ,ZZ9.99.
       01 PurTotLine.
           02 FILLER PIC X(6) VALUE "TOTAL ".
           02 PrnPurCount PIC ZZZZ9.
           02 FILLER PIC X(12) VALUE " invoices   ".
           02 PrnPurNet PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(7) VALUE "  VAT  ".
           02 PrnPurTax PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(9) VALUE "  total  ".
           02 PrnPurGross PIC ZZZ,ZZZ,ZZ9.99.
       01 SettleHeading.
           02 FILLER PIC X(30) VALUE "VAT SETTLEMENT  period ".
           02 PrnSetPeriod PIC 9(6).
       01 CompanyLine.
           02 FILLER PIC X(9) VALUE "Company: ".
           02 PrnCompany PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCmpName PIC X(30).
       01 SettleAmtLine.
           02 PrnSetLabel PIC X(40).
           02 PrnSetAmount PIC -ZZZ,ZZZ,ZZ9.99.
       01 HistLine.
           02 PrnHPeriod PIC 9(6).
           02 FILLER PIC X(7) VALUE "  out ".
           02 PrnHOut PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(6) VALUE "  cn ".
           02 PrnHCrn PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(6) VALUE "  in ".
           02 PrnHIn PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(6) VALUE "  bf ".
           02 PrnHBF PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(7) VALUE "  due ".
           02 PrnHDue PIC -ZZZ,ZZ9.99.
           02 FILLER PIC X(6) VALUE "  cf ".
           02 PrnHCF PIC ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       StartPara.
           CALL 'SIGNON' USING WS-OpID, WS-OpRole, WS-SignonOK.
           IF WS-SignonOK NOT = 'Y'
               DISPLAY "Sign-on failed, program ends."
               STOP RUN
           END-IF.
           CALL 'COMPGET' USING WS-Company, WS-CmpName.
           CALL 'CMPLKUP' USING WS-Company, CompanyData, WS-CmpFound.
           MOVE WS-Company TO PrnCompany.
           MOVE WS-CmpName TO PrnCmpName.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "VAT REGISTERS AND SETTLEMENT  company "
                   WS-Company " " WS-CmpName
               DISPLAY "1 : Purchase VAT Register"
               DISPLAY "2 : Periodic VAT Settlement (supervisor)"
               DISPLAY "3 : Settlement History"
               DISPLAY "0 : Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM PurchaseRegister
                   WHEN 2 PERFORM SettlePeriod
                   WHEN 3 PERFORM ShowHistory
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       AskPeriod.
           DISPLAY "Period (aaaamm): " WITH NO ADVANCING.
           ACCEPT WS-AskPeriod.
           IF WS-AskMonth < 1 OR WS-AskMonth > 12
               DISPLAY "Period must be aaaamm."
               MOVE ZERO TO WS-AskPeriod
           END-IF.

       PurchaseRegister.
           IF NOT CmpIsMain
               DISPLAY "Supplier invoices are kept by the main "
                   "company: no purchase register here."
               EXIT PARAGRAPH
           END-IF.
           PERFORM AskPeriod.
           IF WS-AskPeriod = ZERO
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ApInvFile.
           IF WS-ApInvStatus NOT = "00"
               DISPLAY "No supplier invoices on file."
               CLOSE ApInvFile
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-RegCount WS-RegNet WS-RegTax WS-RegGross
               WS-RateCount.
           OPEN OUTPUT PurVatReport.
           MOVE WS-AskPeriod TO PrnPurPeriod.
           WRITE PrintLine FROM PurHeading AFTER ADVANCING PAGE.
           WRITE PrintLine FROM CompanyLine AFTER ADVANCING 1 LINE.
           WRITE PrintLine FROM PurColHeads AFTER ADVANCING 2 LINES.
           PERFORM StartApInvoices.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ApInvFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF APDate(1:6) = WS-AskPeriod
                               PERFORM PrintPurchaseLine
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ApInvFile.
           MOVE SPACES TO PrintLine.
           WRITE PrintLine AFTER ADVANCING 1 LINE.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-RateCount
               COMPUTE PrnRtRate = RT-Rate(R) * 100
               MOVE RT-Net(R) TO PrnRtNet
               MOVE RT-Tax(R) TO PrnRtTax
               WRITE PrintLine FROM RateLine AFTER ADVANCING 1 LINE
           END-PERFORM.
           MOVE WS-RegCount TO PrnPurCount.
           MOVE WS-RegNet TO PrnPurNet.
           MOVE WS-RegTax TO PrnPurTax.
           MOVE WS-RegGross TO PrnPurGross.
           WRITE PrintLine FROM PurTotLine AFTER ADVANCING 2 LINES.
           CLOSE PurVatReport.
           DISPLAY "Purchase VAT register written to 127purvat.rpt ("
               WS-RegCount " invoices, VAT " WS-RegTax ").".

       StartApInvoices.
           MOVE 'N' TO WS-EOF.
           MOVE 'Y' TO WS-StartOK.
           MOVE ZERO TO APInvNum.
           START ApInvFile KEY IS NOT LESS THAN APInvNum
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.

       SplitApInvoice.
           IF APNet = ZERO
               MOVE APAmount TO WS-LineNet
               MOVE ZERO TO WS-LineTax WS-LineRate
           ELSE
               MOVE APNet TO WS-LineNet
               MOVE APTax TO WS-LineTax
               MOVE APTaxRate TO WS-LineRate
           END-IF.

       PrintPurchaseLine.
           PERFORM SplitApInvoice.
           MOVE APInvNum TO PrnApInv.
           MOVE APSupCode TO PrnApSup.
           MOVE APSupRef TO PrnApRef.
           MOVE APDate TO PrnApDate.
           MOVE WS-LineNet TO PrnApNet.
           COMPUTE PrnApRate = WS-LineRate * 100.
           MOVE WS-LineTax TO PrnApTax.
           MOVE APAmount TO PrnApGross.
           WRITE PrintLine FROM PurLine AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-RegCount.
           ADD WS-LineNet TO WS-RegNet.
           ADD WS-LineTax TO WS-RegTax.
           ADD APAmount TO WS-RegGross.
           PERFORM VARYING R FROM 1 BY 1
                   UNTIL R > WS-RateCount OR RT-Rate(R) = WS-LineRate
               CONTINUE
           END-PERFORM.
           IF R > WS-RateCount
               IF WS-RateCount >= 20
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RateCount
               MOVE WS-RateCount TO R
               MOVE WS-LineRate TO RT-Rate(R)
               MOVE ZERO TO RT-Net(R) RT-Tax(R)
           END-IF.
           ADD WS-LineNet TO RT-Net(R).
           ADD WS-LineTax TO RT-Tax(R).

       SettlePeriod.
           *> Liquidazione di un periodo chiuso: IVA sulle vendite
           *> (fatture meno note di credito) contro IVA a credito
           *> sugli acquisti, meno il credito della liquidazione
           *> precedente. Un periodo si liquida una volta sola.
           IF WS-OpRole NOT = 'S'
               DISPLAY "Only supervisors may settle VAT."
               EXIT PARAGRAPH
           END-IF.
           PERFORM AskPeriod.
           IF WS-AskPeriod = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-Found.
           OPEN INPUT PeriodFile.
           IF WS-PeriodStatus = "00"
               MOVE WS-Company TO PerCompany
               MOVE WS-AskPeriod TO PerPeriod
               READ PeriodFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PerStatus = 'C'
                           MOVE 'Y' TO WS-Found
                       END-IF
               END-READ
           END-IF.
           CLOSE PeriodFile.
           IF WS-Found = 'N'
               DISPLAY "Period " WS-AskPeriod " is not closed: "
                   "settlement refused."
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O SettleFile.
           IF WS-SettleStatus = "35"
               OPEN OUTPUT SettleFile
               CLOSE SettleFile
               OPEN I-O SettleFile
           END-IF.
           PERFORM ScanSettlements.
           IF WS-Found = 'Y'
               DISPLAY "Period " WS-AskPeriod " already settled."
               CLOSE SettleFile
               EXIT PARAGRAPH
           END-IF.
           IF WS-LaterPeriod > ZERO
               DISPLAY "Period " WS-LaterPeriod " is already "
                   "settled: earlier periods cannot be settled now."
               CLOSE SettleFile
               EXIT PARAGRAPH
           END-IF.
           PERFORM TallyOutputTax.
           PERFORM TallyCreditNoteTax.
           PERFORM TallyInputTax.
           COMPUTE WS-NetDue = WS-OutputTax - WS-CrnTaxBase
               - WS-InputTax - WS-CreditBF.
           IF WS-NetDue < ZERO
               COMPUTE WS-CreditCF = 0 - WS-NetDue
           ELSE
               MOVE ZERO TO WS-CreditCF
           END-IF.
           DISPLAY " ".
           DISPLAY "Output VAT on invoices    : " WS-OutputTax.
           DISPLAY "less VAT on credit notes  : " WS-CrnTaxBase.
           DISPLAY "less input VAT            : " WS-InputTax.
           DISPLAY "less credit from " WS-BFPeriod "    : "
               WS-CreditBF.
           MOVE WS-NetDue TO PrnNetDue.
           IF WS-NetDue < ZERO
               DISPLAY "VAT credit carried forward : " PrnNetDue
           ELSE
               DISPLAY "VAT payable               : " PrnNetDue
           END-IF.
           DISPLAY "Record settlement for " WS-AskPeriod
               "? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-Confirm.
           IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
               DISPLAY "Nothing recorded."
               CLOSE SettleFile
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           MOVE WS-Company TO VsCompany.
           MOVE WS-AskPeriod TO VsPeriod.
           MOVE WS-OutputTax TO VsOutputTax.
           MOVE WS-CrnTaxBase TO VsCreditNoteTax.
           MOVE WS-InputTax TO VsInputTax.
           MOVE WS-CreditBF TO VsCreditBF.
           MOVE WS-NetDue TO VsNetDue.
           MOVE WS-CreditCF TO VsCreditCF.
           MOVE WS-TodayDate TO VsDate.
           MOVE WS-OpID TO VsOpID.
           WRITE VatSettleData
               INVALID KEY
                   DISPLAY "Period already settled."
                   CLOSE SettleFile
                   EXIT PARAGRAPH
           END-WRITE.
           CLOSE SettleFile.
           PERFORM PrintSettlement.
           DISPLAY "Settlement recorded by " WS-OpID
               ", written to 127vatsett.rpt.".

       ScanSettlements.
           *> Periodo gia' liquidato, liquidazioni successive e
           *> credito dell'ultima liquidazione precedente.
           MOVE 'N' TO WS-Found.
           MOVE ZERO TO WS-LaterPeriod WS-BFPeriod WS-CreditBF.
           MOVE WS-Company TO VsCompany.
           MOVE ZERO TO VsPeriod.
           MOVE 'N' TO WS-EOF.
           START SettleFile KEY IS NOT LESS THAN VsKey
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SettleFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN VsCompany NOT = WS-Company
                               MOVE 'Y' TO WS-EOF
                           WHEN VsPeriod = WS-AskPeriod
                               MOVE 'Y' TO WS-Found
                           WHEN VsPeriod > WS-AskPeriod
                               IF WS-LaterPeriod = ZERO
                                   MOVE VsPeriod TO WS-LaterPeriod
                               END-IF
                           WHEN OTHER
                               MOVE VsPeriod TO WS-BFPeriod
                               MOVE VsCreditCF TO WS-CreditBF
                       END-EVALUATE
               END-READ
           END-PERFORM.

       TallyOutputTax.
           MOVE ZERO TO WS-OutputTax WS-InvCountOut.
           OPEN INPUT InvRegister.
           IF WS-RegStatus NOT = "00"
               CLOSE InvRegister
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           MOVE ZERO TO InvNum.
           START InvRegister KEY IS NOT LESS THAN InvNum
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ InvRegister NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF InvDate(1:6) = WS-AskPeriod
                          AND InvCompany = WS-Company
                           PERFORM InvoiceBaseTax
                           ADD WS-BaseTax TO WS-OutputTax
                           ADD 1 TO WS-InvCountOut
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE InvRegister.

       InvoiceBaseTax.
           *> Fatture scritte prima del cambio: gia' in moneta di
           *> conto.
           IF InvRate IS NUMERIC AND InvRate > ZERO
               COMPUTE WS-BaseTax ROUNDED = InvTax * InvRate
           ELSE
               MOVE InvTax TO WS-BaseTax
           END-IF.

       TallyCreditNoteTax.
           MOVE ZERO TO WS-CrnTaxBase WS-CrnCountOut.
           OPEN INPUT CreditRegister.
           IF WS-CrnStatus NOT = "00"
               CLOSE CreditRegister
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT InvRegister.
           MOVE 'N' TO WS-EOF.
           MOVE ZERO TO CrnNum.
           START CreditRegister KEY IS NOT LESS THAN CrnNum
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CreditRegister NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CrnDate(1:6) = WS-AskPeriod
                          AND CrnCompany = WS-Company
                           PERFORM CreditNoteBaseTax
                           ADD WS-BaseTax TO WS-CrnTaxBase
                           ADD 1 TO WS-CrnCountOut
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CreditRegister, InvRegister.

       CreditNoteBaseTax.
           MOVE CrnTax TO WS-BaseTax.
           MOVE CrnInvNum TO InvNum.
           READ InvRegister
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF InvRate IS NUMERIC AND InvRate > ZERO
                       COMPUTE WS-BaseTax ROUNDED = CrnTax * InvRate
                   END-IF
           END-READ.

       TallyInputTax.
           *> IVA a credito delle fatture fornitori registrate nel
           *> periodo, sospese comprese (come in contabilita').
           MOVE ZERO TO WS-InputTax WS-ApCountIn.
           IF NOT CmpIsMain
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ApInvFile.
           IF WS-ApInvStatus NOT = "00"
               CLOSE ApInvFile
               EXIT PARAGRAPH
           END-IF.
           PERFORM StartApInvoices.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ApInvFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF APDate(1:6) = WS-AskPeriod
                               PERFORM SplitApInvoice
                               ADD WS-LineTax TO WS-InputTax
                               ADD 1 TO WS-ApCountIn
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ApInvFile.

       PrintSettlement.
           OPEN OUTPUT SettleReport.
           MOVE WS-AskPeriod TO PrnSetPeriod.
           WRITE SettleLine FROM SettleHeading AFTER ADVANCING PAGE.
           WRITE SettleLine FROM CompanyLine AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PrnSetLabel.
           STRING "Output VAT, " WS-InvCountOut " invoices"
               DELIMITED BY SIZE INTO PrnSetLabel
           END-STRING.
           MOVE WS-OutputTax TO PrnSetAmount.
           WRITE SettleLine FROM SettleAmtLine AFTER ADVANCING 2
               LINES.
           MOVE SPACES TO PrnSetLabel.
           STRING "less credit notes, " WS-CrnCountOut
               DELIMITED BY SIZE INTO PrnSetLabel
           END-STRING.
           MOVE WS-CrnTaxBase TO PrnSetAmount.
           WRITE SettleLine FROM SettleAmtLine AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PrnSetLabel.
           STRING "less input VAT, " WS-ApCountIn
               " supplier invoices" DELIMITED BY SIZE
               INTO PrnSetLabel
           END-STRING.
           MOVE WS-InputTax TO PrnSetAmount.
           WRITE SettleLine FROM SettleAmtLine AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PrnSetLabel.
           IF WS-BFPeriod > ZERO
               STRING "less credit brought from " WS-BFPeriod
                   DELIMITED BY SIZE INTO PrnSetLabel
               END-STRING
           ELSE
               MOVE "less credit brought forward" TO PrnSetLabel
           END-IF.
           MOVE WS-CreditBF TO PrnSetAmount.
           WRITE SettleLine FROM SettleAmtLine AFTER ADVANCING 1 LINE.
           IF WS-NetDue < ZERO
               MOVE "VAT CREDIT CARRIED FORWARD" TO PrnSetLabel
               MOVE WS-CreditCF TO PrnSetAmount
           ELSE
               MOVE "VAT PAYABLE" TO PrnSetLabel
               MOVE WS-NetDue TO PrnSetAmount
           END-IF.
           WRITE SettleLine FROM SettleAmtLine AFTER ADVANCING 2
               LINES.
           MOVE SPACES TO PrnSetLabel.
           STRING "Settled " WS-TodayDate " by " WS-OpID
               DELIMITED BY SIZE INTO PrnSetLabel
           END-STRING.
           WRITE SettleLine FROM PrnSetLabel AFTER ADVANCING 2 LINES.
           CLOSE SettleReport.

       ShowHistory.
           OPEN INPUT SettleFile.
           IF WS-SettleStatus NOT = "00"
               DISPLAY "No VAT settlements on file."
               CLOSE SettleFile
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Company TO VsCompany.
           MOVE ZERO TO VsPeriod.
           MOVE 'N' TO WS-EOF.
           START SettleFile KEY IS NOT LESS THAN VsKey
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SettleFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF VsCompany NOT = WS-Company
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE VsPeriod TO PrnHPeriod
                           MOVE VsOutputTax TO PrnHOut
                           MOVE VsCreditNoteTax TO PrnHCrn
                           MOVE VsInputTax TO PrnHIn
                           MOVE VsCreditBF TO PrnHBF
                           MOVE VsNetDue TO PrnHDue
                           MOVE VsCreditCF TO PrnHCF
                           DISPLAY HistLine
                           DISPLAY "        settled " VsDate " by "
                               VsOpID
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SettleFile.
