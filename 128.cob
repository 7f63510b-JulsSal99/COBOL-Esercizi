       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EuListing.
       AUTHOR.       Giulio.
       DATE-WRITTEN.19/09/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ApInvFile ASSIGN TO "77apinv.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APInvNum
               FILE STATUS IS WS-ApInvStatus.
           SELECT CustomerFIle ASSIGN TO "15costumer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDNum
               ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
               FILE STATUS IS WS-CustStatus.
           SELECT SupplierFile ASSIGN TO "76supplier.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SupStatus.
           SELECT EuReport ASSIGN TO "128eulist.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EuFile ASSIGN TO "128eulist.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD InvRegister.
       COPY "INVREC.cpy".
       FD CreditRegister.
       COPY "CRNREC.cpy".
       FD ApInvFile.
       COPY "APINVREC.cpy".
       FD CustomerFIle.
       COPY "CUSTREC.cpy".
       FD SupplierFile.
       COPY "SUPREC.cpy".
       FD EuReport.
       01 PrintLine PIC X(90).
       FD EuFile.
      *> Elenco a tracciato fisso H/D/T come i bonifici di Payables
      *> (77.cob): testata col periodo e il nostro paese, una riga
      *> per controparte UE ('S' cessioni, 'P' acquisti) con paese,
      *> partita IVA e imponibile netto, coda con numeri e totali
      *> per tipo. Le controparti senza partita IVA valida restano
      *> fuori e si vedono fra le eccezioni del tabulato.
       01 EuRecord PIC X(80).
       01 EuHeaderRecord REDEFINES EuRecord.
           02 EuHType PIC X.
           02 EuHPeriod PIC 9(6).
           02 EuHCountry PIC X(2).
           02 EuHCreDate PIC 9(8).
           02 FILLER PIC X(63).
       01 EuDetailRecord REDEFINES EuRecord.
           02 EuDType PIC X.
           02 EuDCountry PIC X(2).
           02 EuDVatNum PIC X(14).
           02 EuDPartner PIC X(5).
           02 EuDNet PIC S9(9)V99 SIGN LEADING SEPARATE.
           02 EuDCount PIC 9(5).
           02 FILLER PIC X(41).
       01 EuTrailerRecord REDEFINES EuRecord.
           02 EuTType PIC X.
           02 EuTSalesCount PIC 9(5).
           02 EuTSalesNet PIC S9(11)V99 SIGN LEADING SEPARATE.
           02 EuTPurchCount PIC 9(5).
           02 EuTPurchNet PIC S9(11)V99 SIGN LEADING SEPARATE.
           02 FILLER PIC X(41).
       WORKING-STORAGE SECTION.
       01 WS-RegStatus PIC XX.
       01 WS-CrnStatus PIC XX.
       01 WS-ApInvStatus PIC XX.
       01 WS-CustStatus PIC XX.
       01 WS-SupStatus PIC XX.
       01 WS-EOF PIC X.
      *> Societa' corrente: cessioni sue, acquisti UE solo per la
      *> principale che tiene i fornitori.
       01 WS-Company PIC X(2).
       01 WS-CmpName PIC X(30).
       01 WS-CmpFound PIC X.
       COPY "COMPREC.cpy".
       01 WS-Found PIC X.
       01 WS-AskPeriod PIC 9(6).
       01 WS-AskParts REDEFINES WS-AskPeriod.
           02 WS-AskYear PIC 9(4).
           02 WS-AskMonth PIC 99.
       01 WS-TodayDate PIC 9(8).
       01 WS-ParmKey PIC X(12).
       01 WS-ParmValue PIC X(20).
       01 WS-ParmFound PIC X.
      *> SYSPARM HOMECOUNTRY: le controparti di casa non entrano.
       01 WS-HomeCountry PIC X(2).
       01 WS-VatIn PIC X(20).
       01 WS-VatNum PIC X(14).
       01 WS-VatValid PIC X.
      *> Imponibile della riga in moneta di conto (cambio della
      *> fattura; la nota di credito segue la sua fattura).
       01 WS-BaseNet PIC S9(9)V99.
      *> Anagrafica fornitori con paese e partita IVA.
       01 SupTable.
           02 WS-SupCount PIC 9(3) VALUE ZERO.
           02 SupEntry OCCURS 200 TIMES
                   DEPENDING ON WS-SupCount.
               03 ST-Code PIC X(4).
               03 ST-Name PIC X(20).
               03 ST-Country PIC X(2).
               03 ST-VatNum PIC X(14).
       01 S PIC 9(3).
      *> Controparti UE del periodo: 'S' clienti, 'P' fornitori.
      *> PT-Valid 'Y' = partita IVA valida, va nel file; 'N' =
      *> mancante o errata, va fra le eccezioni.
       01 PartnerTable.
           02 WS-PtCount PIC 9(3) VALUE ZERO.
           02 PartnerEntry OCCURS 500 TIMES
                   DEPENDING ON WS-PtCount.
               03 PT-Type PIC X.
               03 PT-Country PIC X(2).
               03 PT-VatNum PIC X(14).
               03 PT-Code PIC X(5).
               03 PT-Name PIC X(20).
               03 PT-Valid PIC X.
               03 PT-Net PIC S9(9)V99.
               03 PT-Count PIC 9(5).
       01 WS-SwapEntry PIC X(59).
       01 P PIC 9(3).
       01 I PIC 9(3).
       01 J PIC 9(3).
       01 WS-FindType PIC X.
       01 WS-FindCode PIC X(5).
       01 WS-CustCode PIC 9(5).
       01 WS-PtName PIC X(20).
       01 WS-PtCountry PIC X(2).
       01 WS-PtVatNum PIC X(14).
       01 WS-TableFull PIC X.
       01 WS-SalesCount PIC 9(5).
       01 WS-SalesNet PIC S9(11)V99.
       01 WS-PurchCount PIC 9(5).
       01 WS-PurchNet PIC S9(11)V99.
       01 WS-ExcCount PIC 9(5).
       01 WS-SecType PIC X.
       01 WS-SecCount PIC 9(5).
       01 WS-SecNet PIC S9(11)V99.
       01 CompanyLine.
           02 FILLER PIC X(9) VALUE "Company: ".
           02 PrnCompany PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCmpName PIC X(30).
       01 EuHeading.
           02 FILLER PIC X(34) VALUE
               "EU SALES AND PURCHASES LISTING  ".
           02 FILLER PIC X(7) VALUE "period ".
           02 PrnPeriod PIC 9(6).
           02 FILLER PIC X(8) VALUE "  home  ".
           02 PrnHome PIC X(2).
       01 SectionLine.
           02 PrnSection PIC X(50).
       01 ColHeads.
           02 FILLER PIC X(51) VALUE "Cty VAT number     Code   Name".
           02 FILLER PIC X(20) VALUE "Docs       Net value".
       01 DetailLine.
           02 PrnCountry PIC X(2).
           02 FILLER PIC XX VALUE SPACE.
           02 PrnVatNum PIC X(14).
           02 FILLER PIC X VALUE SPACE.
           02 PrnPartner PIC X(5).
           02 FILLER PIC XX VALUE SPACE.
           02 PrnName PIC X(20).
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnCount PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnNet PIC -ZZZ,ZZZ,ZZ9.99.
       01 SecTotLine.
           02 FILLER PIC X(6) VALUE "TOTAL ".
           02 PrnSecCount PIC ZZZZ9.
           02 FILLER PIC X(42) VALUE " partners".
           02 PrnSecNet PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 ExcColHeads.
           02 FILLER PIC X(36) VALUE "Type     Code  Name".
           02 FILLER PIC X(36) VALUE "Cty VAT number".
           02 FILLER PIC X(9) VALUE "Net value".
       01 ExcLine.
           02 PrnExcType PIC X(9).
           02 PrnExcPartner PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnExcName PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnExcCountry PIC X(2).
           02 FILLER PIC XX VALUE SPACE.
           02 PrnExcVat PIC X(14).
           02 FILLER PIC X(12) VALUE SPACE.
           02 PrnExcNet PIC -ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MainPara.
           *> Elenco mensile delle cessioni e degli acquisti con
           *> controparti di altri paesi UE: fatture meno note di
           *> credito per cliente, fatture fornitori per fornitore.
           CALL 'COMPGET' USING WS-Company, WS-CmpName.
           CALL 'CMPLKUP' USING WS-Company, CompanyData, WS-CmpFound.
           DISPLAY "Listing period (aaaamm): " WITH NO ADVANCING.
           ACCEPT WS-AskPeriod.
           IF WS-AskMonth < 1 OR WS-AskMonth > 12
               DISPLAY "Period must be aaaamm."
               STOP RUN
           END-IF.
           MOVE "HOMECOUNTRY" TO WS-ParmKey.
           CALL 'PARMGET' USING WS-ParmKey, WS-ParmValue,
               WS-ParmFound.
           MOVE WS-ParmValue(1:2) TO WS-HomeCountry.
           IF WS-ParmFound = 'N' OR WS-HomeCountry = SPACES
               MOVE "IT" TO WS-HomeCountry
           END-IF.
           MOVE ZERO TO WS-PtCount.
           MOVE 'N' TO WS-TableFull.
           *> Senza anagrafica clienti non si sa il paese: niente
           *> cessioni.
           OPEN INPUT CustomerFIle.
           IF WS-CustStatus = "00"
               PERFORM TallyInvoices
               PERFORM TallyCreditNotes
           END-IF.
           CLOSE CustomerFIle.
           IF CmpIsMain
               PERFORM LoadSuppliers
               PERFORM TallyApInvoices
           END-IF.
           IF WS-TableFull = 'Y'
               DISPLAY "Warning: more than 500 EU partners, listing "
                   "incomplete."
           END-IF.
           PERFORM SortPartners.
           PERFORM WriteListing.
           DISPLAY "EU listing written to 128eulist.rpt and "
               "128eulist.dat (" WS-SalesCount " customers, "
               WS-PurchCount " suppliers, " WS-ExcCount
               " exceptions).".
           STOP RUN.

       TallyInvoices.
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
                       *> Le note di addebito interessi non sono
                       *> cessioni: fuori dall'elenco.
                       IF InvDate(1:6) = WS-AskPeriod
                               AND InvCompany = WS-Company
                               AND NOT InvInterest
                           MOVE InvCustID TO WS-CustCode
                           PERFORM FindCustomer
                           IF P > ZERO
                               IF InvRate IS NUMERIC AND InvRate > ZERO
                                   COMPUTE WS-BaseNet ROUNDED =
                                       InvNet * InvRate
                               ELSE
                                   MOVE InvNet TO WS-BaseNet
                               END-IF
                               ADD WS-BaseNet TO PT-Net(P)
                               ADD 1 TO PT-Count(P)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE InvRegister.

       TallyCreditNotes.
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
                           MOVE CrnCustID TO WS-CustCode
                           PERFORM FindCustomer
                           IF P > ZERO
                               PERFORM CreditNoteBaseNet
                               SUBTRACT WS-BaseNet FROM PT-Net(P)
                               ADD 1 TO PT-Count(P)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CreditRegister, InvRegister.

       CreditNoteBaseNet.
           MOVE CrnNet TO WS-BaseNet.
           MOVE CrnInvNum TO InvNum.
           READ InvRegister
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF InvRate IS NUMERIC AND InvRate > ZERO
                       COMPUTE WS-BaseNet ROUNDED = CrnNet * InvRate
                   END-IF
           END-READ.

       FindCustomer.
           *> P punta al cliente WS-CustCode se e' di un altro paese
           *> UE (aggiunto alla prima fattura), zero altrimenti.
           MOVE 'S' TO WS-FindType.
           MOVE WS-CustCode TO WS-FindCode.
           PERFORM FindPartner.
           IF WS-Found = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO P.
           MOVE WS-CustCode TO IDNum.
           READ CustomerFIle
               INVALID KEY EXIT PARAGRAPH
           END-READ.
           MOVE LastName TO WS-PtName.
           MOVE AddrCountry TO WS-PtCountry.
           MOVE CustVatNum TO WS-PtVatNum.
           PERFORM AddPartner.

       LoadSuppliers.
           MOVE ZERO TO WS-SupCount.
           OPEN INPUT SupplierFile.
           IF WS-SupStatus NOT = "00"
               CLOSE SupplierFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y' OR WS-SupCount >= 200
               READ SupplierFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-SupCount
                       MOVE SupCode TO ST-Code(WS-SupCount)
                       MOVE SupName TO ST-Name(WS-SupCount)
                       MOVE SupCountry TO ST-Country(WS-SupCount)
                       MOVE SupVatNum TO ST-VatNum(WS-SupCount)
               END-READ
           END-PERFORM.
           CLOSE SupplierFile.

       TallyApInvoices.
           *> Fatture registrate nel periodo, sospese comprese come
           *> nel registro acquisti; imponibile senza IVA (le fatture
           *> registrate prima della ripartizione: tutto APAmount).
           OPEN INPUT ApInvFile.
           IF WS-ApInvStatus NOT = "00"
               CLOSE ApInvFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           MOVE ZERO TO APInvNum.
           START ApInvFile KEY IS NOT LESS THAN APInvNum
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ApInvFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF APDate(1:6) = WS-AskPeriod
                           PERFORM FindSupplier
                           IF P > ZERO
                               IF APNet = ZERO
                                   ADD APAmount TO PT-Net(P)
                               ELSE
                                   ADD APNet TO PT-Net(P)
                               END-IF
                               ADD 1 TO PT-Count(P)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ApInvFile.

       FindSupplier.
           MOVE 'P' TO WS-FindType.
           MOVE APSupCode TO WS-FindCode.
           PERFORM FindPartner.
           IF WS-Found = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO P.
           PERFORM VARYING S FROM 1 BY 1
                   UNTIL S > WS-SupCount OR ST-Code(S) = APSupCode
               CONTINUE
           END-PERFORM.
           IF S > WS-SupCount
               EXIT PARAGRAPH
           END-IF.
           MOVE ST-Name(S) TO WS-PtName.
           MOVE ST-Country(S) TO WS-PtCountry.
           MOVE ST-VatNum(S) TO WS-PtVatNum.
           PERFORM AddPartner.

       FindPartner.
           MOVE 'N' TO WS-Found.
           PERFORM VARYING P FROM 1 BY 1
                   UNTIL P > WS-PtCount OR WS-Found = 'Y'
               IF PT-Type(P) = WS-FindType
                       AND PT-Code(P) = WS-FindCode
                   MOVE 'Y' TO WS-Found
               END-IF
           END-PERFORM.
           IF WS-Found = 'Y'
               SUBTRACT 1 FROM P
           END-IF.

       AddPartner.
           *> Solo paesi UE diversi dal nostro; la partita IVA si
           *> ricontrolla col formato del paese (VATCHK).
           MOVE ZERO TO P.
           IF WS-PtCountry = WS-HomeCountry
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PtVatNum TO WS-VatIn.
           CALL 'VATCHK' USING WS-PtCountry, WS-VatIn, WS-VatNum,
               WS-VatValid.
           IF WS-VatValid = 'X'
               EXIT PARAGRAPH
           END-IF.
           IF WS-PtCount >= 500
               MOVE 'Y' TO WS-TableFull
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PtCount.
           MOVE WS-PtCount TO P.
           MOVE WS-FindType TO PT-Type(P).
           MOVE WS-PtCountry TO PT-Country(P).
           MOVE WS-FindCode TO PT-Code(P).
           MOVE WS-PtName TO PT-Name(P).
           IF WS-VatValid = 'Y'
               MOVE WS-VatNum TO PT-VatNum(P)
           ELSE
               MOVE WS-PtVatNum TO PT-VatNum(P)
           END-IF.
           MOVE WS-VatValid TO PT-Valid(P).
           MOVE ZERO TO PT-Net(P) PT-Count(P).

       SortPartners.
           *> Ordinamento a scambio per tipo, paese e partita IVA.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I >= WS-PtCount
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J >= WS-PtCount
                   IF PartnerEntry(J + 1)(1:22) <
                           PartnerEntry(J)(1:22)
                       MOVE PartnerEntry(J) TO WS-SwapEntry
                       MOVE PartnerEntry(J + 1) TO PartnerEntry(J)
                       MOVE WS-SwapEntry TO PartnerEntry(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WriteListing.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-SalesCount WS-SalesNet WS-PurchCount
               WS-PurchNet WS-ExcCount.
           OPEN OUTPUT EuReport.
           OPEN OUTPUT EuFile.
           MOVE SPACES TO EuRecord.
           MOVE 'H' TO EuHType.
           MOVE WS-AskPeriod TO EuHPeriod.
           MOVE WS-HomeCountry TO EuHCountry.
           MOVE WS-TodayDate TO EuHCreDate.
           WRITE EuRecord.
           MOVE WS-AskPeriod TO PrnPeriod.
           MOVE WS-HomeCountry TO PrnHome.
           WRITE PrintLine FROM EuHeading AFTER ADVANCING PAGE.
           MOVE WS-Company TO PrnCompany.
           MOVE WS-CmpName TO PrnCmpName.
           WRITE PrintLine FROM CompanyLine AFTER ADVANCING 1 LINE.
           MOVE 'S' TO WS-SecType.
           MOVE "EU SALES (invoices less credit notes)" TO PrnSection.
           PERFORM PrintSection.
           MOVE WS-SecCount TO WS-SalesCount.
           MOVE WS-SecNet TO WS-SalesNet.
           MOVE 'P' TO WS-SecType.
           MOVE "EU PURCHASES (supplier invoices)" TO PrnSection.
           PERFORM PrintSection.
           MOVE WS-SecCount TO WS-PurchCount.
           MOVE WS-SecNet TO WS-PurchNet.
           MOVE SPACES TO EuRecord.
           MOVE 'T' TO EuTType.
           MOVE WS-SalesCount TO EuTSalesCount.
           MOVE WS-SalesNet TO EuTSalesNet.
           MOVE WS-PurchCount TO EuTPurchCount.
           MOVE WS-PurchNet TO EuTPurchNet.
           WRITE EuRecord.
           CLOSE EuFile.
           PERFORM PrintExceptions.
           CLOSE EuReport.

       PrintSection.
           MOVE ZERO TO WS-SecCount WS-SecNet.
           WRITE PrintLine FROM SectionLine AFTER ADVANCING 3 LINES.
           WRITE PrintLine FROM ColHeads AFTER ADVANCING 2 LINES.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PtCount
               IF PT-Type(P) = WS-SecType AND PT-Valid(P) = 'Y'
                   MOVE PT-Country(P) TO PrnCountry
                   MOVE PT-VatNum(P) TO PrnVatNum
                   MOVE PT-Code(P) TO PrnPartner
                   MOVE PT-Name(P) TO PrnName
                   MOVE PT-Count(P) TO PrnCount
                   MOVE PT-Net(P) TO PrnNet
                   WRITE PrintLine FROM DetailLine
                       AFTER ADVANCING 1 LINE
                   MOVE SPACES TO EuRecord
                   MOVE WS-SecType TO EuDType
                   MOVE PT-Country(P) TO EuDCountry
                   MOVE PT-VatNum(P) TO EuDVatNum
                   MOVE PT-Code(P) TO EuDPartner
                   MOVE PT-Net(P) TO EuDNet
                   MOVE PT-Count(P) TO EuDCount
                   WRITE EuRecord
                   ADD 1 TO WS-SecCount
                   ADD PT-Net(P) TO WS-SecNet
               END-IF
           END-PERFORM.
           MOVE WS-SecCount TO PrnSecCount.
           MOVE WS-SecNet TO PrnSecNet.
           WRITE PrintLine FROM SecTotLine AFTER ADVANCING 2 LINES.

       PrintExceptions.
           *> Controparti UE senza partita IVA o con partita IVA che
           *> non rispetta il formato del paese: da sistemare in
           *> anagrafica e rilanciare l'elenco.
           MOVE "EXCEPTIONS - VAT NUMBER MISSING OR NOT VALID"
               TO PrnSection.
           WRITE PrintLine FROM SectionLine AFTER ADVANCING 3 LINES.
           WRITE PrintLine FROM ExcColHeads AFTER ADVANCING 2 LINES.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PtCount
               IF PT-Valid(P) NOT = 'Y'
                   IF PT-Type(P) = 'S'
                       MOVE "Customer" TO PrnExcType
                   ELSE
                       MOVE "Supplier" TO PrnExcType
                   END-IF
                   MOVE PT-Code(P) TO PrnExcPartner
                   MOVE PT-Name(P) TO PrnExcName
                   MOVE PT-Country(P) TO PrnExcCountry
                   IF PT-VatNum(P) = SPACES
                       MOVE "(missing)" TO PrnExcVat
                   ELSE
                       MOVE PT-VatNum(P) TO PrnExcVat
                   END-IF
                   MOVE PT-Net(P) TO PrnExcNet
                   WRITE PrintLine FROM ExcLine AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-ExcCount
               END-IF
           END-PERFORM.
           IF WS-ExcCount = ZERO
               MOVE "  none" TO PrintLine
               WRITE PrintLine AFTER ADVANCING 1 LINE
           END-IF.
