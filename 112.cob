       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EInvoiceExport.
       AUTHOR.       Giulio.
       DATE-WRITTEN.01/09/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InvRegister ASSIGN TO "25invreg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS InvNum
               FILE STATUS IS WS-RegStatus.
           SELECT InvLineFile ASSIGN TO "25invlines.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS InvLnKey
               FILE STATUS IS WS-InvLineStatus.
           SELECT OrdLineFile ASSIGN TO "24ordlines.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OrdLineKey
               FILE STATUS IS WS-OrdLineStatus.
           SELECT CreditRegister ASSIGN TO "61creditreg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CrnNum
               FILE STATUS IS WS-CrnStatus.
           SELECT CustomerFIle ASSIGN TO "15costumer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDNum
               ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
               FILE STATUS IS WS-CustStatus.
           SELECT SdiRegister ASSIGN TO "112sdireg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SdiKey
               FILE STATUS IS WS-SdiStatus.
           SELECT ReceiptFile ASSIGN TO "112sdircpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RcptStatus.
           SELECT ExportFile ASSIGN TO DYNAMIC WS-ExportName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WorkReport ASSIGN TO "112rejects.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD InvRegister.
       COPY "INVREC.cpy".
       FD InvLineFile.
       COPY "INVLINE.cpy".
       FD OrdLineFile.
       COPY "ORDLINE.cpy".
       FD CreditRegister.
       COPY "CRNREC.cpy".
       FD CustomerFIle.
       COPY "CUSTREC.cpy".
       FD SdiRegister.
       COPY "SDIREC.cpy".
       FD ReceiptFile.
      *> Ricevuta dell'autorita': esito 'A' accettato o 'R' scartato
      *> con codice e descrizione dell'errore.
       01 ReceiptData.
           02 RcpDocType PIC X.
           02 RcpDocNum PIC 9(5).
           02 RcpDate PIC 9(8).
           02 RcpOutcome PIC X.
           02 RcpErrCode PIC X(6).
           02 RcpErrText PIC X(40).
       FD ExportFile.
      *> Tracciato fisso H/D/T come TranscriptExport (101.cob): una
      *> testata col blocco cedente/cessionario, un dettaglio per
      *> riga, una coda coi totali che il destinatario quadra.
       01 ExportRecord PIC X(140).
       01 ExpHeaderRecord REDEFINES ExportRecord.
           02 ExpHType PIC X.
           02 ExpHDocKind PIC X(4).
           02 ExpHDocNum PIC 9(5).
           02 ExpHDocDate PIC 9(8).
           02 ExpHCurr PIC X(3).
           02 ExpHSellerVat PIC X(20).
           02 ExpHBuyerID PIC 9(5).
           02 ExpHBuyerName PIC X(40).
           02 ExpHStreet PIC X(20).
           02 ExpHCity PIC X(15).
           02 ExpHPostal PIC X(8).
           02 ExpHProv PIC X(2).
           02 ExpHCountry PIC X(2).
           02 ExpHRefInv PIC 9(5).
           02 FILLER PIC X(2).
       01 ExpDetailRecord REDEFINES ExportRecord.
           02 ExpDType PIC X.
           02 ExpDLineNo PIC 9(3).
           02 ExpDOrdNum PIC 9(5).
           02 ExpDOrdSeq PIC 99.
           02 ExpDProd PIC X(10).
           02 ExpDQty PIC 9(5).
           02 ExpDUnitPrice PIC 9(4)V99.
           02 ExpDDisc PIC V999.
           02 ExpDNet PIC 9(7)V99.
           02 ExpDTaxRate PIC V999.
           02 FILLER PIC X(93).
       01 ExpTrailerRecord REDEFINES ExportRecord.
           02 ExpTType PIC X.
           02 ExpTLines PIC 9(3).
           02 ExpTNet PIC 9(7)V99.
           02 ExpTTax PIC 9(6)V99.
           02 ExpTGross PIC 9(7)V99.
           02 FILLER PIC X(110).
       FD WorkReport.
       01 PrintLine PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-RegStatus PIC XX.
       01 WS-InvLineStatus PIC XX.
       01 WS-OrdLineStatus PIC XX.
       01 WS-CrnStatus PIC XX.
       01 WS-CustStatus PIC XX.
       01 WS-SdiStatus PIC XX.
       01 WS-RcptStatus PIC XX.
       01 WS-ExportName PIC X(30).
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-EOF PIC X.
       01 WS-LineEOF PIC X.
       01 WS-StartOK PIC X.
       01 WS-LineStartOK PIC X.
       01 WS-InRegister PIC X.
       01 WS-DocFound PIC X.
       01 WS-TodayDate PIC 9(8).
       01 WS-ParmKey PIC X(12).
       01 WS-ParmValue PIC X(20).
       01 WS-ParmFound PIC X.
       01 WS-SellerVat PIC X(20).
      *> Si trasmettono i documenti della societa' corrente, col
      *> suo numero di partita IVA (CmpVatNum).
       01 WS-Company PIC X(2).
       01 WS-CmpName PIC X(30).
       01 WS-CmpFound PIC X.
       COPY "COMPREC.cpy".
       01 WS-DocType PIC X.
       01 WS-DocNum PIC 9(5).
       01 WS-DocRate PIC V999.
       01 WS-DocCust PIC 9(5).
       01 WS-DocDate PIC 9(8).
       01 WS-DocGross PIC 9(7)V99.
       01 WS-LineNo PIC 9(3).
       01 WS-InvSent PIC 9(5).
       01 WS-CrnSent PIC 9(5).
       01 WS-RcptRead PIC 9(5).
       01 WS-RcptAccepted PIC 9(5).
       01 WS-RcptRejected PIC 9(5).
       01 WS-RcptUnknown PIC 9(5).
       01 WS-RejectCount PIC 9(5).
       01 WS-RejectTotal PIC 9(9)V99.
       01 WS-CallFirst PIC X(20).
       01 WS-CallMiddle PIC X(20) VALUE SPACES.
       01 WS-CallLast PIC X(20).
       01 WS-FullName PIC X(63).
       01 CompanyLine.
           02 FILLER PIC X(9) VALUE "Company: ".
           02 PrnCompany PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCmpName PIC X(30).
       01 ReportHeading.
           02 FILLER PIC X(36)
               VALUE "E-INVOICE REJECTED DOCUMENTS AS OF ".
           02 PrnToday PIC 9(8).
       01 ColHeads PIC X(100) VALUE
           "T Doc.  Cust.  Doc.date  Gross        Sent     Recpt.
      -    "  Code   Reason".
       01 RejectLine.
           02 PrnDocType PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 PrnDocNum PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDocDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnGross PIC $$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnSentDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnRcptDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnErrCode PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnErrText PIC X(40).
       01 TotalLine.
           02 FILLER PIC X(22) VALUE "Rejected documents :  ".
           02 PrnRejectCount PIC ZZZZ9.
           02 FILLER PIC X(9) VALUE "  gross  ".
           02 PrnRejectTotal PIC $$,$$$,$$9.99.
       PROCEDURE DIVISION.
       StartPara.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           *> Partita IVA del cedente in testata: quella della
           *> societa' corrente, altrimenti SELLERVATID di SYSPARM.
           CALL 'COMPGET' USING WS-Company, WS-CmpName.
           CALL 'CMPLKUP' USING WS-Company, CompanyData, WS-CmpFound.
           MOVE "SELLERVATID" TO WS-ParmKey.
           CALL 'PARMGET' USING WS-ParmKey, WS-ParmValue,
               WS-ParmFound.
           MOVE WS-ParmValue TO WS-SellerVat.
           IF WS-CmpFound = 'Y' AND CmpVatNum NOT = SPACES
               MOVE CmpVatNum TO WS-SellerVat
           ELSE
               IF WS-ParmFound = 'N'
                   DISPLAY "Warning: SELLERVATID not in SYSPARM, "
                       "seller VAT number left blank."
               END-IF
           END-IF.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "ELECTRONIC INVOICES  company " WS-Company " "
                   WS-CmpName
               DISPLAY "1 : Export New Invoices and Credit Notes"
               DISPLAY "2 : Load Authority Receipts"
               DISPLAY "3 : Rejected Documents Work List"
               DISPLAY "4 : Resend a Rejected Document"
               DISPLAY "0 : Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM ExportRun
                   WHEN 2 PERFORM LoadReceipts
                   WHEN 3 PERFORM RejectWorkList
                   WHEN 4 PERFORM ResendDocument
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       OpenSdiRegister.
           OPEN I-O SdiRegister.
           IF WS-SdiStatus = "35"
               OPEN OUTPUT SdiRegister
               CLOSE SdiRegister
               OPEN I-O SdiRegister
           END-IF.

       OpenDocumentFiles.
           OPEN INPUT CustomerFIle.
           OPEN INPUT InvLineFile.
           OPEN INPUT OrdLineFile.

       CloseDocumentFiles.
           CLOSE CustomerFIle, InvLineFile, OrdLineFile.

       ExportRun.
           *> Ogni documento non ancora nel registro trasmissioni
           *> produce il suo file e una voce 'S'.
           MOVE ZERO TO WS-InvSent WS-CrnSent.
           PERFORM OpenSdiRegister.
           PERFORM OpenDocumentFiles.
           OPEN INPUT InvRegister.
           IF WS-RegStatus = "00"
               MOVE 'Y' TO WS-StartOK
               MOVE ZERO TO InvNum
               START InvRegister KEY IS NOT LESS THAN InvNum
                   INVALID KEY MOVE 'N' TO WS-StartOK
               END-START
               MOVE 'N' TO WS-EOF
               IF WS-StartOK = 'Y'
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ InvRegister NEXT RECORD
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                               MOVE 'I' TO SdiDocType
                               MOVE InvNum TO SdiDocNum
                               PERFORM CheckRegister
                               IF WS-InRegister = 'N'
                                       AND InvCompany = WS-Company
                                   PERFORM ExportInvoice
                                   PERFORM RegisterSent
                                   ADD 1 TO WS-InvSent
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
           END-IF.
           CLOSE InvRegister.
           OPEN INPUT CreditRegister.
           IF WS-CrnStatus = "00"
               MOVE 'Y' TO WS-StartOK
               MOVE ZERO TO CrnNum
               START CreditRegister KEY IS NOT LESS THAN CrnNum
                   INVALID KEY MOVE 'N' TO WS-StartOK
               END-START
               MOVE 'N' TO WS-EOF
               IF WS-StartOK = 'Y'
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ CreditRegister NEXT RECORD
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                               MOVE 'C' TO SdiDocType
                               MOVE CrnNum TO SdiDocNum
                               PERFORM CheckRegister
                               IF WS-InRegister = 'N'
                                       AND CrnCompany = WS-Company
                                   PERFORM ExportCreditNote
                                   PERFORM RegisterSent
                                   ADD 1 TO WS-CrnSent
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
           END-IF.
           CLOSE CreditRegister.
           PERFORM CloseDocumentFiles.
           CLOSE SdiRegister.
           DISPLAY WS-InvSent " invoices and " WS-CrnSent
               " credit notes exported and registered as sent.".

       CheckRegister.
           MOVE 'Y' TO WS-InRegister.
           READ SdiRegister
               INVALID KEY MOVE 'N' TO WS-InRegister
           END-READ.

       RegisterSent.
           *> Prima trasmissione: nuova voce. Reinvio di uno
           *> scartato: stessa voce, esito azzerato.
           IF WS-InRegister = 'N'
               MOVE ZERO TO SdiSends
           END-IF.
           MOVE WS-DocType TO SdiDocType.
           MOVE WS-DocNum TO SdiDocNum.
           MOVE WS-DocCust TO SdiCustID.
           MOVE WS-DocDate TO SdiDocDate.
           MOVE WS-DocGross TO SdiGross.
           MOVE WS-ExportName TO SdiFile.
           MOVE WS-TodayDate TO SdiSentDate.
           ADD 1 TO SdiSends.
           MOVE 'S' TO SdiStatus.
           MOVE ZERO TO SdiRcptDate.
           MOVE SPACES TO SdiErrCode SdiErrText.
           IF WS-InRegister = 'N'
               WRITE SdiData
                   INVALID KEY
                       DISPLAY "Document " WS-DocType WS-DocNum
                           " already in transmission register."
               END-WRITE
           ELSE
               REWRITE SdiData
                   INVALID KEY
                       DISPLAY "Document " WS-DocType WS-DocNum
                           " not rewritten in register."
               END-REWRITE
           END-IF.

       ReadBuyer.
           MOVE 'Y' TO WS-DocFound.
           READ CustomerFIle
               INVALID KEY
                   MOVE 'N' TO WS-DocFound
                   MOVE SPACES TO FirstName LastName Addr
                   DISPLAY "Warning: customer " IDNum
                       " not on file, buyer block left blank."
           END-READ.
           MOVE FirstName TO WS-CallFirst.
           MOVE LastName TO WS-CallLast.
           CALL 'NAMEFMT' USING WS-CallFirst, WS-CallMiddle,
               WS-CallLast, WS-FullName.

       WriteHeader.
           MOVE SPACES TO ExportRecord.
           MOVE 'H' TO ExpHType.
           MOVE WS-DocNum TO ExpHDocNum.
           MOVE WS-SellerVat TO ExpHSellerVat.
           MOVE IDNum TO ExpHBuyerID.
           MOVE WS-FullName TO ExpHBuyerName.
           MOVE AddrStreet TO ExpHStreet.
           MOVE AddrCity TO ExpHCity.
           MOVE AddrPostal TO ExpHPostal.
           MOVE AddrProv TO ExpHProv.
           MOVE AddrCountry TO ExpHCountry.

       ExportInvoice.
           MOVE 'I' TO WS-DocType.
           MOVE InvNum TO WS-DocNum.
           MOVE InvCustID TO WS-DocCust.
           MOVE InvDate TO WS-DocDate.
           MOVE InvGross TO WS-DocGross.
           MOVE SPACES TO WS-ExportName.
           STRING "112einv_I" InvNum ".txt"
               DELIMITED BY SIZE INTO WS-ExportName.
           MOVE InvCustID TO IDNum.
           PERFORM ReadBuyer.
           *> Aliquota di documento: solo per il riepilogo delle
           *> fatture senza righe; le righe portano la propria.
           MOVE ZERO TO WS-DocRate.
           IF InvNet > ZERO
               COMPUTE WS-DocRate ROUNDED = InvTax / InvNet
           END-IF.
           OPEN OUTPUT ExportFile.
           PERFORM WriteHeader.
           MOVE "TD01" TO ExpHDocKind.
           MOVE InvDate TO ExpHDocDate.
           MOVE InvCurr TO ExpHCurr.
           MOVE ZERO TO ExpHRefInv.
           WRITE ExportRecord.
           MOVE ZERO TO WS-LineNo.
           PERFORM ExportInvoiceLines.
           IF WS-LineNo = ZERO
               *> Fattura emessa prima del registro righe: un solo
               *> dettaglio riepilogativo col netto documento.
               MOVE SPACES TO ExportRecord
               MOVE 'D' TO ExpDType
               MOVE 1 TO ExpDLineNo WS-LineNo
               MOVE ZERO TO ExpDOrdNum ExpDOrdSeq ExpDQty
                   ExpDUnitPrice ExpDDisc
               MOVE "RIEPILOGO" TO ExpDProd
               MOVE InvNet TO ExpDNet
               MOVE WS-DocRate TO ExpDTaxRate
               WRITE ExportRecord
           END-IF.
           MOVE SPACES TO ExportRecord.
           MOVE 'T' TO ExpTType.
           MOVE WS-LineNo TO ExpTLines.
           MOVE InvNet TO ExpTNet.
           MOVE InvTax TO ExpTTax.
           MOVE InvGross TO ExpTGross.
           WRITE ExportRecord.
           CLOSE ExportFile.

       ExportInvoiceLines.
           IF WS-InvLineStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE InvNum TO InvLnInv.
           MOVE ZERO TO InvLnSeq.
           MOVE 'Y' TO WS-LineStartOK.
           START InvLineFile KEY IS NOT LESS THAN InvLnKey
               INVALID KEY MOVE 'N' TO WS-LineStartOK
           END-START.
           IF WS-LineStartOK = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-LineEOF.
           PERFORM UNTIL WS-LineEOF = 'Y'
               READ InvLineFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-LineEOF
                   NOT AT END
                       IF InvLnInv NOT = InvNum
                           MOVE 'Y' TO WS-LineEOF
                       ELSE
                           PERFORM ExportOneInvoiceLine
                       END-IF
               END-READ
           END-PERFORM.

       ExportOneInvoiceLine.
           *> Prodotto e quantita' dalla riga d'ordine spedita; se la
           *> riga non c'e' piu' valgono i dati fatturati.
           MOVE SPACES TO ExportRecord.
           MOVE 'D' TO ExpDType.
           ADD 1 TO WS-LineNo.
           MOVE WS-LineNo TO ExpDLineNo.
           MOVE InvLnOrd TO ExpDOrdNum.
           MOVE InvLnOrdSeq TO ExpDOrdSeq.
           MOVE InvLnProd TO ExpDProd.
           MOVE InvLnQty TO ExpDQty.
           IF WS-OrdLineStatus = "00"
               MOVE InvLnOrd TO OrdLineOrd
               MOVE InvLnOrdSeq TO OrdLineSeq
               READ OrdLineFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE OrdLineProd TO ExpDProd
                       MOVE OrdLineShipQty TO ExpDQty
               END-READ
           END-IF.
           MOVE InvLnUnitPrice TO ExpDUnitPrice.
           MOVE InvLnDisc TO ExpDDisc.
           MOVE InvLnNet TO ExpDNet.
           MOVE InvLnTaxRate TO ExpDTaxRate.
           WRITE ExportRecord.

       ExportCreditNote.
           MOVE 'C' TO WS-DocType.
           MOVE CrnNum TO WS-DocNum.
           MOVE CrnCustID TO WS-DocCust.
           MOVE CrnDate TO WS-DocDate.
           MOVE CrnGross TO WS-DocGross.
           MOVE SPACES TO WS-ExportName.
           STRING "112einv_C" CrnNum ".txt"
               DELIMITED BY SIZE INTO WS-ExportName.
           MOVE CrnCustID TO IDNum.
           PERFORM ReadBuyer.
           *> Aliquota stornata dalla nota; le note registrate prima
           *> che la portassero la ricavano dagli importi.
           MOVE CrnTaxRate TO WS-DocRate.
           IF CrnTaxClass = SPACES AND CrnNet > ZERO
               COMPUTE WS-DocRate ROUNDED = CrnTax / CrnNet
           END-IF.
           OPEN OUTPUT ExportFile.
           PERFORM WriteHeader.
           MOVE "TD04" TO ExpHDocKind.
           MOVE CrnDate TO ExpHDocDate.
           *> La nota segue la valuta della fattura che rettifica.
           MOVE "EUR" TO ExpHCurr.
           OPEN INPUT InvRegister.
           IF WS-RegStatus = "00"
               MOVE CrnInvNum TO InvNum
               READ InvRegister
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE InvCurr TO ExpHCurr
               END-READ
           END-IF.
           CLOSE InvRegister.
           MOVE CrnInvNum TO ExpHRefInv.
           WRITE ExportRecord.
           MOVE SPACES TO ExportRecord.
           MOVE 'D' TO ExpDType.
           MOVE 1 TO ExpDLineNo WS-LineNo.
           MOVE ZERO TO ExpDOrdNum ExpDOrdSeq ExpDDisc.
           MOVE CrnProdName TO ExpDProd.
           MOVE CrnQty TO ExpDQty.
           MOVE ZERO TO ExpDUnitPrice.
           IF CrnQty > ZERO
               COMPUTE ExpDUnitPrice ROUNDED = CrnNet / CrnQty
           END-IF.
           MOVE CrnNet TO ExpDNet.
           MOVE WS-DocRate TO ExpDTaxRate.
           WRITE ExportRecord.
           MOVE SPACES TO ExportRecord.
           MOVE 'T' TO ExpTType.
           MOVE 1 TO ExpTLines.
           MOVE CrnNet TO ExpTNet.
           MOVE CrnTax TO ExpTTax.
           MOVE CrnGross TO ExpTGross.
           WRITE ExportRecord.
           CLOSE ExportFile.

       LoadReceipts.
           *> File ricevute dell'autorita': una riga per esito. Le
           *> ricevute di documenti mai trasmessi vengono segnalate
           *> e scartate.
           OPEN INPUT ReceiptFile.
           IF WS-RcptStatus NOT = "00"
               DISPLAY "No receipt file 112sdircpt.txt to load."
               CLOSE ReceiptFile
               EXIT PARAGRAPH
           END-IF.
           PERFORM OpenSdiRegister.
           MOVE ZERO TO WS-RcptRead WS-RcptAccepted
               WS-RcptRejected WS-RcptUnknown.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ReceiptFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RcptRead
                       PERFORM ApplyReceipt
               END-READ
           END-PERFORM.
           CLOSE ReceiptFile, SdiRegister.
           DISPLAY WS-RcptRead " receipts read: " WS-RcptAccepted
               " accepted, " WS-RcptRejected " rejected, "
               WS-RcptUnknown " unknown documents.".

       ApplyReceipt.
           MOVE RcpDocType TO SdiDocType.
           MOVE RcpDocNum TO SdiDocNum.
           PERFORM CheckRegister.
           IF WS-InRegister = 'N'
               DISPLAY "Receipt for " RcpDocType RcpDocNum
                   " not in transmission register, ignored."
               ADD 1 TO WS-RcptUnknown
               EXIT PARAGRAPH
           END-IF.
           *> Una ricevuta anteriore all'ultimo invio riguarda una
           *> trasmissione gia' superata dal reinvio.
           IF RcpDate < SdiSentDate
               EXIT PARAGRAPH
           END-IF.
           MOVE RcpDate TO SdiRcptDate.
           EVALUATE RcpOutcome
               WHEN 'A'
                   MOVE 'A' TO SdiStatus
                   MOVE SPACES TO SdiErrCode SdiErrText
                   ADD 1 TO WS-RcptAccepted
               WHEN 'R'
                   MOVE 'R' TO SdiStatus
                   MOVE RcpErrCode TO SdiErrCode
                   MOVE RcpErrText TO SdiErrText
                   ADD 1 TO WS-RcptRejected
               WHEN OTHER
                   DISPLAY "Receipt for " RcpDocType RcpDocNum
                       " has unknown outcome " RcpOutcome
                       ", ignored."
                   ADD 1 TO WS-RcptUnknown
                   EXIT PARAGRAPH
           END-EVALUATE.
           REWRITE SdiData
               INVALID KEY
                   DISPLAY "Register entry " RcpDocType RcpDocNum
                       " not rewritten."
           END-REWRITE.

       RejectWorkList.
           OPEN INPUT SdiRegister.
           IF WS-SdiStatus NOT = "00"
               DISPLAY "No transmission register on file."
               CLOSE SdiRegister
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT InvRegister.
           OPEN INPUT CreditRegister.
           OPEN OUTPUT WorkReport.
           MOVE WS-TodayDate TO PrnToday.
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING PAGE.
           MOVE WS-Company TO PrnCompany.
           MOVE WS-CmpName TO PrnCmpName.
           WRITE PrintLine FROM CompanyLine AFTER ADVANCING 1 LINE.
           WRITE PrintLine FROM ColHeads AFTER ADVANCING 2 LINES.
           MOVE ZERO TO WS-RejectCount WS-RejectTotal.
           MOVE 'Y' TO WS-StartOK.
           MOVE LOW-VALUES TO SdiKey.
           START SdiRegister KEY IS NOT LESS THAN SdiKey
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE 'N' TO WS-EOF.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SdiRegister NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF SdiRejected
                               PERFORM CheckDocCompany
                               IF WS-DocFound = 'Y'
                                   PERFORM PrintRejectLine
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           MOVE WS-RejectCount TO PrnRejectCount.
           MOVE WS-RejectTotal TO PrnRejectTotal.
           WRITE PrintLine FROM TotalLine AFTER ADVANCING 2 LINES.
           CLOSE SdiRegister, WorkReport, InvRegister,
               CreditRegister.
           DISPLAY WS-RejectCount " rejected documents listed on "
               "112rejects.rpt".

       CheckDocCompany.
           *> Il registro trasmissioni non porta la societa': la si
           *> legge dal documento. Un documento gia' archiviato
           *> resta in lista.
           MOVE 'Y' TO WS-DocFound.
           IF SdiInvoice
               MOVE SdiDocNum TO InvNum
               READ InvRegister
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF InvCompany NOT = WS-Company
                           MOVE 'N' TO WS-DocFound
                       END-IF
               END-READ
           ELSE
               MOVE SdiDocNum TO CrnNum
               READ CreditRegister
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CrnCompany NOT = WS-Company
                           MOVE 'N' TO WS-DocFound
                       END-IF
               END-READ
           END-IF.

       PrintRejectLine.
           MOVE SdiDocType TO PrnDocType.
           MOVE SdiDocNum TO PrnDocNum.
           MOVE SdiCustID TO PrnCustID.
           MOVE SdiDocDate TO PrnDocDate.
           MOVE SdiGross TO PrnGross.
           MOVE SdiSentDate TO PrnSentDate.
           MOVE SdiRcptDate TO PrnRcptDate.
           MOVE SdiErrCode TO PrnErrCode.
           MOVE SdiErrText TO PrnErrText.
           WRITE PrintLine FROM RejectLine AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-RejectCount.
           ADD SdiGross TO WS-RejectTotal.

       ResendDocument.
           *> Dopo la correzione (anagrafica cliente, partita IVA)
           *> lo scartato si rigenera dai dati correnti e torna 'S'.
           DISPLAY "Document type (I invoice, C credit note): "
               WITH NO ADVANCING.
           ACCEPT WS-DocType.
           DISPLAY "Document number: " WITH NO ADVANCING.
           ACCEPT WS-DocNum.
           PERFORM OpenSdiRegister.
           MOVE WS-DocType TO SdiDocType.
           MOVE WS-DocNum TO SdiDocNum.
           PERFORM CheckRegister.
           IF WS-InRegister = 'N' OR NOT SdiRejected
               DISPLAY "Document is not a rejected transmission."
               CLOSE SdiRegister
               EXIT PARAGRAPH
           END-IF.
           PERFORM OpenDocumentFiles.
           MOVE 'N' TO WS-DocFound.
           IF WS-DocType = 'I'
               OPEN INPUT InvRegister
               MOVE WS-DocNum TO InvNum
               READ InvRegister
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF InvCompany = WS-Company
                           MOVE 'Y' TO WS-DocFound
                           PERFORM ExportInvoice
                       END-IF
               END-READ
               CLOSE InvRegister
           ELSE
               OPEN INPUT CreditRegister
               MOVE WS-DocNum TO CrnNum
               READ CreditRegister
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CrnCompany = WS-Company
                           MOVE 'Y' TO WS-DocFound
                           PERFORM ExportCreditNote
                       END-IF
               END-READ
               CLOSE CreditRegister
           END-IF.
           PERFORM CloseDocumentFiles.
           IF WS-DocFound = 'N'
               DISPLAY "Document not on file for company "
                   WS-Company ", not resent."
               CLOSE SdiRegister
               EXIT PARAGRAPH
           END-IF.
           *> La rilettura del cliente non tocca la voce di registro
           *> gia' letta: si riparte da quella.
           MOVE WS-DocType TO SdiDocType.
           MOVE WS-DocNum TO SdiDocNum.
           PERFORM CheckRegister.
           PERFORM RegisterSent.
           CLOSE SdiRegister.
           DISPLAY "Document " WS-DocType WS-DocNum " resent as "
               WS-ExportName.
