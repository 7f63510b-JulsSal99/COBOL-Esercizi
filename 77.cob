           SELECT SupplierFile ASSIGN TO "76supplier.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SupStatus.
           SELECT SourcingFile ASSIGN TO "76sourcing.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SrcProd
               FILE STATUS IS WS-SrcStatus.
           SELECT ApAgingReport ASSIGN TO "77apaging.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PropFile ASSIGN TO "77payprop.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PropStatus.
           SELECT PropReport ASSIGN TO "77payprop.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TransferFile ASSIGN TO DYNAMIC WS-CtName
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ApInvFile.
       COPY "APINVREC.cpy".
       FD ApPayFile.
       COPY "APPAYREC.cpy".
       FD PoFile.
       COPY "POREC.cpy".
       FD SupplierFile.
       COPY "SUPREC.cpy".
       FD SourcingFile.
       COPY "SRCREC.cpy".
       FD ApAgingReport.
       01 PrintLine PIC X(78).
       FD PropFile.
      *> Proposta di pagamento in attesa di approvazione: una riga
      *> per fattura, raggruppate per fornitore nell'ordine
      *> dell'anagrafica. 'Y' in pagamento, 'N' tolta dal
      *> supervisore, 'B' fornitore senza IBAN (non pagabile). Il
      *> file si svuota quando la proposta viene approvata.
       01 PropData.
           02 PropRunID PIC X(15).
           02 PropCutoff PIC 9(8).
           02 PropSup PIC X(4).
           02 PropInvNum PIC 9(5).
           02 PropSupRef PIC X(10).
           02 PropDue PIC 9(8).
           02 PropAmount PIC 9(7)V99.
           02 PropSelect PIC X.
               88 PropIncluded VALUE 'Y'.
               88 PropRemoved VALUE 'N'.
               88 PropNoBank VALUE 'B'.
           02 PropOpID PIC X(8).
       FD PropReport.
       01 PropLine PIC X(78).
       FD TransferFile.
      *> Bonifici fornitori a tracciato fisso H/D/T come la distinta
      *> SDD di DirectDebit (118.cob): testata col nostro IBAN
      *> (APDEBTIBAN), un bonifico per fornitore con le sue fatture
      *> in causale, coda con numero e totale che la banca quadra.
       01 CtRecord PIC X(200).
       01 CtHeaderRecord REDEFINES CtRecord.
           02 CtHType PIC X.
           02 CtHRunID PIC X(15).
           02 CtHCreDate PIC 9(8).
           02 CtHExecDate PIC 9(8).
           02 CtHDebtorIBAN PIC X(34).
           02 CtHCurr PIC X(3).
           02 FILLER PIC X(131).
       01 CtDetailRecord REDEFINES CtRecord.
           02 CtDType PIC X.
           02 CtDEndToEnd.
               03 CtDRunStamp PIC X(12).
               03 CtDSupCode PIC X(4).
           02 CtDName PIC X(20).
           02 CtDIBAN PIC X(34).
           02 CtDBIC PIC X(11).
           02 CtDAmount PIC 9(9)V99.
           02 CtDInvCount PIC 9(3).
           02 CtDRemit PIC X(100).
           02 FILLER PIC X(4).
       01 CtTrailerRecord REDEFINES CtRecord.
           02 CtTType PIC X.
           02 CtTCount PIC 9(5).
           02 CtTTotal PIC 9(9)V99.
           02 FILLER PIC X(183).
       WORKING-STORAGE SECTION.
       01 WS-ApInvStatus PIC XX.
       01 WS-ApPayStatus PIC XX.
       01 WS-PoStatus PIC XX.
       01 WS-SupStatus PIC XX.
       01 WS-PropStatus PIC XX.
       01 WS-SrcStatus PIC XX.
       01 WS-SrcFound PIC X.
      *> Tolleranza sul prezzo concordato in 76sourcing.dat, in
      *> percento: SYSPARM APPRCTOL.
       01 WS-PriceTol PIC 9(3).
       01 WS-AgreedValue PIC 9(9)V99.
      *> Aliquota IVA digitata in percento (22.0 = 22%).
       01 WS-AskRatePct PIC 99V9.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-EOF PIC X.
       01 WS-HoldReason PIC X(30).
       01 WS-IDSeries PIC X(4) VALUE "API ".
       01 WS-IDStatus PIC X.
       01 WS-OpID PIC X(8).
       01 WS-OpRole PIC X.
       01 WS-SignonOK PIC X.
       01 WS-ParmKey PIC X(12).
       01 WS-ParmValue PIC X(20).
       01 WS-ParmFound PIC X.
       01 WS-JrnFileCode PIC X(8) VALUE "APPAYRUN".
       01 WS-JrnAction PIC X(8).
       01 WS-JrnKey PIC X(10).
       01 WS-JrnBefore PIC X(200).
       01 WS-JrnAfter PIC X(200).
      *> Termini e coordinate del fornitore cercato (FindSupplier).
       01 WS-FindSup PIC X(4).
       01 WS-SupFound PIC X.
       01 WS-TermDays PIC 9(3).
       01 WS-SupName PIC X(20).
       01 WS-SupIBAN PIC X(34).
       01 WS-SupBIC PIC X(11).
       01 WS-TodayDate PIC 9(8).
       01 WS-NowTime PIC 9(8).
       01 WS-CutoffDate PIC 9(8).
       01 WS-ExecDate PIC 9(8).
       01 WS-DueDate PIC 9(8).
       01 WS-DebtorIBAN PIC X(34).
       01 WS-RunID PIC X(15).
       01 WS-CtName PIC X(30).
       01 WS-Confirm PIC X.
       01 WS-AskInv PIC 9(5).
       01 WS-PropFound PIC X.
       01 WS-SupBlocked PIC X.
       01 WS-SupItems PIC 9(3).
       01 WS-SupPay PIC 9(9)V99.
       01 WS-ItemCount PIC 9(4).
       01 WS-ItemTotal PIC 9(9)V99.
       01 WS-PostCount PIC 9(4).
       01 WS-SkipCount PIC 9(4).
       01 WS-CtCount PIC 9(5).
       01 WS-CtTotal PIC 9(9)V99.
       01 WS-Remit PIC X(100).
       01 WS-RemitPtr PIC 9(3).
       01 PropTable.
           02 WS-PropCount PIC 9(3) VALUE ZERO.
           02 PropEntry OCCURS 500 TIMES
                   DEPENDING ON WS-PropCount PIC X(68).
       01 P PIC 9(3).
       01 PrnAmount PIC ZZZ,ZZZ,ZZ9.99.
       01 PropSupLine.
           02 PrnPSup PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 PrnPName PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnPIBAN PIC X(34).
       01 PropItemLine.
           02 FILLER PIC X(5) VALUE SPACES.
           02 PrnIInv PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnIRef PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnIDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnIDue PIC 9(8).
           02 PrnIAmount PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC XX VALUE SPACES.
           02 PrnINote PIC X(20).
       01 PropTotalLine.
           02 PrnTLabel PIC X(40).
           02 PrnTAmount PIC ZZZ,ZZZ,ZZ9.99.
       01 PayTable.
           02 WS-PayCount PIC 9(4) VALUE ZERO.
           02 PayEntry OCCURS 2000 TIMES
           02 PrnT90 PIC ZZ,ZZ9.99.
       PROCEDURE DIVISION.
       StartPara.
           *> Pagamenti e proposte girano sotto operatore: rimuovere
           *> voci e approvare la proposta spetta al supervisore.
           CALL 'SIGNON' USING WS-OpID, WS-OpRole, WS-SignonOK.
           IF WS-SignonOK NOT = 'Y'
               DISPLAY "Sign-on failed, program ends."
               STOP RUN
           END-IF.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "ACCOUNTS PAYABLE"
               DISPLAY "2 : Review Held Invoices"
               DISPLAY "3 : Record AP Payment"
               DISPLAY "4 : Open Payables Aging"
               DISPLAY "5 : Payment Proposal Run"
               DISPLAY "6 : Review Payment Proposal"
               DISPLAY "7 : Approve Payment Proposal"
               DISPLAY "0 : Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
                   WHEN 2 PERFORM ReviewHeld
                   WHEN 3 PERFORM RecordApPayment
                   WHEN 4 PERFORM ApAgingRun
                   WHEN 5 PERFORM PaymentProposal
                   WHEN 6 PERFORM ReviewProposal
                   WHEN 7 PERFORM ApproveProposal
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           ACCEPT APDate.
           DISPLAY "Invoiced quantity : " WITH NO ADVANCING.
           ACCEPT APQty.
           DISPLAY "Taxable (net) amount : " WITH NO ADVANCING.
           ACCEPT APNet.
           DISPLAY "VAT rate % (e.g. 22.0, 0 = exempt) : " WITH NO
               ADVANCING.
           ACCEPT WS-AskRatePct.
           COMPUTE APTaxRate = WS-AskRatePct / 100.
           COMPUTE APTax ROUNDED = APNet * APTaxRate.
           COMPUTE APAmount = APNet + APTax.
           DISPLAY "VAT " APTax "  invoice total " APAmount.
           MOVE WS-AskSup TO WS-FindSup.
           PERFORM FindSupplier.
           DISPLAY "Due date (yyyymmdd, 0 = " WS-TermDays
               " days terms) : " WITH NO ADVANCING.
           ACCEPT APDueDate.
           IF APDueDate = ZERO
               COMPUTE APDueDate = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(APDate) + WS-TermDays)
           END-IF.
           *> Controllo a tre vie: fornitore della fattura contro
           *> il PO, quantita' fatturata contro ordinato e contro
           *> entrata merce. Le discrepanze non si rifiutano: si
           *> sospendono per revisione.
           MOVE SPACES TO WS-HoldReason.
           MOVE 'M' TO APStatus.
           MOVE SPACE TO APHoldCode.
           IF POSupCode NOT = WS-AskSup
               MOVE 'H' TO APStatus
               MOVE 'S' TO APHoldCode
               MOVE "SUPPLIER MISMATCH" TO WS-HoldReason
           END-IF.
           IF APStatus = 'M' AND APQty > POQty
               MOVE 'H' TO APStatus
               MOVE 'Q' TO APHoldCode
               MOVE "OVER ORDERED QTY" TO WS-HoldReason
           END-IF.
           IF APStatus = 'M' AND APQty > PORecQty
               MOVE 'H' TO APStatus
               MOVE 'Q' TO APHoldCode
               MOVE "OVER RECEIVED QTY" TO WS-HoldReason
           END-IF.
           IF APStatus = 'M'
               PERFORM CheckAgreedPrice
           END-IF.
           CALL 'IDNEXT' USING WS-IDSeries, APInvNum,
               WS-IDStatus.
           IF WS-IDStatus = 'Y'
           END-WRITE.
           CLOSE ApInvFile, PoFile.

       CheckAgreedPrice.
           *> Imponibile fatturato contro quantita' per prezzo del
           *> fornitore in 76sourcing.dat, piu' la tolleranza. Senza
           *> scheda di approvvigionamento il prezzo non si controlla.
           OPEN INPUT SourcingFile.
           IF WS-SrcStatus NOT = "00"
               CLOSE SourcingFile
               EXIT PARAGRAPH
           END-IF.
           MOVE POProdName TO SrcProd.
           MOVE 'Y' TO WS-SrcFound.
           READ SourcingFile
               INVALID KEY MOVE 'N' TO WS-SrcFound
           END-READ.
           CLOSE SourcingFile.
           IF WS-SrcFound = 'N' OR SrcPrice = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE "APPRCTOL" TO WS-ParmKey.
           CALL 'PARMGET' USING WS-ParmKey, WS-ParmValue,
               WS-ParmFound.
           IF WS-ParmFound = 'Y' AND WS-ParmValue(1:3) IS NUMERIC
               MOVE WS-ParmValue(1:3) TO WS-PriceTol
           ELSE
               MOVE 2 TO WS-PriceTol
           END-IF.
           COMPUTE WS-AgreedValue ROUNDED =
               APQty * SrcPrice * (100 + WS-PriceTol) / 100.
           IF APNet > WS-AgreedValue
               MOVE 'H' TO APStatus
               MOVE 'P' TO APHoldCode
               MOVE "OVER AGREED PRICE" TO WS-HoldReason
           END-IF.

       CheckDuplicateInvoice.
           MOVE 'N' TO WS-DupFound.
           MOVE 'Y' TO WS-StartOK.
                               DISPLAY APInvNum " " APSupCode " "
                                   APSupRef " PO " APPONum " qty "
                                   APQty " amount " APAmount
                                   " reason " APHoldCode
                           END-IF
                   END-READ
               END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE ApPayFile.

       FindSupplier.
           *> Termini (30 giorni se non indicati) e coordinate
           *> bancarie del fornitore WS-FindSup.
           MOVE 'N' TO WS-SupFound.
           MOVE 30 TO WS-TermDays.
           MOVE SPACES TO WS-SupName WS-SupIBAN WS-SupBIC.
           OPEN INPUT SupplierFile.
           IF WS-SupStatus NOT = "00"
               CLOSE SupplierFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SupplierFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SupCode = WS-FindSup
                           MOVE 'Y' TO WS-SupFound
                           MOVE 'Y' TO WS-EOF
                           PERFORM TakeSupplierTerms
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SupplierFile.

       TakeSupplierTerms.
           MOVE 30 TO WS-TermDays.
           IF SupTermDays IS NUMERIC AND SupTermDays > ZERO
               MOVE SupTermDays TO WS-TermDays
           END-IF.
           MOVE SupName TO WS-SupName.
           MOVE SupIBAN TO WS-SupIBAN.
           MOVE SupBIC TO WS-SupBIC.

       ComputeApBalance.
           MOVE ZERO TO WS-PaidAmt.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-PayCount
               IF PT-InvNum(J) = APInvNum
                   ADD PT-Amount(J) TO WS-PaidAmt
               END-IF
           END-PERFORM.
           COMPUTE WS-Balance = APAmount - WS-PaidAmt.

       PaymentProposal.
           *> Fatture quadrate ('M') con saldo aperto e scadenza
           *> entro la data limite, per fornitore. La proposta resta
           *> su 77payprop.dat finche' il supervisore non la approva;
           *> una nuova proposta sostituisce quella in attesa.
           PERFORM LoadProposal.
           IF WS-PropCount > ZERO
               DISPLAY "A proposal of " WS-PropCount
                   " items is pending. Replace it (Y/N) : "
                   WITH NO ADVANCING
               ACCEPT WS-Confirm
               IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           DISPLAY "Pay invoices due by (yyyymmdd, 0 = today) : "
               WITH NO ADVANCING.
           ACCEPT WS-CutoffDate.
           IF WS-CutoffDate = ZERO
               MOVE WS-TodayDate TO WS-CutoffDate
           END-IF.
           PERFORM LoadApPayments.
           OPEN INPUT ApInvFile.
           IF WS-ApInvStatus NOT = "00"
               DISPLAY "No supplier invoices on file."
               CLOSE ApInvFile
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT SupplierFile.
           IF WS-SupStatus NOT = "00"
               DISPLAY "No suppliers on file."
               CLOSE ApInvFile, SupplierFile
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-NowTime FROM TIME.
           MOVE SPACES TO WS-RunID.
           STRING "APP" WS-TodayDate WS-NowTime(1:4)
               DELIMITED BY SIZE INTO WS-RunID.
           OPEN OUTPUT PropFile.
           OPEN OUTPUT PropReport.
           MOVE SPACES TO PropLine.
           STRING "PAYMENT PROPOSAL " WS-RunID "  due by "
               WS-CutoffDate DELIMITED BY SIZE INTO PropLine.
           WRITE PropLine AFTER ADVANCING PAGE.
           MOVE ZERO TO WS-ItemCount WS-ItemTotal.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SupplierFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SupCode TO WS-CurSup
                       PERFORM TakeSupplierTerms
                       PERFORM ProposeOneSupplier
               END-READ
           END-PERFORM.
           MOVE "TOTAL PROPOSED" TO PrnTLabel.
           MOVE WS-ItemTotal TO PrnTAmount.
           WRITE PropLine FROM PropTotalLine AFTER ADVANCING 2 LINES.
           CLOSE ApInvFile, SupplierFile, PropFile, PropReport.
           MOVE WS-ItemTotal TO PrnAmount.
           DISPLAY "Proposal " WS-RunID ": " WS-ItemCount
               " invoices, total " PrnAmount.
           DISPLAY "Listed on 77payprop.rpt; a supervisor reviews "
               "it (6) and approves it (7).".

       ProposeOneSupplier.
           MOVE ZERO TO WS-SupItems WS-SupPay.
           MOVE 'Y' TO WS-StartOK.
           MOVE ZERO TO APInvNum.
           START ApInvFile KEY IS NOT LESS THAN APInvNum
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           IF WS-StartOK = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-PayEOF.
           PERFORM UNTIL WS-PayEOF = 'Y'
               READ ApInvFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-PayEOF
                   NOT AT END
                       IF APSupCode = WS-CurSup AND APMatched
                           PERFORM ProposeOneInvoice
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SupItems > ZERO
               MOVE SPACES TO PrnTLabel
               STRING "     total " WS-CurSup
                   DELIMITED BY SIZE INTO PrnTLabel
               MOVE WS-SupPay TO PrnTAmount
               WRITE PropLine FROM PropTotalLine
                   AFTER ADVANCING 1 LINE
           END-IF.

       ProposeOneInvoice.
           PERFORM ComputeApBalance.
           IF WS-Balance NOT > ZERO
               EXIT PARAGRAPH
           END-IF.
           IF APDueDate IS NUMERIC AND APDueDate > ZERO
               MOVE APDueDate TO WS-DueDate
           ELSE
               COMPUTE WS-DueDate = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(APDate) + WS-TermDays)
           END-IF.
           IF WS-DueDate > WS-CutoffDate
               EXIT PARAGRAPH
           END-IF.
           IF WS-SupItems = ZERO
               MOVE WS-CurSup TO PrnPSup
               MOVE WS-SupName TO PrnPName
               MOVE WS-SupIBAN TO PrnPIBAN
               WRITE PropLine FROM PropSupLine
                   AFTER ADVANCING 2 LINES
           END-IF.
           ADD 1 TO WS-SupItems.
           MOVE WS-RunID TO PropRunID.
           MOVE WS-CutoffDate TO PropCutoff.
           MOVE APSupCode TO PropSup.
           MOVE APInvNum TO PropInvNum.
           MOVE APSupRef TO PropSupRef.
           MOVE WS-DueDate TO PropDue.
           MOVE WS-Balance TO PropAmount.
           MOVE WS-OpID TO PropOpID.
           MOVE APInvNum TO PrnIInv.
           MOVE APSupRef TO PrnIRef.
           MOVE APDate TO PrnIDate.
           MOVE WS-DueDate TO PrnIDue.
           MOVE WS-Balance TO PrnIAmount.
           IF WS-SupIBAN = SPACES
               MOVE 'B' TO PropSelect
               MOVE "NO IBAN, NOT PAID" TO PrnINote
           ELSE
               MOVE 'Y' TO PropSelect
               MOVE SPACES TO PrnINote
               ADD 1 TO WS-ItemCount
               ADD WS-Balance TO WS-ItemTotal WS-SupPay
           END-IF.
           WRITE PropData.
           WRITE PropLine FROM PropItemLine AFTER ADVANCING 1 LINE.

       LoadProposal.
           MOVE ZERO TO WS-PropCount.
           OPEN INPUT PropFile.
           IF WS-PropStatus NOT = "00"
               CLOSE PropFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y' OR WS-PropCount >= 500
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
           DISPLAY "Sup  Invoice Reference  Due             Amount".
           MOVE ZERO TO WS-ItemCount WS-ItemTotal.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PropCount
               MOVE PropEntry(P) TO PropData
               MOVE PropAmount TO PrnAmount
               EVALUATE TRUE
                   WHEN PropIncluded
                       ADD 1 TO WS-ItemCount
                       ADD PropAmount TO WS-ItemTotal
                       DISPLAY PropSup " " PropInvNum "   "
                           PropSupRef " " PropDue " " PrnAmount
                   WHEN PropRemoved
                       DISPLAY PropSup " " PropInvNum "   "
                           PropSupRef " " PropDue " " PrnAmount
                           "  removed"
                   WHEN OTHER
                       DISPLAY PropSup " " PropInvNum "   "
                           PropSupRef " " PropDue " " PrnAmount
                           "  no IBAN"
               END-EVALUATE
           END-PERFORM.
           MOVE WS-ItemTotal TO PrnAmount.
           DISPLAY "To pay: " WS-ItemCount " invoices, total "
               PrnAmount.

       ReviewProposal.
           IF WS-OpRole NOT = 'S'
               DISPLAY "Only supervisors may change a payment "
                   "proposal."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LoadProposal.
           IF WS-PropCount = ZERO
               DISPLAY "No payment proposal pending."
               EXIT PARAGRAPH
           END-IF.
           MOVE PropEntry(1) TO PropData.
           DISPLAY "Proposal " PropRunID ", due by " PropCutoff.
           MOVE 1 TO WS-AskInv.
           PERFORM UNTIL WS-AskInv = ZERO
               PERFORM ShowProposal
               DISPLAY "Invoice to remove or restore (0 = done) : "
                   WITH NO ADVANCING
               ACCEPT WS-AskInv
               IF WS-AskInv NOT = ZERO
                   PERFORM ToggleProposalItem
               END-IF
           END-PERFORM.
           PERFORM SaveProposal.
           DISPLAY "Proposal saved.".

       ToggleProposalItem.
           MOVE 'N' TO WS-PropFound.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PropCount
               MOVE PropEntry(P) TO PropData
               IF PropInvNum = WS-AskInv
                   MOVE 'Y' TO WS-PropFound
                   EVALUATE TRUE
                       WHEN PropIncluded
                           MOVE 'N' TO PropSelect
                           MOVE WS-OpID TO PropOpID
                       WHEN PropRemoved
                           MOVE 'Y' TO PropSelect
                           MOVE WS-OpID TO PropOpID
                       WHEN OTHER
                           DISPLAY "Supplier " PropSup " has no "
                               "IBAN: amend it in Purchasing first."
                   END-EVALUATE
                   MOVE PropData TO PropEntry(P)
               END-IF
           END-PERFORM.
           IF WS-PropFound = 'N'
               DISPLAY "Invoice " WS-AskInv " is not in the "
                   "proposal."
           END-IF.

       ApproveProposal.
           *> Approvazione in un colpo solo: bonifici su file per la
           *> banca, pagamenti su 77appay.dat e fatture a 'P'. Ogni
           *> voce si ricontrolla: una fattura pagata a mano o
           *> cambiata dopo la proposta resta fuori.
           IF WS-OpRole NOT = 'S'
               DISPLAY "Only supervisors may approve a payment "
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
               DISPLAY "No payment proposal pending."
               EXIT PARAGRAPH
           END-IF.
           MOVE PropEntry(1) TO PropData.
           MOVE PropRunID TO WS-RunID.
           DISPLAY "Proposal " WS-RunID ", due by " PropCutoff.
           PERFORM ShowProposal.
           IF WS-ItemCount = ZERO
               DISPLAY "Nothing left to pay in this proposal."
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
           DISPLAY "Approve and pay (Y/N) : " WITH NO ADVANCING.
           ACCEPT WS-Confirm.
           IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
               DISPLAY "Proposal left pending."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LoadApPayments.
           OPEN I-O ApInvFile.
           IF WS-ApInvStatus NOT = "00"
               DISPLAY "No supplier invoices on file."
               CLOSE ApInvFile
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND ApPayFile.
           IF WS-ApPayStatus = "35"
               OPEN OUTPUT ApPayFile
               CLOSE ApPayFile
               OPEN EXTEND ApPayFile
           END-IF.
           MOVE SPACES TO WS-CtName.
           STRING "77" WS-RunID ".txt"
               DELIMITED BY SIZE INTO WS-CtName.
           OPEN OUTPUT TransferFile.
           MOVE SPACES TO CtRecord.
           MOVE 'H' TO CtHType.
           MOVE WS-RunID TO CtHRunID.
           MOVE WS-TodayDate TO CtHCreDate.
           MOVE WS-ExecDate TO CtHExecDate.
           MOVE WS-DebtorIBAN TO CtHDebtorIBAN.
           MOVE "EUR" TO CtHCurr.
           WRITE CtRecord.
           MOVE ZERO TO WS-CtCount WS-CtTotal WS-PostCount
               WS-SkipCount WS-SupItems WS-SupPay.
           MOVE SPACES TO WS-CurSup.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PropCount
               MOVE PropEntry(P) TO PropData
               IF PropIncluded
                   IF PropSup NOT = WS-CurSup
                       PERFORM WriteTransfer
                       PERFORM StartTransfer
                   END-IF
                   PERFORM PayOneItem
               END-IF
           END-PERFORM.
           PERFORM WriteTransfer.
           MOVE SPACES TO CtRecord.
           MOVE 'T' TO CtTType.
           MOVE WS-CtCount TO CtTCount.
           MOVE WS-CtTotal TO CtTTotal.
           WRITE CtRecord.
           CLOSE ApInvFile, ApPayFile, TransferFile.
           *> Proposta consumata: il file resta vuoto.
           OPEN OUTPUT PropFile.
           CLOSE PropFile.
           MOVE "APPROVE" TO WS-JrnAction.
           MOVE WS-RunID(4:10) TO WS-JrnKey.
           MOVE SPACES TO WS-JrnBefore WS-JrnAfter.
           MOVE WS-CtTotal TO PrnAmount.
           STRING WS-RunID " EXEC " WS-ExecDate " PAID "
               WS-PostCount " SKIPPED " WS-SkipCount " TRANSFERS "
               WS-CtCount " TOTAL " PrnAmount " BY " WS-OpID
               DELIMITED BY SIZE INTO WS-JrnAfter.
           CALL 'JRNL' USING WS-JrnFileCode, WS-JrnAction,
               WS-JrnKey, WS-JrnBefore, WS-JrnAfter.
           DISPLAY "----- Supplier Payment Run -----".
           DISPLAY "Run             : " WS-RunID.
           DISPLAY "Invoices paid   : " WS-PostCount.
           DISPLAY "Skipped         : " WS-SkipCount.
           DISPLAY "Transfers       : " WS-CtCount.
           DISPLAY "Total           : " PrnAmount.
           IF WS-CtCount = ZERO
               DISPLAY "Empty run, " WS-CtName " must not be sent."
           ELSE
               DISPLAY "Send " WS-CtName " to the bank."
           END-IF.

       StartTransfer.
           MOVE PropSup TO WS-CurSup WS-FindSup.
           PERFORM FindSupplier.
           MOVE 'N' TO WS-SupBlocked.
           IF WS-SupIBAN = SPACES
               MOVE 'Y' TO WS-SupBlocked
               DISPLAY "Supplier " WS-CurSup " has no IBAN any "
                   "more, its invoices are skipped."
           END-IF.
           MOVE ZERO TO WS-SupItems WS-SupPay.
           MOVE SPACES TO WS-Remit.
           MOVE 1 TO WS-RemitPtr.

       PayOneItem.
           IF WS-SupBlocked = 'Y'
               ADD 1 TO WS-SkipCount
               EXIT PARAGRAPH
           END-IF.
           MOVE PropInvNum TO APInvNum.
           MOVE 'Y' TO WS-ApExists.
           READ ApInvFile
               INVALID KEY MOVE 'N' TO WS-ApExists
           END-READ.
           IF WS-ApExists = 'N' OR NOT APMatched
               ADD 1 TO WS-SkipCount
               DISPLAY "Invoice " PropInvNum " no longer payable, "
                   "skipped."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ComputeApBalance.
           IF WS-Balance NOT = PropAmount
               ADD 1 TO WS-SkipCount
               DISPLAY "Invoice " PropInvNum " balance changed "
                   "since the proposal, skipped."
               EXIT PARAGRAPH
           END-IF.
           MOVE APInvNum TO APPayInvNum.
           MOVE WS-ExecDate TO APPayDate.
           MOVE PropAmount TO APPayAmount.
           WRITE ApPayData.
           MOVE 'P' TO APStatus.
           REWRITE ApInvData
               INVALID KEY CONTINUE
           END-REWRITE.
           ADD 1 TO WS-PostCount WS-SupItems.
           ADD PropAmount TO WS-SupPay.
           STRING APSupRef DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               INTO WS-Remit WITH POINTER WS-RemitPtr
               ON OVERFLOW CONTINUE
           END-STRING.

       WriteTransfer.
           IF WS-SupItems = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CtRecord.
           MOVE 'D' TO CtDType.
           MOVE WS-RunID(4:12) TO CtDRunStamp.
           MOVE WS-CurSup TO CtDSupCode.
           MOVE WS-SupName TO CtDName.
           MOVE WS-SupIBAN TO CtDIBAN.
           MOVE WS-SupBIC TO CtDBIC.
           MOVE WS-SupPay TO CtDAmount.
           MOVE WS-SupItems TO CtDInvCount.
           MOVE WS-Remit TO CtDRemit.
           WRITE CtRecord.
           ADD 1 TO WS-CtCount.
           ADD WS-SupPay TO WS-CtTotal.
           MOVE ZERO TO WS-SupItems WS-SupPay.
