               ACCESS MODE IS DYNAMIC
               RECORD KEY IS InvNum
               FILE STATUS IS WS-RegStatus.
           SELECT InvLineFile ASSIGN TO "25invlines.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS InvLnKey
               FILE STATUS IS WS-InvLineStatus.
           SELECT InvoiceReport ASSIGN TO DYNAMIC WS-InvRptName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SpoolIndex ASSIGN TO "SPOOLIDX.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SpoolIdxStatus.
           SELECT ShipRegFile ASSIGN TO "58shipreg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ShipRegStatus.
           SELECT RateFile ASSIGN TO "29rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RateStatus.
       COPY "CUSTREC.cpy".
       FD InvRegister.
       COPY "INVREC.cpy".
       FD InvLineFile.
       COPY "INVLINE.cpy".
       FD InvoiceReport.
       01 PrintLine PIC X(70).
       FD SpoolIndex.
           02 SpoolPages PIC 9(3).
           02 SpoolLines PIC 9(5).
           02 SpoolFile PIC X(40).
       FD ShipRegFile.
       COPY "SHIPREC.cpy".
       FD RateFile.
       01 RateData.
           02 RateCurr PIC X(3).
       01 WS-OrdLineStatus PIC XX.
       01 WS-CustStatus PIC XX.
       01 WS-RegStatus PIC XX.
       01 WS-InvLineStatus PIC XX.
       01 WS-InvLnSeq PIC 9(3).
       01 CategoryTable.
           02 CatCount PIC 99 VALUE ZERO.
           02 CategoryEntry OCCURS 50 TIMES.
       01 WS-CatLoadOK PIC X.
       01 CatIdx PIC 99.
       01 WS-CatFound PIC X.
       01 WS-JurisCode PIC X(2) VALUE "US".
       01 TaxRate PIC V999 VALUE .075.
       01 WS-TaxClass PIC X(2).
       01 WS-TaxFound PIC X.
       01 WS-TaxExempt PIC X.
      *> Riepilogo IVA del documento per classe e aliquota.
       01 ClassTotals.
           02 WS-ClassCount PIC 99 VALUE ZERO.
           02 ClassEntry OCCURS 10 TIMES
                   DEPENDING ON WS-ClassCount.
               03 CT-Class PIC X(2).
               03 CT-Rate PIC V999.
               03 CT-Net PIC 9(7)V99.
               03 CT-Tax PIC 9(6)V99.
       01 CTIdx PIC 99.
      *> Ordini del documento col loro netto: il nolo si addebita
      *> per ordine, gratis da FREEFRTMIN (SYSPARM) in su.
       01 InvOrdTable.
           02 WS-InvOrdCount PIC 99 VALUE ZERO.
           02 InvOrdEntry OCCURS 50 TIMES
                   DEPENDING ON WS-InvOrdCount.
               03 IO-OrdNum PIC 9(5).
               03 IO-Net PIC 9(7)V99.
       01 IOIdx PIC 99.
       01 WS-ShipRegStatus PIC XX.
       01 WS-ShipEOF PIC X.
       01 WS-Freight PIC 9(5)V99.
       01 WS-FreeFrtMin PIC 9(5) VALUE ZERO.
       01 WS-ParmKey PIC X(12).
       01 WS-ParmValue PIC X(20).
       01 WS-ParmFound PIC X.
       01 WS-NoProd PIC X(10) VALUE SPACES.
       01 FreightWaivedLine.
           02 FILLER PIC X(15) VALUE "Freight order ".
           02 PrnWaivedOrd PIC 9(5).
           02 FILLER PIC X(28) VALUE " free of charge (order over ".
           02 PrnFreeMin PIC $$$,$$9.
           02 FILLER PIC X VALUE ")".
       01 OrdTable.
           02 WS-OrdCount PIC 9(3) VALUE ZERO.
           02 OrdEntry OCCURS 500 TIMES
                   DEPENDING ON WS-OrdCount.
               03 OT-OrdNum PIC 9(5).
               03 OT-OrdSeq PIC 99.
               03 OT-CustID PIC 9(5).
               03 OT-ProdName PIC X(10).
               03 OT-Qty PIC 9(3).
       01 WS-UnitPrice PIC 9(4)V99.
       01 WS-NetPrice PIC 9(4)V99.
       01 WS-LineNet PIC 9(6)V99.
       01 WS-LineDisc PIC V999.
       01 WS-LineTax PIC 9(5)V99.
       01 WS-InvNet PIC 9(7)V99.
       01 WS-InvTax PIC 9(6)V99.
       01 WS-InvGross PIC 9(7)V99.
       01 WS-IDSeries PIC X(4) VALUE "INV ".
      *> Si fatturano gli ordini della societa' corrente, coi
      *> numeri della sua fascia (CMPNEXT).
       01 WS-Company PIC X(2).
       01 WS-CmpName PIC X(30).
       01 WS-IDStatus PIC X.
       01 WS-NewInvNum PIC 9(5).
      *> Avviso e-mail al cliente (NOTIFY).
       01 WS-NtfEvent PIC X(8) VALUE "INVOICE".
       01 WS-NtfDetail PIC X(60).
       01 WS-NtfStatus PIC X.
       01 WS-NtfAmount PIC Z,ZZZ,ZZ9.99.
       01 WS-TodayDate PIC 9(8).
       01 WS-InvoiceCount PIC 9(4) VALUE ZERO.
       01 InvHeading.
           02 PrnInvNum PIC 9(5).
           02 FILLER PIC X(7) VALUE "  Date ".
           02 PrnInvDate PIC 9(8).
       01 CompanyLine.
           02 FILLER PIC X(9) VALUE "Company: ".
           02 PrnCompany PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCmpName PIC X(30).
       01 CustHeading.
           02 FILLER PIC X(6) VALUE "Bill: ".
           02 PrnCustName PIC X(32).
       01 InvTotalLine.
           02 FILLER PIC X(14) VALUE "Net total    :".
           02 PrnNet PIC $$,$$$,$$9.99.
           02 FILLER PIC X(9) VALUE "  Tax    ".
           02 FILLER PIC X(4) VALUE SPACE.
           02 FILLER PIC X(3) VALUE " : ".
           02 PrnTax PIC $$$,$$9.99.
       01 TaxClassLine.
           02 FILLER PIC X(10) VALUE "  class ".
           02 PrnTaxClass PIC X(2).
           02 FILLER PIC X(5) VALUE " net ".
           02 PrnClassNet PIC $$,$$$,$$9.99.
           02 FILLER PIC X(4) VALUE " at ".
           02 PrnTaxRate PIC .999.
           02 FILLER PIC X(3) VALUE " : ".
           02 PrnClassTax PIC $$$,$$9.99.
       01 ExemptLine.
           02 FILLER PIC X(31)
               VALUE "VAT exempt - certificate no.  ".
           02 PrnExemptCert PIC X(15).
           02 FILLER PIC X(8) VALUE " expires".
           02 PrnExemptExp PIC 9(8).
       01 InvGrossLine.
           02 FILLER PIC X(14) VALUE "Invoice total:".
           02 PrnGross PIC $$,$$$,$$9.99.
       01 TermsLine.
           02 FILLER PIC X(15) VALUE "Payment terms: ".
           02 PrnTermsCode PIC X(4).
           02 FILLER PIC X(11) VALUE "  Due date ".
           02 PrnDueDate PIC 9(8).
       01 CashDiscLine.
           02 FILLER PIC X(15) VALUE "Cash discount  ".
           02 PrnDiscPct PIC Z9.9.
           02 FILLER PIC X(2) VALUE "% ".
           02 PrnDiscAmt PIC $$$,$$9.99.
           02 FILLER PIC X(12) VALUE " if paid by ".
           02 PrnDiscDate PIC 9(8).
       01 WS-InvTerms PIC X(4).
       01 WS-InvDueDate PIC 9(8).
       01 WS-InvDiscDate PIC 9(8).
       01 WS-InvDiscRate PIC V999.
       01 WS-TermsFound PIC X.
       01 WS-CallFirst PIC X(20).
       01 WS-CallMiddle PIC X(20) VALUE SPACES.
       01 WS-CallLast PIC X(20).
       01 WS-LkpDiscount PIC V999.
       01 WS-LkpFound PIC X.
       01 WS-LkpQty PIC 9(5).
       01 WS-LkpCust PIC 9(5) VALUE ZERO.
       01 WS-LkpAgreed PIC X.
       01 WS-RateStatus PIC XX.
       01 WS-SpoolIdxStatus PIC XX.
       01 WS-InvRptName PIC X(40).
       01 WS-RateBestDate PIC 9(8).
       01 WS-BaseNet PIC 9(8)V99.
       01 WS-BaseGross PIC 9(8)V99.
       01 WS-OrdBaseNet PIC 9(8)V99.
       01 WS-LineBase PIC 9(7)V99.
       01 CurrHeading.
           02 FILLER PIC X(20) VALUE "Document currency : ".
           02 PrnBaseNet PIC $$,$$$,$$9.99.
           02 FILLER PIC X(8) VALUE "  total ".
           02 PrnBaseGross PIC $$,$$$,$$9.99.
       01 BomTable.
           02 BomCount PIC 9(3).
           02 BomLine OCCURS 200 TIMES.
               03 BL-Kit PIC X(10).
               03 BL-Comp PIC X(10).
               03 BL-Qty PIC 9(3).
       01 WS-BomLoadOK PIC X.
       01 B PIC 9(3).
       01 WS-KitCompQty PIC 9(6).
       01 KitCompLine.
           02 FILLER PIC X(8) VALUE "  incl. ".
           02 PrnKitComp PIC X(10).
           02 FILLER PIC X(3) VALUE " x ".
           02 PrnKitCompQty PIC ZZZZZ9.
       PROCEDURE DIVISION.
       StartPara.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           CALL 'COMPGET' USING WS-Company, WS-CmpName.
           CALL 'PERCHK' USING WS-TodayDate, WS-PeriodClosed.
           IF WS-PeriodClosed = 'Y'
               DISPLAY "Periodo contabile chiuso: nessuna fattura "
                   "disponibile."
               STOP RUN
           END-IF.
           CALL 'BOMLOAD' USING BomTable, WS-BomLoadOK.
           PERFORM LoadOrders.
           MOVE "FREEFRTMIN" TO WS-ParmKey.
           CALL 'PARMGET' USING WS-ParmKey, WS-ParmValue,
               WS-ParmFound.
           IF WS-ParmFound = 'Y' AND WS-ParmValue(1:5) IS NUMERIC
               MOVE WS-ParmValue(1:5) TO WS-FreeFrtMin
           END-IF.
           IF WS-OrdCount = ZERO
               DISPLAY "No shipped orders to invoice for company "
                   WS-Company "."
               STOP RUN
           END-IF.

               CLOSE InvRegister
               OPEN I-O InvRegister
           END-IF.
           OPEN I-O InvLineFile.
           IF WS-InvLineStatus = "35"
               OPEN OUTPUT InvLineFile
               CLOSE InvLineFile
               OPEN I-O InvLineFile
           END-IF.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-OrdCount
               IF OT-Done(I) = 'N'
               END-IF
           END-PERFORM.

           CLOSE CustomerFIle, InvRegister, InvLineFile.
           PERFORM MarkOrdersInvoiced.
           DISPLAY "Invoice run complete: " WS-InvoiceCount
               " invoices written to register (one document "
           END-PERFORM.
           CLOSE OrderFile.

       LookupLineTax.
           *> Aliquota per riga dal tax master condiviso (TAXLKUP),
           *> per giurisdizione e classe fiscale del prodotto alla
           *> data fattura. Il cliente con certificato di esenzione
           *> valido paga zero, classe "EX".
           IF WS-TaxExempt = 'Y'
               MOVE "EX" TO WS-TaxClass
               MOVE ZERO TO TaxRate
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-TaxClass.
           CALL 'TAXLKUP' USING WS-JurisCode, OT-ProdName(J),
               WS-TodayDate, WS-TaxClass, TaxRate, WS-TaxFound.
           IF WS-TaxFound = 'N'
               DISPLAY "Warning: no " WS-JurisCode "/" WS-TaxClass
                   " rate on file for " OT-ProdName(J)
                   ", default rate used."
           END-IF.

       AddClassTotal.
           PERFORM VARYING CTIdx FROM 1 BY 1
                   UNTIL CTIdx > WS-ClassCount
                   OR (CT-Class(CTIdx) = WS-TaxClass
                       AND CT-Rate(CTIdx) = TaxRate)
               CONTINUE
           END-PERFORM.
           IF CTIdx > WS-ClassCount
               IF WS-ClassCount >= 10
                   MOVE 10 TO CTIdx
               ELSE
                   ADD 1 TO WS-ClassCount
                   MOVE WS-ClassCount TO CTIdx
                   MOVE WS-TaxClass TO CT-Class(CTIdx)
                   MOVE TaxRate TO CT-Rate(CTIdx)
                   MOVE ZERO TO CT-Net(CTIdx) CT-Tax(CTIdx)
               END-IF
           END-IF.
           ADD WS-LineNet TO CT-Net(CTIdx).
           ADD WS-LineTax TO CT-Tax(CTIdx).

       SetDocCurrency.
           EVALUATE WS-JurisCode
                           *> una voce di tabella per ogni riga
                           *> dell'ordine.
                           IF OrdStatus = 'S'
                                   AND OrdCompany = WS-Company
                               PERFORM LoadOrderLines
                           END-IF
                   END-READ
                               ADD 1 TO WS-OrdCount
                               MOVE OrdNum TO
                                   OT-OrdNum(WS-OrdCount)
                               MOVE OrdLineSeq TO
                                   OT-OrdSeq(WS-OrdCount)
                               MOVE OrdCustID TO
                                   OT-CustID(WS-OrdCount)
                               MOVE OrdLineProd TO
           END-PERFORM.

       BuildInvoice.
           CALL 'CMPNEXT' USING WS-IDSeries, WS-NewInvNum,
               WS-IDStatus.
           IF WS-IDStatus = 'Y'
               DISPLAY "Invoice number series exhausted."
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-InvNet WS-InvTax WS-InvGross.
           MOVE ZERO TO WS-InvLnSeq WS-ClassCount WS-InvOrdCount.

           MOVE WS-CurCust TO IDNum.
           READ CustomerFIle
               INVALID KEY
                   MOVE SPACES TO FirstName LastName Addr
                       CustTerms
                   DISPLAY "Warning: customer " WS-CurCust
                       " not on file, invoiced without address."
           END-READ.
           *> piu' nulla.
           CALL 'JURISMAP' USING AddrProv, AddrCountry,
               WS-JurisCode.
           MOVE 'N' TO WS-TaxExempt.
           IF WS-CustStatus = "00" AND CustExemptCert NOT = SPACES
                   AND CustExemptExp IS NUMERIC
                   AND CustExemptExp >= WS-TodayDate
               MOVE 'Y' TO WS-TaxExempt
           END-IF.
           PERFORM SetDocCurrency.
           PERFORM LookupBookedRate.
           PERFORM SetPaymentTerms.

           MOVE WS-NewInvNum TO PrnInvNum.
           MOVE WS-TodayDate TO PrnInvDate.
           WRITE PrintLine FROM InvHeading AFTER ADVANCING PAGE.
           MOVE WS-Company TO PrnCompany.
           MOVE WS-CmpName TO PrnCmpName.
           WRITE PrintLine FROM CompanyLine AFTER ADVANCING 1 LINE.
           MOVE WS-FullName TO PrnCustName.
           MOVE AddrStreet TO PrnCustAddr.
           WRITE PrintLine FROM CustHeading AFTER ADVANCING 1 LINE.
                   MOVE 'Y' TO OT-Done(J)
               END-IF
           END-PERFORM.
           PERFORM VARYING IOIdx FROM 1 BY 1
                   UNTIL IOIdx > WS-InvOrdCount
               PERFORM AddFreightLine
           END-PERFORM.

           *> L'IVA del documento e' la somma delle righe, ognuna
           *> alla sua aliquota.
           COMPUTE WS-InvGross = WS-InvNet + WS-InvTax.
           MOVE WS-InvNet TO PrnNet.
           MOVE WS-InvTax TO PrnTax.
           WRITE PrintLine FROM InvTotalLine AFTER ADVANCING 2
           LINES.
           PERFORM VARYING CTIdx FROM 1 BY 1
                   UNTIL CTIdx > WS-ClassCount
               MOVE CT-Class(CTIdx) TO PrnTaxClass
               MOVE CT-Net(CTIdx) TO PrnClassNet
               MOVE CT-Rate(CTIdx) TO PrnTaxRate
               MOVE CT-Tax(CTIdx) TO PrnClassTax
               WRITE PrintLine FROM TaxClassLine AFTER ADVANCING 1
               LINE
               ADD 1 TO WS-RptLines
           END-PERFORM.
           IF WS-TaxExempt = 'Y'
               MOVE CustExemptCert TO PrnExemptCert
               MOVE CustExemptExp TO PrnExemptExp
               WRITE PrintLine FROM ExemptLine AFTER ADVANCING 1
               LINE
               ADD 1 TO WS-RptLines
           END-IF.
           MOVE WS-InvGross TO PrnGross.
           WRITE PrintLine FROM InvGrossLine AFTER ADVANCING 1 LINE.
           COMPUTE WS-BaseNet ROUNDED = WS-InvNet * WS-BookedRate.
           MOVE WS-BaseGross TO PrnBaseGross.
           WRITE PrintLine FROM BaseTotalLine AFTER ADVANCING 1
           LINE.
           MOVE WS-InvTerms TO PrnTermsCode.
           MOVE WS-InvDueDate TO PrnDueDate.
           WRITE PrintLine FROM TermsLine AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-RptLines.
           IF WS-InvDiscRate > ZERO
               COMPUTE PrnDiscPct = WS-InvDiscRate * 100
               COMPUTE PrnDiscAmt ROUNDED =
                   WS-InvGross * WS-InvDiscRate
               MOVE WS-InvDiscDate TO PrnDiscDate
               WRITE PrintLine FROM CashDiscLine AFTER ADVANCING 1
               LINE
               ADD 1 TO WS-RptLines
           END-IF.

           MOVE WS-NewInvNum TO InvNum.
           MOVE WS-CurCust TO InvCustID.
           *> Provvigioni: l'agente del primo ordine fatturato
           *> firma la fattura.
           MOVE OT-Rep(I) TO InvSalesRep.
           MOVE WS-InvTerms TO InvTerms.
           MOVE WS-InvDueDate TO InvDueDate.
           MOVE WS-InvDiscDate TO InvDiscDate.
           MOVE WS-InvDiscRate TO InvDiscRate.
           MOVE WS-Company TO InvCompany.
           SET InvSale TO TRUE.
           WRITE InvRegData
               INVALID KEY
                   DISPLAY "Invoice " WS-NewInvNum
                       " already in register."
               NOT INVALID KEY
                   PERFORM NotifyInvoice
           END-WRITE.
           ADD 1 TO WS-InvoiceCount.
           CLOSE InvoiceReport.
           PERFORM WriteSpoolIndex.

       NotifyInvoice.
           MOVE WS-InvGross TO WS-NtfAmount.
           MOVE SPACES TO WS-NtfDetail.
           STRING "Importo " FUNCTION TRIM(WS-NtfAmount) " "
               WS-DocCurr ", scadenza " WS-InvDueDate(7:2) "/"
               WS-InvDueDate(5:2) "/" WS-InvDueDate(1:4) "."
               DELIMITED BY SIZE INTO WS-NtfDetail
           END-STRING.
           CALL 'NOTIFY' USING WS-NtfEvent, WS-CurCust,
               WS-NewInvNum, WS-NtfDetail, WS-NtfStatus.

       SetPaymentTerms.
           *> Scadenza e sconto cassa dalle condizioni del cliente;
           *> condizione sparita dal master = scadenza a vista.
           MOVE CustTerms TO WS-InvTerms.
           CALL 'TERMCALC' USING WS-InvTerms, WS-TodayDate,
               WS-InvDueDate, WS-InvDiscDate, WS-InvDiscRate,
               WS-TermsFound.
           IF WS-TermsFound NOT = 'Y'
               DISPLAY "Warning: payment terms " WS-InvTerms
                   " of customer " WS-CurCust " not on file, "
                   "invoice due on receipt."
           END-IF.

       WriteSpoolIndex.
           OPEN EXTEND SpoolIndex.
           IF WS-SpoolIdxStatus = "35"
           MOVE WS-TodayDate TO SpoolRunDate.
           ACCEPT SpoolRunTime FROM TIME.
           MOVE 1 TO SpoolPages.
           COMPUTE SpoolLines = WS-RptLines + 10.
           MOVE WS-InvRptName TO SpoolFile.
           WRITE SpoolIdxRecord.
           CLOSE SpoolIndex.
           WRITE PrintLine FROM InvDetailLine AFTER ADVANCING 1
           LINE.
           ADD 1 TO WS-RptLines.
           PERFORM PrintKitComponents.
           ADD WS-LineNet TO WS-InvNet.
           PERFORM LookupLineTax.
           COMPUTE WS-LineTax ROUNDED = WS-LineNet * TaxRate.
           ADD WS-LineTax TO WS-InvTax.
           PERFORM AddClassTotal.
           PERFORM WriteInvoiceLine.
           PERFORM TallyOrderNet.

       PrintKitComponents.
           *> Il kit si fattura al suo prezzo: i componenti sono
           *> solo descrittivi, senza importi ne' righe in archivio.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > BomCount
               IF BL-Kit(B) = OT-ProdName(J)
                   COMPUTE WS-KitCompQty = BL-Qty(B) * OT-Qty(J)
                   MOVE BL-Comp(B) TO PrnKitComp
                   MOVE WS-KitCompQty TO PrnKitCompQty
                   WRITE PrintLine FROM KitCompLine AFTER
                       ADVANCING 1 LINE
                   ADD 1 TO WS-RptLines
               END-IF
           END-PERFORM.

       TallyOrderNet.
           PERFORM VARYING IOIdx FROM 1 BY 1
                   UNTIL IOIdx > WS-InvOrdCount
                   OR IO-OrdNum(IOIdx) = OT-OrdNum(J)
               CONTINUE
           END-PERFORM.
           IF IOIdx > WS-InvOrdCount
               IF WS-InvOrdCount >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-InvOrdCount
               MOVE WS-InvOrdCount TO IOIdx
               MOVE OT-OrdNum(J) TO IO-OrdNum(IOIdx)
               MOVE ZERO TO IO-Net(IOIdx)
           END-IF.
           ADD WS-LineNet TO IO-Net(IOIdx).

       AddFreightLine.
           *> Nolo calcolato alla spedizione (58shipreg.dat): riga
           *> a parte, imponibile con la classe fiscale "FR".
           PERFORM FindOrderFreight.
           IF WS-Freight = ZERO
               EXIT PARAGRAPH
           END-IF.
           *> La soglia FREEFRTMIN e' in valuta base: il netto
           *> dell'ordine si porta al cambio della fattura.
           COMPUTE WS-OrdBaseNet ROUNDED =
               IO-Net(IOIdx) * WS-BookedRate.
           IF WS-FreeFrtMin > ZERO
                   AND WS-OrdBaseNet >= WS-FreeFrtMin
               MOVE IO-OrdNum(IOIdx) TO PrnWaivedOrd
               MOVE WS-FreeFrtMin TO PrnFreeMin
               WRITE PrintLine FROM FreightWaivedLine AFTER
                   ADVANCING 1 LINE
               ADD 1 TO WS-RptLines
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Freight TO WS-LineNet WS-UnitPrice.
           MOVE ZERO TO WS-LineDisc PrnDisc.
           MOVE "Freight" TO PrnProdName.
           MOVE 1 TO PrnQty.
           MOVE WS-UnitPrice TO PrnUnitPrice.
           MOVE WS-LineNet TO PrnLineTotal.
           COMPUTE WS-LineBase ROUNDED =
               WS-LineNet * WS-BookedRate.
           MOVE WS-LineBase TO PrnLineBase.
           WRITE PrintLine FROM InvDetailLine AFTER ADVANCING 1
           LINE.
           ADD 1 TO WS-RptLines.
           ADD WS-LineNet TO WS-InvNet.
           IF WS-TaxExempt = 'Y'
               MOVE "EX" TO WS-TaxClass
               MOVE ZERO TO TaxRate
           ELSE
               MOVE "FR" TO WS-TaxClass
               CALL 'TAXLKUP' USING WS-JurisCode, WS-NoProd,
                   WS-TodayDate, WS-TaxClass, TaxRate, WS-TaxFound
           END-IF.
           COMPUTE WS-LineTax ROUNDED = WS-LineNet * TaxRate.
           ADD WS-LineTax TO WS-InvTax.
           PERFORM AddClassTotal.
           ADD 1 TO WS-InvLnSeq.
           MOVE WS-NewInvNum TO InvLnInv.
           MOVE WS-InvLnSeq TO InvLnSeq.
           MOVE IO-OrdNum(IOIdx) TO InvLnOrd.
           MOVE ZERO TO InvLnOrdSeq.
           MOVE "FREIGHT" TO InvLnProd.
           MOVE 1 TO InvLnQty.
           MOVE WS-UnitPrice TO InvLnUnitPrice.
           MOVE ZERO TO InvLnDisc.
           MOVE WS-LineNet TO InvLnNet.
           MOVE WS-TaxClass TO InvLnTaxClass.
           MOVE TaxRate TO InvLnTaxRate.
           MOVE WS-LineTax TO InvLnTax.
           WRITE InvLineData
               INVALID KEY
                   DISPLAY "Invoice line " WS-NewInvNum "/"
                       WS-InvLnSeq " already on file."
           END-WRITE.

       FindOrderFreight.
           MOVE ZERO TO WS-Freight.
           OPEN INPUT ShipRegFile.
           IF WS-ShipRegStatus NOT = "00"
               CLOSE ShipRegFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-ShipEOF.
           PERFORM UNTIL WS-ShipEOF = 'Y'
               READ ShipRegFile
                   AT END MOVE 'Y' TO WS-ShipEOF
                   NOT AT END
                       IF ShpOrdNum = IO-OrdNum(IOIdx)
                               AND ShpFreight IS NUMERIC
                           ADD ShpFreight TO WS-Freight
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ShipRegFile.

       WriteInvoiceLine.
           *> La riga fatturata resta agganciata alla riga d'ordine
           *> col prezzo applicato: l'export elettronico (112.cob)
           *> ricostruisce il documento da qui.
           ADD 1 TO WS-InvLnSeq.
           MOVE WS-NewInvNum TO InvLnInv.
           MOVE WS-InvLnSeq TO InvLnSeq.
           MOVE OT-OrdNum(J) TO InvLnOrd.
           MOVE OT-OrdSeq(J) TO InvLnOrdSeq.
           MOVE OT-ProdName(J) TO InvLnProd.
           MOVE OT-Qty(J) TO InvLnQty.
           MOVE WS-UnitPrice TO InvLnUnitPrice.
           MOVE WS-LineDisc TO InvLnDisc.
           MOVE WS-LineNet TO InvLnNet.
           MOVE WS-TaxClass TO InvLnTaxClass.
           MOVE TaxRate TO InvLnTaxRate.
           MOVE WS-LineTax TO InvLnTax.
           WRITE InvLineData
               INVALID KEY
                   DISPLAY "Invoice line " WS-NewInvNum "/"
                       WS-InvLnSeq " already on file."
           END-WRITE.

       GetCatalogPrice.
           MOVE 'N' TO WS-CatFound.
           MOVE ZERO TO WS-UnitPrice.
           MOVE ZERO TO PrnDisc WS-LineDisc.
           MOVE ZERO TO WS-NetPrice.
           *> Prezzo bloccato sulla riga (preventivo convertito):
           *> vince su listino e catalogo.
           MOVE OT-ProdName(J) TO WS-LkpProdName.
           MOVE OT-Date(J) TO WS-LkpDate.
           MOVE OT-Qty(J) TO WS-LkpQty.
           MOVE OT-CustID(J) TO WS-LkpCust.
           CALL 'PRCLKUP' USING WS-LkpProdName, WS-LkpDate,
               WS-LkpQty, WS-LkpPrice, WS-LkpDiscount,
               WS-LkpFound, WS-LkpCust, WS-LkpAgreed.
           IF WS-LkpFound = 'Y'
               MOVE 'Y' TO WS-CatFound
               MOVE WS-LkpPrice TO WS-UnitPrice
               MOVE WS-LkpDiscount TO PrnDisc WS-LineDisc
               COMPUTE WS-NetPrice ROUNDED =
                   WS-LkpPrice - (WS-LkpPrice * WS-LkpDiscount)
               EXIT PARAGRAPH
                   MOVE 'Y' TO WS-CatFound
                   MOVE CatUnitPrice(CatIdx) TO WS-UnitPrice
                   MOVE CatDiscount(CatIdx) TO PrnDisc
                       WS-LineDisc
                   COMPUTE WS-NetPrice ROUNDED =
                       CatUnitPrice(CatIdx) - (CatUnitPrice(CatIdx)
                       * CatDiscount(CatIdx))
