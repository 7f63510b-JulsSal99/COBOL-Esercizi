               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CrnNum
               FILE STATUS IS WS-CrnStatus.
           SELECT InvLineFile ASSIGN TO "25invlines.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS InvLnKey
               FILE STATUS IS WS-InvLineStatus.
           SELECT MoveFile ASSIGN TO "27invmove.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MoveStatus.
       COPY "INVREC.cpy".
       FD CreditRegister.
       COPY "CRNREC.cpy".
       FD InvLineFile.
       COPY "INVLINE.cpy".
       FD MoveFile.
       COPY "MOVEREC.cpy".
       FD PaymentFile.
       01 WS-EOF PIC X.
       01 WS-StartOK PIC X.
       01 WS-InvExists PIC X.
       01 WS-InvLineStatus PIC XX.
       01 TaxRate PIC V999.
       01 WS-TaxClass PIC X(2).
       01 WS-TaxFound PIC X.
       01 WS-LineFound PIC X.
       01 CategoryTable.
           02 CatCount PIC 99 VALUE ZERO.
           02 CategoryEntry OCCURS 50 TIMES.
       01 CatIdx PIC 99.
       01 WS-RetProd PIC X(10).
       01 WS-RetQty PIC 9(3).
       01 WS-RetLot PIC X(12).
       *> Kit (BOMLOAD): niente giacenza propria, il reso rientra
       *> come componenti.
       01 BomTable.
           02 BomCount PIC 9(3).
           02 BomLine OCCURS 200 TIMES.
               03 BL-Kit PIC X(10).
               03 BL-Comp PIC X(10).
               03 BL-Qty PIC 9(3).
       01 WS-BomLoadOK PIC X.
       01 B PIC 9(3).
       01 WS-IsKit PIC X.
       01 WS-LkpPrice PIC 9(4)V99.
       01 WS-LkpDiscount PIC V999.
       01 WS-LkpFound PIC X.
       01 WS-LkpQty PIC 9(5).
       01 WS-LkpCust PIC 9(5) VALUE ZERO.
       01 WS-LkpAgreed PIC X.
       01 WS-NetPrice PIC 9(4)V99.
       01 WS-CreditNet PIC 9(7)V99.
       01 WS-CreditTax PIC 9(6)V99.
       01 WS-CreditGross PIC 9(7)V99.
       01 WS-IDSeries PIC X(4) VALUE "CRN ".
      *> Note di credito solo su fatture della societa' corrente,
      *> numerate nella sua fascia (CMPNEXT).
       01 WS-Company PIC X(2).
       01 WS-CmpName PIC X(30).
       01 WS-IDStatus PIC X.
       01 WS-TodayDate PIC 9(8).
       01 WS-FromDate PIC 9(8).
           02 PrnFromDate PIC 9(8).
           02 FILLER PIC X(3) VALUE " - ".
           02 PrnToDate PIC 9(8).
       01 CompanyLine.
           02 FILLER PIC X(9) VALUE "Company: ".
           02 PrnCompany PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCmpName PIC X(30).
       01 CreditLine.
           02 PrnCrnNum PIC 9(5).
           02 FILLER PIC X(6) VALUE " inv. ".
       StartPara.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           CALL 'CATLOAD' USING CategoryTable, WS-CatLoadOK.
           CALL 'BOMLOAD' USING BomTable, WS-BomLoadOK.
           CALL 'COMPGET' USING WS-Company, WS-CmpName.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "CUSTOMER RETURNS  company " WS-Company " "
                   WS-CmpName
               DISPLAY "1 : Process a Return"
               DISPLAY "2 : Returns Register Report"
               DISPLAY "0 : Quit"
               DISPLAY "Invoice not in register, return refused."
               EXIT PARAGRAPH
           END-IF.
           IF InvCompany NOT = WS-Company
               DISPLAY "Invoice belongs to company " InvCompany
                   ": sign on to it to credit it."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Invoice of " InvDate " customer " InvCustID
               " juris " InvJuris.
           DISPLAY "Returned product name: " WITH NO ADVANCING.
               DISPLAY "Quantity must not be zero, refused."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Lot number on the goods (blank = unknown): "
               WITH NO ADVANCING.
           ACCEPT WS-RetLot.
           PERFORM PriceReturn.
           IF WS-NetPrice = ZERO
               DISPLAY "No pricing for that product, refused."
               EXIT PARAGRAPH
           END-IF.
           PERFORM FindInvoiceTax.
           COMPUTE WS-CreditNet ROUNDED =
               WS-NetPrice * WS-RetQty.
           COMPUTE WS-CreditTax ROUNDED =
               WS-CreditNet + WS-CreditTax.
           PERFORM IssueCreditNote.

       FindInvoiceTax.
           *> Il credito storna l'IVA esattamente come addebitata:
           *> classe e aliquota della riga di fattura del prodotto.
           *> Fatture senza righe (emesse prima del dettaglio righe):
           *> aliquota effettiva della fattura, classe dal tax master.
           MOVE 'N' TO WS-LineFound.
           OPEN INPUT InvLineFile.
           IF WS-InvLineStatus = "00"
               MOVE InvNum TO InvLnInv
               MOVE ZERO TO InvLnSeq
               MOVE 'Y' TO WS-StartOK
               START InvLineFile KEY IS NOT LESS THAN InvLnKey
                   INVALID KEY MOVE 'N' TO WS-StartOK
               END-START
               MOVE 'N' TO WS-EOF
               IF WS-StartOK = 'Y'
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ InvLineFile NEXT RECORD
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF InvLnInv NOT = InvNum
                                   MOVE 'Y' TO WS-EOF
                               ELSE
                                   IF InvLnProd = WS-RetProd
                                       MOVE InvLnTaxClass TO
                                           WS-TaxClass
                                       MOVE InvLnTaxRate TO TaxRate
                                       MOVE 'Y' TO WS-LineFound
                                       MOVE 'Y' TO WS-EOF
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
           END-IF.
           CLOSE InvLineFile.
           IF WS-LineFound = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-TaxClass.
           CALL 'TAXLKUP' USING InvJuris, WS-RetProd, InvDate,
               WS-TaxClass, TaxRate, WS-TaxFound.
           IF InvNet > ZERO
               COMPUTE TaxRate ROUNDED = InvTax / InvNet
               IF TaxRate = ZERO
                   MOVE "EX" TO WS-TaxClass
               END-IF
           END-IF.

       PriceReturn.
           *> Stesso criterio di prezzo della fatturazione: listino
           *> in vigore alla data della fattura, CategoryTable come
           *> ripiego.
           MOVE ZERO TO WS-NetPrice.
           MOVE WS-RetQty TO WS-LkpQty.
           MOVE InvCustID TO WS-LkpCust.
           CALL 'PRCLKUP' USING WS-RetProd, InvDate,
               WS-LkpQty, WS-LkpPrice, WS-LkpDiscount,
               WS-LkpFound, WS-LkpCust, WS-LkpAgreed.
           IF WS-LkpFound = 'N'
               MOVE ZERO TO WS-LkpPrice WS-LkpDiscount
               PERFORM VARYING CatIdx FROM 1 BY 1
               WS-LkpPrice - (WS-LkpPrice * WS-LkpDiscount).

       IssueCreditNote.
           CALL 'CMPNEXT' USING WS-IDSeries, CrnNum, WS-IDStatus.
           IF WS-IDStatus = 'Y'
               DISPLAY "Credit note series exhausted."
               EXIT PARAGRAPH
           MOVE WS-CreditNet TO CrnNet.
           MOVE WS-CreditTax TO CrnTax.
           MOVE WS-CreditGross TO CrnGross.
           MOVE WS-TaxClass TO CrnTaxClass.
           MOVE TaxRate TO CrnTaxRate.
           MOVE InvCompany TO CrnCompany.
           WRITE CreditData
               INVALID KEY
                   DISPLAY "Credit note already in register."
               CLOSE MoveFile
               OPEN EXTEND MoveFile
           END-IF.
           MOVE 'R' TO MovType.
           *> Il reso rientra nel magazzino principale.
           MOVE "MAG" TO MovLoc.
           MOVE SPACES TO MovLocTo.
           MOVE ZERO TO MovExpiry.
           MOVE WS-TodayDate TO MovDate.
           *> Un kit rientra come i suoi componenti, come la
           *> spedizione li scarica (58.cob): un carico per
           *> componente, senza lotto (il lotto sul reso e' del kit).
           MOVE 'N' TO WS-IsKit.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > BomCount
               IF BL-Kit(B) = WS-RetProd
                   MOVE 'Y' TO WS-IsKit
                   MOVE BL-Comp(B) TO MovProdName
                   COMPUTE MovQty = WS-RetQty * BL-Qty(B)
                   MOVE SPACES TO MovLot
                   WRITE MoveData
               END-IF
           END-PERFORM.
           IF WS-IsKit = 'N'
               MOVE WS-RetProd TO MovProdName
               *> La scadenza del lotto la ritrova LOTLOAD dal carico
               *> originale.
               MOVE WS-RetLot TO MovLot
               MOVE WS-RetQty TO MovQty
               WRITE MoveData
           END-IF.
           CLOSE MoveFile.

       ReduceBalance.
           MOVE 'P' TO PayType.
           MOVE CrnCustID TO PayCustID.
           MOVE "CREDNOTE" TO PayReason.
           MOVE CrnCompany TO PayCompany.
           WRITE PaymentData
               INVALID KEY
                   DISPLAY "Payment sequence clash, record NOT "
           MOVE WS-ToDate TO PrnToDate.
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING
           PAGE.
           MOVE WS-Company TO PrnCompany.
           MOVE WS-CmpName TO PrnCmpName.
           WRITE PrintLine FROM CompanyLine AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-CreditCount WS-CreditTotal.
           MOVE 'Y' TO WS-StartOK.
           MOVE ZERO TO CrnNum.
                       NOT AT END
                           IF CrnDate >= WS-FromDate
                                   AND CrnDate <= WS-ToDate
                                   AND CrnCompany = WS-Company
                               MOVE CrnNum TO PrnCrnNum
                               MOVE CrnInvNum TO PrnInvNum
                               MOVE CrnDate TO PrnDate
