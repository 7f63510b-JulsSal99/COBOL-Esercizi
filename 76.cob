               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PONum
               FILE STATUS IS WS-PoStatus.
           SELECT SourcingFile ASSIGN TO "76sourcing.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SrcProd
               FILE STATUS IS WS-SrcStatus.
           SELECT MoveFile ASSIGN TO "27invmove.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MoveStatus.
           SELECT PoRecvFile ASSIGN TO "76porecv.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PoRecvStatus.
       DATA DIVISION.
       FILE SECTION.
       FD SupplierFile.
       COPY "SUPREC.cpy".
       FD PoFile.
       COPY "POREC.cpy".
       FD SourcingFile.
       COPY "SRCREC.cpy".
       FD MoveFile.
       COPY "MOVEREC.cpy".
       FD PoRecvFile.
       COPY "PORCVREC.cpy".
       WORKING-STORAGE SECTION.
       01 WS-SupStatus PIC XX.
       01 WS-PoStatus PIC XX.
       01 WS-SrcStatus PIC XX.
       01 WS-MoveStatus PIC XX.
       01 WS-PoRecvStatus PIC XX.
       01 WS-TodayDate PIC 9(8).
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-EOF PIC X.
       01 WS-StartOK PIC X.
       01 WS-PoExists PIC X.
       01 WS-SupFound PIC X.
       01 WS-AskSup PIC X(4).
       01 WS-RecQty PIC 9(5).
       01 WS-OpenQty PIC 9(5).
       01 WS-RecLot PIC X(12).
       01 WS-RecExpiry PIC 9(8).
       01 WS-RelQty PIC 9(5).
       01 WS-SrcExists PIC X.
       01 WS-TermsOK PIC X.
       01 WS-IBANIn PIC X(40).
       01 WS-IBAN PIC X(34).
       01 WS-IBANValid PIC X.
       01 WS-VatIn PIC X(20).
       01 WS-VatValid PIC X.
       01 WS-CatFound PIC X.
       01 CategoryTable.
           02 CatCount PIC 99 VALUE ZERO.
           02 CategoryEntry OCCURS 50 TIMES.
               03 CatDiscount PIC V999.
       01 WS-CatLoadOK PIC X.
       01 CatIdx PIC 99.
       01 WS-OpID PIC X(8).
       01 WS-OpRole PIC X.
       01 WS-SignonOK PIC X.
      *> Nuovo fornitore o variazione di uno esistente: va in coda
      *> di approvazione (CHGQADD) e entra in 76supplier.dat solo
      *> quando un approvatore diverso da chi l'ha immesso lo
      *> accetta in ChangeQueue (150.cob).
       01 WS-CqType PIC X(8) VALUE "SUPPLIER".
       01 WS-CqKey PIC X(15).
       01 WS-CqBefore PIC X(140).
       01 WS-CqAfter PIC X(140).
       01 WS-CqNum PIC 9(5).
       PROCEDURE DIVISION.
       StartPara.
           CALL 'SIGNON' USING WS-OpID, WS-OpRole, WS-SignonOK.
           IF WS-SignonOK NOT = 'Y'
               DISPLAY "Sign-on failed, program ends."
               STOP RUN
           END-IF.
           CALL 'CATLOAD' USING CategoryTable, WS-CatLoadOK.
           IF WS-CatLoadOK NOT = 'Y'
               DISPLAY "Errore: catalogo categorie non "
               DISPLAY "3 : Generate POs for Low Stock"
               DISPLAY "4 : List Open POs"
               DISPLAY "5 : Goods Receipt against PO"
               DISPLAY "6 : List Product Sourcing"
               DISPLAY "7 : Set Product Sourcing"
               DISPLAY "8 : Amend Supplier Terms, Bank and VAT"
               DISPLAY "9 : Cancel Purchase Order"
               DISPLAY "0 : Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
                   WHEN 3 PERFORM GeneratePOs
                   WHEN 4 PERFORM ListOpenPOs
                   WHEN 5 PERFORM GoodsReceipt
                   WHEN 6 PERFORM ListSourcing
                   WHEN 7 PERFORM SetSourcing
                   WHEN 8 PERFORM AmendSupplier
                   WHEN 9 PERFORM CancelPO
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
               EXIT PARAGRAPH
           END-IF.
           DISPLAY " ".
           DISPLAY "Code Name                 Phone           "
               "Terms IBAN".
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SupplierFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SupTermDays IS NOT NUMERIC
                           MOVE ZERO TO SupTermDays
                       END-IF
                       DISPLAY SupCode " " SupName " " SupPhone
                           " " SupTermDays "   " SupIBAN
               END-READ
           END-PERFORM.
           CLOSE SupplierFile.
               DISPLAY "Code must not be blank, refused."
               EXIT PARAGRAPH
           END-IF.
           MOVE SupCode TO WS-AskSup.
           PERFORM CheckSupplier.
           IF WS-SupFound = 'Y'
               DISPLAY "Supplier " WS-AskSup " already on file, "
                   "refused."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SupplierData.
           MOVE WS-AskSup TO SupCode.
           DISPLAY "Name : " WITH NO ADVANCING.
           ACCEPT SupName.
           DISPLAY "Phone : " WITH NO ADVANCING.
           ACCEPT SupPhone.
           DISPLAY "Email : " WITH NO ADVANCING.
           ACCEPT SupEmail.
           MOVE ZERO TO SupTermDays.
           MOVE SPACES TO SupIBAN SupBIC.
           PERFORM AskPayTerms.
           IF WS-TermsOK = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SupCountry SupVatNum.
           PERFORM AskVatData.
           IF WS-TermsOK = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CqKey WS-CqBefore.
           MOVE SupCode TO WS-CqKey.
           MOVE SupplierData TO WS-CqAfter.
           CALL 'CHGQADD' USING WS-CqType, WS-CqKey, WS-OpID,
               WS-CqBefore, WS-CqAfter, WS-CqNum.
           IF WS-CqNum = ZERO
               DISPLAY "Supplier " SupCode " NOT queued."
           ELSE
               DISPLAY "Supplier " SupCode " queued for approval "
                   "as change " WS-CqNum "."
           END-IF.

       AskPayTerms.
           *> Termini e coordinate per la proposta di pagamento di
           *> Payables (77.cob): senza IBAN il fornitore resta fuori
           *> dai bonifici.
           MOVE 'N' TO WS-TermsOK.
           DISPLAY "Payment terms, days from invoice (0 = 30) : "
               WITH NO ADVANCING.
           ACCEPT SupTermDays.
           IF SupTermDays = ZERO
               MOVE 30 TO SupTermDays
           END-IF.
           DISPLAY "IBAN (blank = none) : " WITH NO ADVANCING.
           ACCEPT WS-IBANIn.
           IF WS-IBANIn = SPACES
               MOVE SPACES TO SupIBAN SupBIC
               MOVE 'Y' TO WS-TermsOK
               EXIT PARAGRAPH
           END-IF.
           CALL 'IBANCHK' USING WS-IBANIn, WS-IBAN, WS-IBANValid.
           IF WS-IBANValid = 'N'
               DISPLAY "IBAN " WS-IBANIn " is not valid, refused."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IBAN TO SupIBAN.
           DISPLAY "BIC (blank if not needed) : " WITH NO ADVANCING.
           ACCEPT SupBIC.
           MOVE FUNCTION UPPER-CASE(SupBIC) TO SupBIC.
           IF SupBIC NOT = SPACES
                   AND (SupBIC(8:1) = SPACE
                   OR (SupBIC(9:3) NOT = SPACES
                   AND SupBIC(11:1) = SPACE))
               DISPLAY "BIC must be 8 or 11 characters, refused."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-TermsOK.

       AskVatData.
           *> Paese e partita IVA per gli elenchi acquisti UE: il
           *> formato si controlla con VATCHK, fuori UE si tiene
           *> com'e'.
           MOVE 'N' TO WS-TermsOK.
           DISPLAY "Country (2 chars) : " WITH NO ADVANCING.
           ACCEPT SupCountry.
           MOVE FUNCTION UPPER-CASE(SupCountry) TO SupCountry.
           DISPLAY "VAT number (blank = none) : " WITH NO ADVANCING.
           ACCEPT WS-VatIn.
           IF WS-VatIn = SPACES
               MOVE SPACES TO SupVatNum
               MOVE 'Y' TO WS-TermsOK
               EXIT PARAGRAPH
           END-IF.
           CALL 'VATCHK' USING SupCountry, WS-VatIn, SupVatNum,
               WS-VatValid.
           IF WS-VatValid = 'N'
               DISPLAY "VAT number " WS-VatIn " is not valid for "
                   "country " SupCountry ", refused."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-TermsOK.

       AmendSupplier.
           *> Termini, IBAN e dati IVA sono dati di pagamento: la
           *> variazione va in coda (CHGQADD) con il record attuale
           *> come prima e quello nuovo come dopo, e la applica in
           *> 76supplier.dat un approvatore diverso in ChangeQueue
           *> (150.cob), come per i fornitori nuovi.
           DISPLAY "Supplier code : " WITH NO ADVANCING.
           ACCEPT WS-AskSup.
           MOVE 'N' TO WS-SupFound.
           OPEN INPUT SupplierFile.
           IF WS-SupStatus NOT = "00"
               DISPLAY "No suppliers on file."
               CLOSE SupplierFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y' OR WS-SupFound = 'Y'
               READ SupplierFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SupCode = WS-AskSup
                           MOVE 'Y' TO WS-SupFound
                           MOVE SPACES TO WS-CqBefore
                           MOVE SupplierData TO WS-CqBefore
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SupplierFile.
           IF WS-SupFound = 'N'
               DISPLAY "Supplier not on file."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CqBefore TO SupplierData.
           IF SupTermDays IS NOT NUMERIC
               MOVE ZERO TO SupTermDays
           END-IF.
           DISPLAY SupCode " " SupName.
           DISPLAY "Current terms " SupTermDays " days, IBAN "
               SupIBAN " BIC " SupBIC.
           DISPLAY "Current country " SupCountry " VAT number "
               SupVatNum.
           PERFORM AskPayTerms.
           IF WS-TermsOK = 'N'
               EXIT PARAGRAPH
           END-IF.
           PERFORM AskVatData.
           IF WS-TermsOK = 'N'
               EXIT PARAGRAPH
           END-IF.
           IF SupplierData = WS-CqBefore(1:133)
               DISPLAY "Nothing changed."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CqKey WS-CqAfter.
           MOVE SupCode TO WS-CqKey.
           MOVE SupplierData TO WS-CqAfter.
           CALL 'CHGQADD' USING WS-CqType, WS-CqKey, WS-OpID,
               WS-CqBefore, WS-CqAfter, WS-CqNum.
           IF WS-CqNum = ZERO
               DISPLAY "Amendment to " SupCode " NOT queued."
           ELSE
               DISPLAY "Amendment to " SupCode " queued for approval "
                   "as change " WS-CqNum "."
           END-IF.

       CheckSupplier.
           MOVE 'N' TO WS-SupFound.
           CLOSE SupplierFile.

       GeneratePOs.
           *> Punto di riordino e quantita' dai consumi e dal lead
           *> time di 76sourcing.dat: lo stesso passo che gira di
           *> notte in NightlyDriver, proposta su 121reorder.rpt.
           CALL 'ReorderRun'
               ON EXCEPTION
                   DISPLAY "Reorder run not available."
           END-CALL.

       ListSourcing.
           OPEN INPUT SourcingFile.
           IF WS-SrcStatus NOT = "00"
               DISPLAY "No product sourcing on file."
               CLOSE SourcingFile
               EXIT PARAGRAPH
           END-IF.
           DISPLAY " ".
           DISPLAY "Product    Pref Alt  Price    Lead MinQty "
               "Pack  Safety".
           MOVE 'Y' TO WS-StartOK.
           MOVE LOW-VALUES TO SrcProd.
           START SourcingFile KEY IS NOT LESS THAN SrcProd
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE 'N' TO WS-EOF.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SourcingFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           DISPLAY SrcProd " " SrcPrefSup " "
                               SrcAltSup " " SrcPrice " "
                               SrcLeadDays " " SrcMinQty " "
                               SrcPackSize " " SrcSafetyDays
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SourcingFile.

       SetSourcing.
           *> Una scheda per prodotto: se c'e' gia' si riscrive.
           DISPLAY "Product : " WITH NO ADVANCING.
           ACCEPT SrcProd.
           MOVE 'N' TO WS-CatFound.
           PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > CatCount
               IF CatProdName(CatIdx) = SrcProd
                   MOVE 'Y' TO WS-CatFound
               END-IF
           END-PERFORM.
           IF WS-CatFound = 'N'
               DISPLAY "Product not in catalog, refused."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Preferred supplier : " WITH NO ADVANCING.
           ACCEPT WS-AskSup.
           PERFORM CheckSupplier.
           IF WS-SupFound = 'N'
               DISPLAY "Unknown supplier, refused."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AskSup TO SrcPrefSup.
           DISPLAY "Alternate supplier (blank = none) : " WITH NO
               ADVANCING.
           ACCEPT WS-AskSup.
           IF WS-AskSup NOT = SPACES
               PERFORM CheckSupplier
               IF WS-SupFound = 'N'
                   DISPLAY "Unknown supplier, refused."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-AskSup TO SrcAltSup.
           DISPLAY "Supplier unit price : " WITH NO ADVANCING.
           ACCEPT SrcPrice.
           DISPLAY "Lead time (days) : " WITH NO ADVANCING.
           ACCEPT SrcLeadDays.
           DISPLAY "Minimum order quantity : " WITH NO ADVANCING.
           ACCEPT SrcMinQty.
           DISPLAY "Pack size (0/1 = single units) : " WITH NO
               ADVANCING.
           ACCEPT SrcPackSize.
           DISPLAY "Safety stock days (0 = default) : " WITH NO
               ADVANCING.
           ACCEPT SrcSafetyDays.
           IF SrcLeadDays = ZERO
               DISPLAY "Lead time must be at least one day, "
                   "refused."
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O SourcingFile.
           IF WS-SrcStatus = "35"
               OPEN OUTPUT SourcingFile
               CLOSE SourcingFile
               OPEN I-O SourcingFile
           END-IF.
           MOVE 'Y' TO WS-SrcExists.
           WRITE SourcingData
               INVALID KEY MOVE 'N' TO WS-SrcExists
           END-WRITE.
           IF WS-SrcExists = 'N'
               REWRITE SourcingData
                   INVALID KEY
                       DISPLAY "Sourcing not updated."
               END-REWRITE
           END-IF.
           CLOSE SourcingFile.
           DISPLAY "Sourcing for " SrcProd " recorded.".

       ListOpenPOs.
           OPEN INPUT PoFile.
               CLOSE PoFile
               EXIT PARAGRAPH
           END-IF.
           *> Lotto e scadenza del fornitore seguono la merce su
           *> ogni movimento: servono al prelievo FEFO e ai richiami.
           DISPLAY "Supplier lot number : " WITH NO ADVANCING.
           ACCEPT WS-RecLot.
           IF WS-RecLot = SPACES
               DISPLAY "Lot number is required, refused."
               CLOSE PoFile
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Expiry date YYYYMMDD (0 = none) : " WITH NO
               ADVANCING.
           ACCEPT WS-RecExpiry.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           IF WS-RecExpiry NOT = ZERO
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-RecExpiry) NOT = 0
                   OR WS-RecExpiry <= WS-TodayDate
                   DISPLAY "Expiry must be a valid date after today,"
                       " refused."
                   CLOSE PoFile
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD WS-RecQty TO PORecQty.
           IF PORecQty >= POQty
               MOVE 'R' TO POStatus
                   DISPLAY "PO not updated"
               NOT INVALID KEY
                   PERFORM PostReceiptMovement
                   PERFORM LogPoReceipt
                   DISPLAY "Receipt of " WS-RecQty " x "
                       POProdName " posted against PO " PONum "."
           END-REWRITE.
           CLOSE PoFile.

       CancelPO.
           *> Si annulla solo un ordine aperto; la merce gia' entrata
           *> resta, il residuo non arrivera' piu'.
           OPEN I-O PoFile.
           IF WS-PoStatus NOT = "00"
               DISPLAY "No purchase orders on file."
               CLOSE PoFile
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PO number : " WITH NO ADVANCING.
           ACCEPT PONum.
           MOVE 'Y' TO WS-PoExists.
           READ PoFile
               INVALID KEY MOVE 'N' TO WS-PoExists
           END-READ.
           IF WS-PoExists = 'N'
               DISPLAY "PO not on file."
               CLOSE PoFile
               EXIT PARAGRAPH
           END-IF.
           IF NOT POOpen
               DISPLAY "PO is in status " POStatus
                   ", only open POs can be cancelled."
               CLOSE PoFile
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           MOVE 'C' TO POStatus.
           MOVE WS-TodayDate TO POCancelDate.
           REWRITE PurchOrderData
               INVALID KEY DISPLAY "PO not updated"
               NOT INVALID KEY DISPLAY "PO " PONum " cancelled, "
                   PORecQty " of " POQty " received."
           END-REWRITE.
           CLOSE PoFile.

       LogPoReceipt.
           OPEN EXTEND PoRecvFile.
           IF WS-PoRecvStatus = "35"
               OPEN OUTPUT PoRecvFile
               CLOSE PoRecvFile
               OPEN EXTEND PoRecvFile
           END-IF.
           MOVE PONum TO PRcPONum.
           MOVE POSupCode TO PRcSupCode.
           MOVE MovDate TO PRcDate.
           MOVE WS-RecQty TO PRcQty.
           MOVE WS-RecLot TO PRcLot.
           IF POOpen
               MOVE 'Y' TO PRcPartial
           ELSE
               MOVE 'N' TO PRcPartial
           END-IF.
           WRITE PoReceiptData.
           CLOSE PoRecvFile.

       PostReceiptMovement.
           OPEN EXTEND MoveFile.
           IF WS-MoveStatus = "35"
               MOVE "MAG" TO MovLoc
           END-IF.
           MOVE SPACES TO MovLocTo.
           MOVE WS-RecLot TO MovLot.
           MOVE WS-RecExpiry TO MovExpiry.
           ACCEPT MovDate FROM DATE YYYYMMDD.
           WRITE MoveData.
           CLOSE MoveFile.
