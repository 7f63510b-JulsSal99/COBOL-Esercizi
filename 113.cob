       IDENTIFICATION DIVISION.
       PROGRAM-ID.       TaxMaint.
       AUTHOR.       Giulio.
       DATE-WRITTEN.02/09/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TaxRateFile ASSIGN TO "113taxrate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TaxStatus.
           SELECT CategoryCatalog ASSIGN TO "16category.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CatalogStatus.
       DATA DIVISION.
       FILE SECTION.
       FD TaxRateFile.
       COPY "TAXREC.cpy".
       FD CategoryCatalog.
       01 CatalogRecord.
           02 CatRecName PIC X(10).
           02 CatRecPrice PIC 9(4)V99.
           02 CatRecDiscount PIC V999.
           02 CatRecTaxClass PIC X(2).
      *> Peso unitario di spedizione in kg, per il calcolo nolo.
           02 CatRecWeight PIC 9(3)V99.
       WORKING-STORAGE SECTION.
       01 WS-TaxStatus PIC XX.
       01 WS-CatalogStatus PIC XX.
       01 WS-EOF PIC X.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-OpID PIC X(8).
       01 WS-OpRole PIC X.
       01 WS-SignonOK PIC X.
       01 WS-TodayDate PIC 9(8).
       01 WS-NewJuris PIC X(2).
       01 WS-NewClass PIC X(2).
       01 WS-NewEffDate PIC 9(8).
       01 WS-NewRate PIC V999.
       01 WS-NewDesc PIC X(20).
       01 WS-Confirm PIC X.
       01 WS-Duplicate PIC X.
       01 WS-AskJuris PIC X(2).
       01 WS-AskDate PIC 9(8).
       01 WS-LkpProd PIC X(10).
       01 WS-LkpClass PIC X(2).
       01 WS-LkpRate PIC V999.
       01 WS-LkpFound PIC X.
       01 WS-ListCount PIC 9(4).
       01 PrnRate PIC .999.
       PROCEDURE DIVISION.
       StartPara.
           CALL 'SIGNON' USING WS-OpID, WS-OpRole, WS-SignonOK.
           IF WS-SignonOK NOT = 'Y'
               DISPLAY "Sign-on failed, program ends."
               GOBACK
           END-IF.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "TAX RATE MASTER"
               DISPLAY "1 : List Tax Rates"
               DISPLAY "2 : Add a Rate (new effective date)"
               DISPLAY "3 : Products and Rates in Force"
               DISPLAY "0 : Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM ListRates
                   WHEN 2 PERFORM AddRate
                   WHEN 3 PERFORM ListProductRates
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           GOBACK.

       ListRates.
           *> Una chiamata a vuoto fa seminare il file a TAXLKUP
           *> se e' il primo avvio.
           MOVE "US" TO WS-AskJuris.
           MOVE SPACES TO WS-LkpProd WS-LkpClass.
           CALL 'TAXLKUP' USING WS-AskJuris, WS-LkpProd,
               WS-TodayDate, WS-LkpClass, WS-LkpRate, WS-LkpFound.
           OPEN INPUT TaxRateFile.
           IF WS-TaxStatus NOT = "00"
               DISPLAY "No tax rate master on file."
               CLOSE TaxRateFile
               EXIT PARAGRAPH
           END-IF.
           DISPLAY " ".
           DISPLAY "Jr Cl Effective  Rate Description".
           MOVE ZERO TO WS-ListCount.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ TaxRateFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE TxRate TO PrnRate
                       DISPLAY TxJuris " " TxClass " " TxEffDate
                           " " PrnRate " " TxDesc
                       ADD 1 TO WS-ListCount
               END-READ
           END-PERFORM.
           CLOSE TaxRateFile.
           DISPLAY WS-ListCount " rate rows on file.".

       AddRate.
           *> Le righe non si correggono: una nuova aliquota entra
           *> con la sua decorrenza e i documenti gia' emessi
           *> restano calcolati con quella del loro giorno.
           IF WS-OpRole NOT = 'S'
               DISPLAY "Only supervisors may change tax rates."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Jurisdiction (2 chars): " WITH NO ADVANCING.
           ACCEPT WS-NewJuris.
           DISPLAY "Tax class (2 chars, ST = standard): "
               WITH NO ADVANCING.
           ACCEPT WS-NewClass.
           IF WS-NewJuris = SPACES OR WS-NewClass = SPACES
               DISPLAY "Jurisdiction and class are required."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Effective from (yyyymmdd): " WITH NO ADVANCING.
           ACCEPT WS-NewEffDate.
           IF WS-NewEffDate IS NOT NUMERIC
                   OR WS-NewEffDate = ZERO
               DISPLAY "Invalid effective date."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Rate (e.g. 220 for 22%): " WITH NO ADVANCING.
           ACCEPT WS-NewRate.
           DISPLAY "Description: " WITH NO ADVANCING.
           ACCEPT WS-NewDesc.
           PERFORM CheckDuplicate.
           IF WS-Duplicate = 'Y'
               DISPLAY "A rate for " WS-NewJuris "/" WS-NewClass
                   " already starts on " WS-NewEffDate
                   ", refused."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NewRate TO PrnRate.
           DISPLAY "Add " WS-NewJuris "/" WS-NewClass " at "
               PrnRate " from " WS-NewEffDate "? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-Confirm.
           IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
               DISPLAY "Nothing written."
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND TaxRateFile.
           IF WS-TaxStatus = "35"
               OPEN OUTPUT TaxRateFile
               CLOSE TaxRateFile
               OPEN EXTEND TaxRateFile
           END-IF.
           MOVE WS-NewJuris TO TxJuris.
           MOVE WS-NewClass TO TxClass.
           MOVE WS-NewEffDate TO TxEffDate.
           MOVE WS-NewRate TO TxRate.
           MOVE WS-NewDesc TO TxDesc.
           WRITE TaxRateData.
           CLOSE TaxRateFile.
           DISPLAY "Rate added by " WS-OpID ".".

       CheckDuplicate.
           MOVE 'N' TO WS-Duplicate.
           OPEN INPUT TaxRateFile.
           IF WS-TaxStatus NOT = "00"
               CLOSE TaxRateFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ TaxRateFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TxJuris = WS-NewJuris
                               AND TxClass = WS-NewClass
                               AND TxEffDate = WS-NewEffDate
                           MOVE 'Y' TO WS-Duplicate
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TaxRateFile.

       ListProductRates.
           *> Per ogni prodotto di catalogo: classe e aliquota che
           *> TAXLKUP applicherebbe oggi nella giurisdizione data.
           DISPLAY "Jurisdiction (2 chars): " WITH NO ADVANCING.
           ACCEPT WS-AskJuris.
           DISPLAY "As of date (yyyymmdd, 0 = today): "
               WITH NO ADVANCING.
           ACCEPT WS-AskDate.
           IF WS-AskDate = ZERO
               MOVE WS-TodayDate TO WS-AskDate
           END-IF.
           OPEN INPUT CategoryCatalog.
           IF WS-CatalogStatus NOT = "00"
               DISPLAY "Catalog 16category.txt not available."
               CLOSE CategoryCatalog
               EXIT PARAGRAPH
           END-IF.
           DISPLAY " ".
           DISPLAY "Product    Cl  Rate".
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CategoryCatalog
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE CatRecName TO WS-LkpProd
                       MOVE SPACES TO WS-LkpClass
                       CALL 'TAXLKUP' USING WS-AskJuris,
                           WS-LkpProd, WS-AskDate, WS-LkpClass,
                           WS-LkpRate, WS-LkpFound
                       MOVE WS-LkpRate TO PrnRate
                       IF WS-LkpFound = 'Y'
                           DISPLAY CatRecName " " WS-LkpClass "  "
                               PrnRate
                       ELSE
                           DISPLAY CatRecName " " WS-LkpClass "  "
                               PrnRate " (default, no rate on file)"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CategoryCatalog.
