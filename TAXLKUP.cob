       IDENTIFICATION DIVISION.
       PROGRAM-ID.       TAXLKUP.
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
       01 WS-BestDate PIC 9(8).
       01 WS-WantClass PIC X(2).
       01 WS-ParmKey PIC X(12).
       01 WS-ParmValue PIC X(20).
       01 WS-ParmFound PIC X.
       LINKAGE SECTION.
       01 LJuris PIC X(2).
       01 LProdName PIC X(10).
       01 LDate PIC 9(8).
       01 LTaxClass PIC X(2).
       01 LTaxRate PIC V999.
       01 LFound PIC X.
       PROCEDURE DIVISION USING LJuris, LProdName, LDate,
               LTaxClass, LTaxRate, LFound.
      *> Unica ricerca aliquote per fatturazione, resi e
      *> liquidazione: la classe fiscale viene dal catalogo
      *> (16category.txt) quando si passa un prodotto, altrimenti
      *> vale quella passata dal chiamante (riga nolo e simili).
      *> Classe vuota = "ST" ordinaria. Se la classe non ha
      *> aliquota nella giurisdizione si ripiega sull'ordinaria,
      *> poi su DEFTAXRATE di SYSPARM (LFound 'N').
       MainPara.
           MOVE 'N' TO LFound.
           MOVE ZERO TO LTaxRate.
           IF LProdName NOT = SPACES
               PERFORM LookupProductClass
           END-IF.
           IF LTaxClass = SPACES
               MOVE "ST" TO LTaxClass
           END-IF.
           PERFORM EnsureTaxFile.
           MOVE LTaxClass TO WS-WantClass.
           PERFORM ScanRates.
           IF LFound = 'N' AND LTaxClass NOT = "ST"
               MOVE "ST" TO WS-WantClass
               PERFORM ScanRates
           END-IF.
           IF LFound = 'N'
               MOVE "DEFTAXRATE" TO WS-ParmKey
               CALL 'PARMGET' USING WS-ParmKey, WS-ParmValue,
                   WS-ParmFound
               IF WS-ParmFound = 'Y'
                       AND WS-ParmValue(1:3) IS NUMERIC
                   MOVE WS-ParmValue(1:3) TO LTaxRate(1:3)
               ELSE
                   MOVE .075 TO LTaxRate
               END-IF
           END-IF.
       EXIT PROGRAM.

       LookupProductClass.
           MOVE SPACES TO LTaxClass.
           OPEN INPUT CategoryCatalog.
           IF WS-CatalogStatus NOT = "00"
               CLOSE CategoryCatalog
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CategoryCatalog
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CatRecName = LProdName
                           MOVE CatRecTaxClass TO LTaxClass
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CategoryCatalog.

       ScanRates.
           *> Vale la riga con la decorrenza piu' recente non
           *> successiva alla data documento.
           MOVE ZERO TO WS-BestDate.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT TaxRateFile.
           IF WS-TaxStatus NOT = "00"
               CLOSE TaxRateFile
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ TaxRateFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TxJuris = LJuris
                               AND TxClass = WS-WantClass
                               AND TxEffDate <= LDate
                               AND TxEffDate >= WS-BestDate
                           MOVE TxEffDate TO WS-BestDate
                           MOVE TxRate TO LTaxRate
                           MOVE WS-WantClass TO LTaxClass
                           MOVE 'Y' TO LFound
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TaxRateFile.

       EnsureTaxFile.
           *> Primo avvio: le tre aliquote che prima vivevano nelle
           *> TaxTableData di InvoiceGen e ReturnsCredit.
           OPEN INPUT TaxRateFile.
           IF WS-TaxStatus = "35"
               OPEN OUTPUT TaxRateFile
               MOVE "US" TO TxJuris
               MOVE "ST" TO TxClass
               MOVE 20000101 TO TxEffDate
               MOVE .075 TO TxRate
               MOVE "Sales tax" TO TxDesc
               WRITE TaxRateData
               MOVE "AT" TO TxJuris
               MOVE .200 TO TxRate
               MOVE "USt Normalsatz" TO TxDesc
               WRITE TaxRateData
               MOVE "BR" TO TxJuris
               MOVE .170 TO TxRate
               MOVE "ICMS" TO TxDesc
               WRITE TaxRateData
           END-IF.
           CLOSE TaxRateFile.
