       IDENTIFICATION DIVISION.
       PROGRAM-ID.       WebFeed.
       AUTHOR.       Giulio.
       DATE-WRITTEN.15/10/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CategoryCatalog ASSIGN TO "16category.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CatalogStatus.
           SELECT BreakFile ASSIGN TO "28pricebreaks.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BreakStatus.
           SELECT BackorderFile ASSIGN TO "58backorder.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BONum
               FILE STATUS IS WS-BOStatus.
           SELECT SnapFile ASSIGN TO "158websnap.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SnapStatus.
           SELECT FeedFile ASSIGN TO DYNAMIC WS-FeedName
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CategoryCatalog.
       01 CatalogRecord.
           02 CatRecName PIC X(10).
           02 CatRecPrice PIC 9(4)V99.
           02 CatRecDiscount PIC V999.
           02 CatRecTaxClass PIC X(2).
           02 CatRecWeight PIC 9(3)V99.
           02 CatRecStatus PIC X.
               88 CatRecDiscontinued VALUE 'D'.
       FD BreakFile.
       01 BreakData.
           02 BrkProdName PIC X(10).
           02 BrkMinQty PIC 9(5).
           02 BrkDiscount PIC V999.
       FD BackorderFile.
       COPY "BORDREC.cpy".
       FD SnapFile.
      *> Ultimo stato mandato al webshop, un prodotto per riga: il
      *> delta della notte sono le righe che non coincidono piu'.
       01 SnapData.
           02 SnProd PIC X(10).
           02 SnState PIC X(64).
       FD FeedFile.
      *> Tracciato fisso H/D/B/T come la distinta SDD di
      *> DirectDebit (118.cob): testata col tipo di file e la data
      *> dei prezzi, un dettaglio per prodotto (A = nuovo o
      *> cambiato, X = da togliere dal negozio), le righe B degli
      *> scaglioni quantita' del prodotto e la coda coi totali di
      *> controllo che il webshop quadra prima di caricare.
       01 FeedRecord PIC X(80).
       01 FeedHeaderRecord REDEFINES FeedRecord.
           02 FdHType PIC X.
           02 FdHKind PIC X.
           02 FdHCreDate PIC 9(8).
           02 FdHCreTime PIC 9(8).
           02 FdHPriceDate PIC 9(8).
           02 FILLER PIC X(54).
       01 FeedDetailRecord REDEFINES FeedRecord.
           02 FdDType PIC X.
           02 FdDAction PIC X.
           02 FdDProd PIC X(10).
           02 FdDListPrice PIC 9(4)V99.
           02 FdDDiscount PIC V999.
           02 FdDNetPrice PIC 9(4)V99.
           02 FdDTaxClass PIC X(2).
           02 FdDWeight PIC 9(3)V99.
           02 FdDAvailable PIC 9(7).
           02 FdDBreaks PIC 9.
           02 FILLER PIC X(38).
       01 FeedBreakRecord REDEFINES FeedRecord.
           02 FdBType PIC X.
           02 FdBProd PIC X(10).
           02 FdBMinQty PIC 9(5).
           02 FdBDiscount PIC V999.
           02 FdBNetPrice PIC 9(4)V99.
           02 FILLER PIC X(55).
       01 FeedTrailerRecord REDEFINES FeedRecord.
           02 FdTType PIC X.
           02 FdTProducts PIC 9(5).
           02 FdTDeletes PIC 9(5).
           02 FdTBreaks PIC 9(5).
           02 FdTUnits PIC 9(9).
           02 FdTPriceHash PIC 9(9)V99.
           02 FILLER PIC X(44).
       WORKING-STORAGE SECTION.
       01 WS-CatalogStatus PIC XX.
       01 WS-BreakStatus PIC XX.
       01 WS-BOStatus PIC XX.
       01 WS-SnapStatus PIC XX.
       01 WS-FeedName PIC X(30).
       01 WS-EOF PIC X.
       01 WS-StartOK PIC X.
       01 WS-TodayDate PIC 9(8).
       01 WS-NowTime PIC 9(8).
       01 WS-PriceDate PIC 9(8).
       01 WS-DayInt PIC 9(7).
       01 WS-WeekDay PIC 9.
       01 WS-ParmKey PIC X(12).
       01 WS-ParmValue PIC X(20).
       01 WS-ParmFound PIC X.
      *> Giorno del file completo (SYSPARM WEBFULLDAY, 1 = lunedi'
      *> ... 7 = domenica, 7 se manca). Gli altri giorni delta.
       01 WS-FullDay PIC 9 VALUE 7.
       01 WS-FeedKind PIC X.
           88 WS-FullFeed VALUE 'F'.
           88 WS-DeltaFeed VALUE 'D'.
       01 WS-HaveSnap PIC X VALUE 'N'.
       01 WS-LkpProd PIC X(10).
       01 WS-LkpQty PIC 9(5).
       01 WS-LkpPrice PIC 9(4)V99.
       01 WS-LkpDiscount PIC V999.
       01 WS-LkpFound PIC X.
       01 WS-LkpCust PIC 9(5) VALUE ZERO.
       01 WS-LkpAgreed PIC X.
       01 WS-ATPOnHand PIC S9(7).
       01 WS-ATPReserved PIC 9(7).
       01 WS-ATPAvail PIC S9(7).
       01 WS-NetPrice PIC 9(4)V99.
      *> Stato corrente del prodotto, stesso tracciato di SnState.
       01 WS-CurState.
           02 CS-ListPrice PIC 9(4)V99.
           02 CS-Discount PIC V999.
           02 CS-TaxClass PIC X(2).
           02 CS-Weight PIC 9(3)V99.
           02 CS-Available PIC 9(7).
           02 CS-BrkCount PIC 9.
           02 CS-Break OCCURS 5 TIMES.
               03 CS-BrkQty PIC 9(5).
               03 CS-BrkDisc PIC V999.
       01 WS-Changed PIC X.
      *> Scaglioni quantita' da 28pricebreaks.dat, per prodotto.
       01 BreakTable.
           02 WS-BrkCount PIC 9(3) VALUE ZERO.
           02 BreakEntry OCCURS 250 TIMES.
               03 BK-Prod PIC X(10).
               03 BK-MinQty PIC 9(5).
      *> Backorder aperti: domanda gia' presa e non coperta.
       01 BoTable.
           02 WS-BoCount PIC 9(3) VALUE ZERO.
           02 BoEntry OCCURS 200 TIMES.
               03 BQ-Prod PIC X(10).
               03 BQ-Open PIC 9(7).
       01 SnapTable.
           02 WS-SnapCount PIC 9(3) VALUE ZERO.
           02 SnapEntry OCCURS 200 TIMES.
               03 SP-Prod PIC X(10).
               03 SP-State PIC X(64).
               03 SP-Seen PIC X.
       01 NewSnapTable.
           02 WS-NewSnapCount PIC 9(3) VALUE ZERO.
           02 NewSnapEntry OCCURS 200 TIMES.
               03 NS-Prod PIC X(10).
               03 NS-State PIC X(64).
       01 B PIC 9(3).
       01 K PIC 9.
       01 S PIC 9(3).
       01 WS-Found PIC X.
       01 WS-CatRead PIC 9(5) VALUE ZERO.
       01 WS-Discontinued PIC 9(5) VALUE ZERO.
       01 WS-Unchanged PIC 9(5) VALUE ZERO.
       01 WS-CntProducts PIC 9(5) VALUE ZERO.
       01 WS-CntDeletes PIC 9(5) VALUE ZERO.
       01 WS-CntBreaks PIC 9(5) VALUE ZERO.
       01 WS-CntUnits PIC 9(9) VALUE ZERO.
       01 WS-PriceHash PIC 9(9)V99 VALUE ZERO.
       01 WS-CtlFileCode PIC X(8) VALUE "WEBFEED".
       01 WS-CtlProgram PIC X(12) VALUE "WebFeed".
       01 WS-CtlType PIC X(8).
       01 WS-CtlCount PIC 9(6).
       PROCEDURE DIVISION.
       MainPara.
      *> Passo della catena notturna (23jobctl.txt): esporta per il
      *> webshop il catalogo attivo di 16category.txt (senza i
      *> prodotti dismessi 'D'), col prezzo in vigore domani da
      *> PRCLKUP, scaglioni quantita' compresi, e il disponibile
      *> per prodotto: ATPCHK (giacenza meno impegnato sugli ordini
      *> aperti) meno i backorder aperti. Nel giorno WEBFULLDAY, o
      *> senza fotografia precedente, file completo
      *> 158webfullAAAAMMGG.txt; gli altri giorni solo le
      *> differenze in 158webdeltaAAAAMMGG.txt. Totali di controllo
      *> sulla coda del file e su CTLTOT.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           ACCEPT WS-NowTime FROM TIME.
           COMPUTE WS-DayInt = FUNCTION INTEGER-OF-DATE(WS-TodayDate).
           *> 0 = lunedi' ... 6 = domenica, come NightlyDriver.
           COMPUTE WS-WeekDay = FUNCTION MOD(WS-DayInt - 1, 7).
           ADD 1 TO WS-DayInt.
           COMPUTE WS-PriceDate = FUNCTION DATE-OF-INTEGER(WS-DayInt).
           MOVE "WEBFULLDAY" TO WS-ParmKey.
           CALL 'PARMGET' USING WS-ParmKey, WS-ParmValue,
               WS-ParmFound.
           IF WS-ParmFound = 'Y' AND WS-ParmValue(1:1) IS NUMERIC
                   AND WS-ParmValue(1:1) NOT = "0"
                   AND WS-ParmValue(1:1) NOT > "7"
               MOVE WS-ParmValue(1:1) TO WS-FullDay
           END-IF.
           OPEN INPUT CategoryCatalog.
           IF WS-CatalogStatus NOT = "00"
               DISPLAY "Catalog 16category.txt not available, no "
                   "web feed."
               CLOSE CategoryCatalog
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LoadSnapshot.
           PERFORM LoadBreaks.
           PERFORM LoadBackorders.
           MOVE SPACES TO WS-FeedName.
           IF WS-HaveSnap = 'N' OR WS-WeekDay + 1 = WS-FullDay
               MOVE 'F' TO WS-FeedKind
               MOVE "FULL" TO WS-CtlType
               STRING "158webfull" WS-TodayDate ".txt"
                   DELIMITED BY SIZE INTO WS-FeedName
               END-STRING
           ELSE
               MOVE 'D' TO WS-FeedKind
               MOVE "DELTA" TO WS-CtlType
               STRING "158webdelta" WS-TodayDate ".txt"
                   DELIMITED BY SIZE INTO WS-FeedName
               END-STRING
           END-IF.
           OPEN OUTPUT FeedFile.
           MOVE SPACES TO FeedRecord.
           MOVE 'H' TO FdHType.
           MOVE WS-FeedKind TO FdHKind.
           MOVE WS-TodayDate TO FdHCreDate.
           MOVE WS-NowTime TO FdHCreTime.
           MOVE WS-PriceDate TO FdHPriceDate.
           WRITE FeedRecord.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CategoryCatalog
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM FeedOneProduct
               END-READ
           END-PERFORM.
           CLOSE CategoryCatalog.
           IF WS-DeltaFeed
               PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SnapCount
                   IF SP-Seen(S) = 'N'
                       PERFORM WriteDelete
                   END-IF
               END-PERFORM
           END-IF.
           MOVE SPACES TO FeedRecord.
           MOVE 'T' TO FdTType.
           MOVE WS-CntProducts TO FdTProducts.
           MOVE WS-CntDeletes TO FdTDeletes.
           MOVE WS-CntBreaks TO FdTBreaks.
           MOVE WS-CntUnits TO FdTUnits.
           MOVE WS-PriceHash TO FdTPriceHash.
           WRITE FeedRecord.
           CLOSE FeedFile.
           PERFORM SaveSnapshot.
           COMPUTE WS-CtlCount = WS-CntProducts + WS-CntDeletes.
           CALL 'CTLTOT' USING WS-CtlFileCode, WS-CtlProgram,
               WS-CtlType, WS-CtlCount.
           DISPLAY "Web feed " WS-FeedName.
           DISPLAY "Catalog lines read    : " WS-CatRead.
           DISPLAY "Discontinued, left out: " WS-Discontinued.
           DISPLAY "Products sent         : " WS-CntProducts.
           DISPLAY "Products removed      : " WS-CntDeletes.
           DISPLAY "Unchanged, not sent   : " WS-Unchanged.
           DISPLAY "Quantity breaks sent  : " WS-CntBreaks.
           DISPLAY "Units available sent  : " WS-CntUnits.
           DISPLAY "Net price hash        : " WS-PriceHash.
           GOBACK.

       FeedOneProduct.
           ADD 1 TO WS-CatRead.
           IF CatRecName = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF CatRecDiscontinued
               ADD 1 TO WS-Discontinued
               EXIT PARAGRAPH
           END-IF.
           PERFORM BuildProductState.
           PERFORM FindSnapEntry.
           IF WS-NewSnapCount < 200
               ADD 1 TO WS-NewSnapCount
               MOVE CatRecName TO NS-Prod(WS-NewSnapCount)
               MOVE WS-CurState TO NS-State(WS-NewSnapCount)
           END-IF.
           MOVE 'Y' TO WS-Changed.
           IF WS-Found = 'Y'
               MOVE 'Y' TO SP-Seen(S)
               IF SP-State(S) = WS-CurState
                   MOVE 'N' TO WS-Changed
               END-IF
           END-IF.
           IF WS-DeltaFeed AND WS-Changed = 'N'
               ADD 1 TO WS-Unchanged
               EXIT PARAGRAPH
           END-IF.
           PERFORM WriteProduct.

       BuildProductState.
           *> Prezzo di listino in vigore domani per un pezzo; senza
           *> listino vale il prezzo di catalogo, come in OrderEntry.
           MOVE CatRecName TO WS-LkpProd.
           MOVE 1 TO WS-LkpQty.
           CALL 'PRCLKUP' USING WS-LkpProd, WS-PriceDate, WS-LkpQty,
               WS-LkpPrice, WS-LkpDiscount, WS-LkpFound, WS-LkpCust,
               WS-LkpAgreed.
           MOVE SPACES TO WS-CurState.
           IF WS-LkpFound = 'Y'
               MOVE WS-LkpPrice TO CS-ListPrice
               MOVE WS-LkpDiscount TO CS-Discount
           ELSE
               MOVE CatRecPrice TO CS-ListPrice
               MOVE CatRecDiscount TO CS-Discount
           END-IF.
           MOVE CatRecTaxClass TO CS-TaxClass.
           IF CS-TaxClass = SPACES
               MOVE "ST" TO CS-TaxClass
           END-IF.
           IF CatRecWeight IS NUMERIC
               MOVE CatRecWeight TO CS-Weight
           ELSE
               MOVE ZERO TO CS-Weight
           END-IF.
           CALL 'ATPCHK' USING WS-LkpProd, WS-ATPOnHand,
               WS-ATPReserved, WS-ATPAvail.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BoCount
               IF BQ-Prod(B) = CatRecName
                   SUBTRACT BQ-Open(B) FROM WS-ATPAvail
               END-IF
           END-PERFORM.
           IF WS-ATPAvail < ZERO
               MOVE ZERO TO CS-Available
           ELSE
               MOVE WS-ATPAvail TO CS-Available
           END-IF.
           MOVE ZERO TO CS-BrkCount.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BrkCount
               IF BK-Prod(B) = CatRecName AND CS-BrkCount < 5
                   PERFORM AddProductBreak
               END-IF
           END-PERFORM.

       AddProductBreak.
           *> Sconto di scaglione dato da PRCLKUP alla soglia, cosi'
           *> il webshop applica la stessa regola della cassa.
           MOVE BK-MinQty(B) TO WS-LkpQty.
           CALL 'PRCLKUP' USING WS-LkpProd, WS-PriceDate, WS-LkpQty,
               WS-LkpPrice, WS-LkpDiscount, WS-LkpFound, WS-LkpCust,
               WS-LkpAgreed.
           ADD 1 TO CS-BrkCount.
           MOVE BK-MinQty(B) TO CS-BrkQty(CS-BrkCount).
           MOVE WS-LkpDiscount TO CS-BrkDisc(CS-BrkCount).

       WriteProduct.
           MOVE SPACES TO FeedRecord.
           MOVE 'D' TO FdDType.
           MOVE 'A' TO FdDAction.
           MOVE CatRecName TO FdDProd.
           MOVE CS-ListPrice TO FdDListPrice.
           MOVE CS-Discount TO FdDDiscount.
           COMPUTE WS-NetPrice ROUNDED =
               CS-ListPrice - (CS-ListPrice * CS-Discount).
           MOVE WS-NetPrice TO FdDNetPrice.
           MOVE CS-TaxClass TO FdDTaxClass.
           MOVE CS-Weight TO FdDWeight.
           MOVE CS-Available TO FdDAvailable.
           MOVE CS-BrkCount TO FdDBreaks.
           WRITE FeedRecord.
           ADD 1 TO WS-CntProducts.
           ADD CS-Available TO WS-CntUnits.
           ADD WS-NetPrice TO WS-PriceHash.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > CS-BrkCount
               MOVE SPACES TO FeedRecord
               MOVE 'B' TO FdBType
               MOVE CatRecName TO FdBProd
               MOVE CS-BrkQty(K) TO FdBMinQty
               MOVE CS-BrkDisc(K) TO FdBDiscount
               COMPUTE WS-NetPrice ROUNDED =
                   CS-ListPrice - (CS-ListPrice * CS-BrkDisc(K))
               MOVE WS-NetPrice TO FdBNetPrice
               WRITE FeedRecord
               ADD 1 TO WS-CntBreaks
               ADD WS-NetPrice TO WS-PriceHash
           END-PERFORM.

       WriteDelete.
           *> Prodotto mandato in passato e ora dismesso o tolto dal
           *> catalogo: il webshop lo deve ritirare.
           MOVE SPACES TO FeedRecord.
           MOVE 'D' TO FdDType.
           MOVE 'X' TO FdDAction.
           MOVE SP-Prod(S) TO FdDProd.
           MOVE ZERO TO FdDListPrice FdDDiscount FdDNetPrice
               FdDWeight FdDAvailable FdDBreaks.
           WRITE FeedRecord.
           ADD 1 TO WS-CntDeletes.

       FindSnapEntry.
           MOVE 'N' TO WS-Found.
           PERFORM VARYING S FROM 1 BY 1
                   UNTIL S > WS-SnapCount OR WS-Found = 'Y'
               IF SP-Prod(S) = CatRecName
                   MOVE 'Y' TO WS-Found
               END-IF
           END-PERFORM.
           IF WS-Found = 'Y'
               SUBTRACT 1 FROM S
           END-IF.

       LoadSnapshot.
           OPEN INPUT SnapFile.
           IF WS-SnapStatus NOT = "00"
               CLOSE SnapFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-HaveSnap.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SnapFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-SnapCount < 200
                           ADD 1 TO WS-SnapCount
                           MOVE SnProd TO SP-Prod(WS-SnapCount)
                           MOVE SnState TO SP-State(WS-SnapCount)
                           MOVE 'N' TO SP-Seen(WS-SnapCount)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SnapFile.

       SaveSnapshot.
           OPEN OUTPUT SnapFile.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-NewSnapCount
               MOVE NS-Prod(S) TO SnProd
               MOVE NS-State(S) TO SnState
               WRITE SnapData
           END-PERFORM.
           CLOSE SnapFile.

       LoadBreaks.
           OPEN INPUT BreakFile.
           IF WS-BreakStatus NOT = "00"
               CLOSE BreakFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ BreakFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-BrkCount < 250 AND BrkMinQty > 1
                           ADD 1 TO WS-BrkCount
                           MOVE BrkProdName TO BK-Prod(WS-BrkCount)
                           MOVE BrkMinQty TO BK-MinQty(WS-BrkCount)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BreakFile.

       LoadBackorders.
           OPEN INPUT BackorderFile.
           IF WS-BOStatus NOT = "00"
               CLOSE BackorderFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-StartOK.
           MOVE ZERO TO BONum.
           START BackorderFile KEY IS NOT LESS THAN BONum
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE 'N' TO WS-EOF.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BackorderFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF BOOpen AND BOQty > BORelQty
                               PERFORM AddOpenBackorder
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE BackorderFile.

       AddOpenBackorder.
           MOVE 'N' TO WS-Found.
           PERFORM VARYING B FROM 1 BY 1
                   UNTIL B > WS-BoCount OR WS-Found = 'Y'
               IF BQ-Prod(B) = BOProdName
                   MOVE 'Y' TO WS-Found
                   COMPUTE BQ-Open(B) = BQ-Open(B) + BOQty - BORelQty
               END-IF
           END-PERFORM.
           IF WS-Found = 'N' AND WS-BoCount < 200
               ADD 1 TO WS-BoCount
               MOVE BOProdName TO BQ-Prod(WS-BoCount)
               COMPUTE BQ-Open(WS-BoCount) = BOQty - BORelQty
           END-IF.
