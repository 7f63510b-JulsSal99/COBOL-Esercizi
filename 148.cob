       IDENTIFICATION DIVISION.
       PROGRAM-ID.       AssetRegister.
       AUTHOR.       Giulio.
       DATE-WRITTEN.15/10/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AssetFile ASSIGN TO "148assets.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AsNum
               FILE STATUS IS WS-AssetStatus.
           SELECT AssetMoveFile ASSIGN TO "148assetmov.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MoveStatus.
           SELECT ApInvFile ASSIGN TO "77apinv.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APInvNum
               FILE STATUS IS WS-ApInvStatus.
           SELECT PostedFile ASSIGN TO "69glposted.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PostedStatus.
           SELECT DepReport ASSIGN TO "148deprun.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RegReport ASSIGN TO "148register.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD AssetFile.
       COPY "ASSETREC.cpy".
       FD AssetMoveFile.
       COPY "ASSETMOV.cpy".
       FD ApInvFile.
       COPY "APINVREC.cpy".
       FD PostedFile.
       01 PostedRecord.
           02 PostedPeriod PIC 9(6).
           02 PostedCompany PIC X(2).
       FD DepReport.
       01 DepLine PIC X(90).
       FD RegReport.
       01 RegLine PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-AssetStatus PIC XX.
       01 WS-MoveStatus PIC XX.
       01 WS-ApInvStatus PIC XX.
       01 WS-PostedStatus PIC XX.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-OpID PIC X(8).
       01 WS-OpRole PIC X.
       01 WS-SignonOK PIC X.
       01 WS-EOF PIC X.
       01 WS-StartOK PIC X.
       01 WS-Found PIC X.
       01 WS-Confirm PIC X.
       01 WS-TodayDate PIC 9(8).
       01 WS-IDSeries PIC X(4) VALUE "AST ".
       01 WS-IDStatus PIC X.
       01 WS-NewAsset PIC 9(5).
       01 WS-AskAsset PIC 9(5).
       01 WS-JrnFileCode PIC X(8) VALUE "ASSET".
       01 WS-JrnAction PIC X(8).
       01 WS-JrnKey PIC X(10).
       01 WS-JrnBefore PIC X(200).
       01 WS-JrnAfter PIC X(200).
      *> Periodo aperto = non chiuso dal month-end (PERCHK) e non
      *> ancora contabilizzato da GLPosting: solo li' un movimento
      *> arriva ancora in contabilita'.
       01 WS-CheckDate PIC 9(8).
       01 WS-PerClosed PIC X.
       01 WS-PerPosted PIC X.
       01 WS-PeriodOpen PIC X.
      *> I cespiti sono nei libri della societa' principale: il
      *> registro si usa solo da li'.
       01 WS-Company PIC X(2).
       01 WS-CmpName PIC X(30).
       01 WS-CmpFound PIC X.
       COPY "COMPREC.cpy".
       01 WS-Period PIC 9(6).
       01 WS-PeriodX REDEFINES WS-Period.
           02 WS-PerYear PIC 9(4).
           02 WS-PerMonth PIC 99.
       01 WS-PeriodEnd PIC 9(8).
       01 WS-NextMonth PIC 9(8).
       01 WS-NextMonthX REDEFINES WS-NextMonth.
           02 WS-NxtYear PIC 9(4).
           02 WS-NxtMonth PIC 99.
           02 WS-NxtDay PIC 99.
       01 WS-AcqWork PIC 9(8).
       01 WS-AcqWorkX REDEFINES WS-AcqWork.
           02 WS-AcqYear PIC 9(4).
           02 WS-AcqMonth PIC 99.
           02 WS-AcqDay PIC 99.
       01 WS-AcqMonths PIC 9(6).
       01 WS-RunMonths PIC 9(6).
       01 WS-Elapsed PIC S9(5).
       01 WS-Remaining PIC S9(5).
       01 WS-NetBook PIC S9(8)V99.
       01 WS-Depreciable PIC S9(8)V99.
       01 WS-MonthDep PIC S9(8)V99.
       01 WS-LineDep PIC S9(8)V99.
       01 WS-GainLoss PIC S9(8)V99.
       01 WS-DepCount PIC 9(5).
       01 WS-DepTotal PIC 9(9)V99.
       01 WS-FullyDep PIC 9(5).
       01 WS-NotYet PIC 9(5).
       01 WS-AlreadyDep PIC 9(5).
       01 WS-DispDate PIC 9(8).
       01 WS-Proceeds PIC 9(7)V99.
       01 WS-OpenAccum PIC 9(7)V99.
       01 WS-OpenThrough PIC 9(6).
       01 WS-DisposedCount PIC 9(5).
       01 CategoryData.
           02 FILLER PIC X(21) VALUE "EWAREHOUSE EQUIPMENT ".
           02 FILLER PIC X(21) VALUE "VVEHICLES            ".
           02 FILLER PIC X(21) VALUE "CLAB COMPUTERS       ".
           02 FILLER PIC X(21) VALUE "FFURNITURE           ".
           02 FILLER PIC X(21) VALUE "OOTHER               ".
       01 CategoryTable REDEFINES CategoryData.
           02 CategoryEntry OCCURS 5 TIMES.
               03 CG-Code PIC X.
               03 CG-Name PIC X(20).
       01 C PIC 9.
       01 WS-CatCost PIC 9(9)V99.
       01 WS-CatAccum PIC 9(9)V99.
       01 WS-CatCount PIC 9(5).
       01 WS-TotCount PIC 9(5).
       01 WS-TotCost PIC 9(10)V99.
       01 WS-TotAccum PIC 9(10)V99.
       01 PrnAmount PIC Z,ZZZ,ZZ9.99.
       01 PrnSigned PIC -Z,ZZZ,ZZ9.99.
       01 DepTitle.
           02 FILLER PIC X(30) VALUE "DEPRECIATION RUN - PERIOD ".
           02 PrnDepPeriod PIC 9(6).
           02 FILLER PIC X(6) VALUE "   BY ".
           02 PrnDepOp PIC X(8).
       01 DepHead.
           02 FILLER PIC X(36) VALUE "Asset Description".
           02 FILLER PIC X(18) VALUE "Cat M       Charge".
           02 FILLER PIC X(26) VALUE "  Accumulated     Net book".
       01 DepDetail.
           02 PrnDpAsset PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDpDesc PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDpCat PIC X.
           02 FILLER PIC XX VALUE SPACES.
           02 PrnDpMethod PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 PrnDpCharge PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnDpAccum PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnDpNet PIC Z,ZZZ,ZZ9.99.
       01 RegTitle.
           02 FILLER PIC X(31) VALUE "FIXED ASSET REGISTER - AS AT ".
           02 PrnRegDate PIC 9(8).
       01 RegCatHead.
           02 FILLER PIC X(9) VALUE "Category ".
           02 PrnRgCatName PIC X(20).
       01 RegHead.
           02 FILLER PIC X(37) VALUE "Asset Description".
           02 FILLER PIC X(13) VALUE "Location".
           02 FILLER PIC X(8) VALUE "Acquired".
           02 FILLER PIC X(13) VALUE "         Cost".
           02 FILLER PIC X(13) VALUE "  Accumulated".
           02 FILLER PIC X(13) VALUE "     Net book".
       01 RegDetail.
           02 PrnRgAsset PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnRgDesc PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 PrnRgLoc PIC X(12).
           02 FILLER PIC X VALUE SPACE.
           02 PrnRgAcq PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnRgCost PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnRgAccum PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnRgNet PIC Z,ZZZ,ZZ9.99.
       01 RegTotal.
           02 FILLER PIC X(6) VALUE SPACES.
           02 PrnRtLabel PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 PrnRtCount PIC ZZZZ9.
           02 FILLER PIC X(16) VALUE " assets".
           02 PrnRtCost PIC ZZ,ZZZ,ZZ9.99.
           02 PrnRtAccum PIC ZZ,ZZZ,ZZ9.99.
           02 PrnRtNet PIC ZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       StartPara.
      *> Registro dei cespiti: anagrafica con legame alla fattura
      *> fornitore, ammortamento mensile, dismissioni con plus o
      *> minusvalenza e registro col netto contabile per
      *> categoria. I movimenti vanno in 148assetmov.dat e li porta
      *> in contabilita' GLPosting (69.cob) nel giro del periodo.
           CALL 'SIGNON' USING WS-OpID, WS-OpRole, WS-SignonOK.
           IF WS-SignonOK NOT = 'Y'
               DISPLAY "Sign-on failed, program ends."
               STOP RUN
           END-IF.
           CALL 'COMPGET' USING WS-Company, WS-CmpName.
           CALL 'CMPLKUP' USING WS-Company, CompanyData, WS-CmpFound.
           IF NOT CmpIsMain
               DISPLAY "Fixed assets are kept by the main company: "
                   "sign on to it."
               STOP RUN
           END-IF.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "FIXED ASSET REGISTER"
               DISPLAY "1 : Register an Asset"
               DISPLAY "2 : Show an Asset"
               DISPLAY "3 : Monthly Depreciation Run"
               DISPLAY "4 : Dispose of an Asset"
               DISPLAY "5 : Asset Register Report"
               DISPLAY "0 : Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM RegisterAsset
                   WHEN 2 PERFORM ShowAsset
                   WHEN 3 PERFORM DepreciationRun
                   WHEN 4 PERFORM DisposeAsset
                   WHEN 5 PERFORM RegisterReport
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       OpenAssets.
           OPEN I-O AssetFile.
           IF WS-AssetStatus = "35"
               OPEN OUTPUT AssetFile
               CLOSE AssetFile
               OPEN I-O AssetFile
           END-IF.

       OpenMoves.
           OPEN EXTEND AssetMoveFile.
           IF WS-MoveStatus = "35"
               OPEN OUTPUT AssetMoveFile
               CLOSE AssetMoveFile
               OPEN EXTEND AssetMoveFile
           END-IF.

       CheckPeriodOpen.
           CALL 'PERCHK' USING WS-CheckDate, WS-PerClosed.
           MOVE 'N' TO WS-PerPosted.
           OPEN INPUT PostedFile.
           IF WS-PostedStatus = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PostedFile
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF PostedPeriod = WS-CheckDate(1:6)
                                   AND PostedCompany = WS-Company
                               MOVE 'Y' TO WS-PerPosted
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PostedFile.
           IF WS-PerClosed = 'Y' OR WS-PerPosted = 'Y'
               MOVE 'N' TO WS-PeriodOpen
           ELSE
               MOVE 'Y' TO WS-PeriodOpen
           END-IF.

       RegisterAsset.
           INITIALIZE AssetData.
           DISPLAY "Supplier invoice (0 = asset taken on from the "
               "old register): " WITH NO ADVANCING.
           ACCEPT AsApInvNum.
           IF AsApInvNum NOT = ZERO
               OPEN INPUT ApInvFile
               IF WS-ApInvStatus NOT = "00"
                   DISPLAY "No supplier invoices on file."
                   CLOSE ApInvFile
                   EXIT PARAGRAPH
               END-IF
               MOVE AsApInvNum TO APInvNum
               MOVE 'Y' TO WS-Found
               READ ApInvFile
                   INVALID KEY MOVE 'N' TO WS-Found
               END-READ
               CLOSE ApInvFile
               IF WS-Found = 'N'
                   DISPLAY "Supplier invoice " AsApInvNum
                       " not on file."
                   EXIT PARAGRAPH
               END-IF
               IF APNet = ZERO
                   MOVE APAmount TO PrnAmount
               ELSE
                   MOVE APNet TO PrnAmount
               END-IF
               DISPLAY "Supplier " APSupCode " ref " APSupRef
                   " dated " APDate " net " PrnAmount
               *> La capitalizzazione passa in contabilita' nel mese
               *> corrente: dev'essere ancora aperto.
               MOVE WS-TodayDate TO WS-CheckDate
               PERFORM CheckPeriodOpen
               IF WS-PeriodOpen = 'N'
                   DISPLAY "Period " WS-TodayDate(1:6) " is closed "
                       "or posted, asset not registered."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "Description: " WITH NO ADVANCING.
           ACCEPT AsDesc.
           IF AsDesc = SPACES
               DISPLAY "Description is required."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Category (E equipment, V vehicle, C computer, "
               "F furniture, O other): " WITH NO ADVANCING.
           ACCEPT AsCategory.
           MOVE FUNCTION UPPER-CASE(AsCategory) TO AsCategory.
           IF NOT AsCategoryValid
               DISPLAY "Invalid category."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Location: " WITH NO ADVANCING.
           ACCEPT AsLocation.
           DISPLAY "Acquisition date (yyyymmdd"
               WITH NO ADVANCING.
           IF AsApInvNum NOT = ZERO
               DISPLAY ", 0 = invoice date" WITH NO ADVANCING
           END-IF.
           DISPLAY "): " WITH NO ADVANCING.
           ACCEPT AsAcqDate.
           IF AsAcqDate = ZERO AND AsApInvNum NOT = ZERO
               MOVE APDate TO AsAcqDate
           END-IF.
           IF AsAcqDate IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD(AsAcqDate) NOT = 0
                   OR AsAcqDate > WS-TodayDate
               DISPLAY "Invalid acquisition date."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Cost" WITH NO ADVANCING.
           IF AsApInvNum NOT = ZERO
               DISPLAY " (0 = invoice net)" WITH NO ADVANCING
           END-IF.
           DISPLAY ": " WITH NO ADVANCING.
           ACCEPT AsCost.
           IF AsCost = ZERO AND AsApInvNum NOT = ZERO
               IF APNet = ZERO
                   MOVE APAmount TO AsCost
               ELSE
                   MOVE APNet TO AsCost
               END-IF
           END-IF.
           IF AsCost = ZERO
               DISPLAY "Cost is required."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Residual value at end of life: " WITH NO ADVANCING.
           ACCEPT AsSalvage.
           IF AsSalvage NOT < AsCost
               DISPLAY "Residual value must be below cost."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Useful life in months: " WITH NO ADVANCING.
           ACCEPT AsLifeMonths.
           IF AsLifeMonths = ZERO
               DISPLAY "Useful life is required."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Method (L straight line, D declining balance): "
               WITH NO ADVANCING.
           ACCEPT AsMethod.
           MOVE FUNCTION UPPER-CASE(AsMethod) TO AsMethod.
           IF NOT AsStraightLine AND NOT AsDeclining
               DISPLAY "Invalid method."
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO AsAccumDep AsLastDep.
           IF AsApInvNum = ZERO
               *> Bene ripreso dal vecchio registro: ammortamento gia'
               *> fatto e ultimo mese ammortizzato.
               DISPLAY "Depreciation already charged: "
                   WITH NO ADVANCING
               ACCEPT WS-OpenAccum
               IF WS-OpenAccum > AsCost - AsSalvage
                   DISPLAY "More than the depreciable amount, refused."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-OpenAccum TO AsAccumDep
               IF WS-OpenAccum > ZERO
                   DISPLAY "Depreciated through month (yyyymm): "
                       WITH NO ADVANCING
                   ACCEPT WS-OpenThrough
                   IF WS-OpenThrough IS NOT NUMERIC
                           OR WS-OpenThrough < AsAcqDate(1:6)
                           OR WS-OpenThrough > WS-TodayDate(1:6)
                       DISPLAY "Invalid month."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-OpenThrough TO AsLastDep
               END-IF
           END-IF.
           CALL 'IDNEXT' USING WS-IDSeries, WS-NewAsset, WS-IDStatus.
           IF WS-IDStatus = 'Y'
               DISPLAY "Asset number series exhausted."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NewAsset TO AsNum.
           MOVE 'A' TO AsStatus.
           MOVE ZERO TO AsDispDate AsDispProceeds.
           MOVE WS-OpID TO AsOpID.
           PERFORM OpenAssets.
           WRITE AssetData
               INVALID KEY
                   DISPLAY "Asset " WS-NewAsset " already on file."
                   CLOSE AssetFile
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE SPACES TO WS-JrnBefore.
           MOVE "WRITE" TO WS-JrnAction.
           PERFORM LogJournal.
           CLOSE AssetFile.
           *> Il costo della fattura esce dagli acquisti ed entra
           *> nelle immobilizzazioni.
           IF AsApInvNum NOT = ZERO
               PERFORM OpenMoves
               INITIALIZE AssetMoveData
               MOVE 'A' TO AmType
               MOVE AsNum TO AmAsset
               MOVE WS-TodayDate TO AmDate
               MOVE AsCategory TO AmCategory
               MOVE AsCost TO AmAmount
               MOVE WS-OpID TO AmOpID
               WRITE AssetMoveData
               CLOSE AssetMoveFile
           END-IF.
           DISPLAY "Asset " WS-NewAsset " registered.".

       LogJournal.
           MOVE SPACES TO WS-JrnKey.
           MOVE AsNum TO WS-JrnKey(1:5).
           MOVE AssetData TO WS-JrnAfter.
           CALL 'JRNL' USING WS-JrnFileCode, WS-JrnAction,
               WS-JrnKey, WS-JrnBefore, WS-JrnAfter.

       ShowAsset.
           OPEN INPUT AssetFile.
           IF WS-AssetStatus NOT = "00"
               DISPLAY "No assets on file."
               CLOSE AssetFile
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Asset number: " WITH NO ADVANCING.
           ACCEPT AsNum.
           MOVE 'Y' TO WS-Found.
           READ AssetFile
               INVALID KEY MOVE 'N' TO WS-Found
           END-READ.
           CLOSE AssetFile.
           IF WS-Found = 'N'
               DISPLAY "Asset not on file."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Asset       : " AsNum " " AsDesc.
           DISPLAY "Category    : " AsCategory "   Location: "
               AsLocation.
           DISPLAY "Acquired    : " AsAcqDate "   Supplier inv.: "
               AsApInvNum.
           MOVE AsCost TO PrnAmount.
           DISPLAY "Cost        : " PrnAmount.
           MOVE AsSalvage TO PrnAmount.
           DISPLAY "Residual    : " PrnAmount.
           DISPLAY "Life        : " AsLifeMonths " months, method "
               AsMethod.
           MOVE AsAccumDep TO PrnAmount.
           DISPLAY "Accumulated : " PrnAmount "   through "
               AsLastDep.
           COMPUTE WS-NetBook = AsCost - AsAccumDep.
           MOVE WS-NetBook TO PrnAmount.
           DISPLAY "Net book    : " PrnAmount.
           IF AsDisposed
               MOVE AsDispProceeds TO PrnAmount
               DISPLAY "DISPOSED on " AsDispDate " for " PrnAmount
           END-IF.

       DepreciationRun.
           IF WS-OpRole NOT = 'S'
               DISPLAY "Only supervisors may run depreciation."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Period to depreciate (yyyymm): " WITH NO ADVANCING.
           ACCEPT WS-Period.
           IF WS-Period IS NOT NUMERIC OR WS-PerMonth < 1
                   OR WS-PerMonth > 12
                   OR WS-Period > WS-TodayDate(1:6)
               DISPLAY "Invalid period."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CheckDate = WS-Period * 100 + 1.
           PERFORM CheckPeriodOpen.
           IF WS-PerClosed = 'Y'
               DISPLAY "Period " WS-Period " is closed, run refused."
               EXIT PARAGRAPH
           END-IF.
           IF WS-PerPosted = 'Y'
               DISPLAY "Period " WS-Period " already posted to the "
                   "general ledger, run refused."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CheckDate TO WS-NextMonth.
           IF WS-NxtMonth = 12
               ADD 1 TO WS-NxtYear
               MOVE 1 TO WS-NxtMonth
           ELSE
               ADD 1 TO WS-NxtMonth
           END-IF.
           COMPUTE WS-PeriodEnd = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NextMonth) - 1).
           COMPUTE WS-RunMonths = WS-PerYear * 12 + WS-PerMonth.
           OPEN I-O AssetFile.
           IF WS-AssetStatus NOT = "00"
               DISPLAY "No assets on file."
               CLOSE AssetFile
               EXIT PARAGRAPH
           END-IF.
           PERFORM OpenMoves.
           OPEN OUTPUT DepReport.
           MOVE WS-Period TO PrnDepPeriod.
           MOVE WS-OpID TO PrnDepOp.
           WRITE DepLine FROM DepTitle.
           WRITE DepLine FROM DepHead.
           MOVE ZERO TO WS-DepCount WS-DepTotal WS-FullyDep
               WS-NotYet WS-AlreadyDep.
           MOVE 'Y' TO WS-StartOK.
           MOVE ZERO TO AsNum.
           START AssetFile KEY IS NOT LESS THAN AsNum
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE 'N' TO WS-EOF.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AssetFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF AsActive
                               PERFORM DepreciateAsset
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           MOVE SPACES TO DepLine.
           WRITE DepLine.
           MOVE WS-DepTotal TO PrnAmount.
           MOVE SPACES TO DepLine.
           STRING "Assets charged: " WS-DepCount "   Total: "
               PrnAmount DELIMITED BY SIZE INTO DepLine.
           WRITE DepLine.
           CLOSE AssetFile, AssetMoveFile, DepReport.
           DISPLAY "----- Depreciation " WS-Period " -----".
           DISPLAY "Assets charged       : " WS-DepCount.
           DISPLAY "Total depreciation   : " PrnAmount.
           DISPLAY "Already charged      : " WS-AlreadyDep.
           DISPLAY "Fully depreciated    : " WS-FullyDep.
           DISPLAY "Not yet in service   : " WS-NotYet.
           DISPLAY "Detail in 148deprun.rpt".

       DepreciateAsset.
           IF AsLastDep NOT < WS-Period
               ADD 1 TO WS-AlreadyDep
               EXIT PARAGRAPH
           END-IF.
           *> Si parte dal mese dopo l'acquisto.
           MOVE AsAcqDate TO WS-AcqWork.
           COMPUTE WS-AcqMonths = WS-AcqYear * 12 + WS-AcqMonth.
           COMPUTE WS-Elapsed = WS-RunMonths - WS-AcqMonths.
           IF WS-Elapsed < 1
               ADD 1 TO WS-NotYet
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NetBook = AsCost - AsAccumDep.
           COMPUTE WS-Depreciable = WS-NetBook - AsSalvage.
           IF WS-Depreciable NOT > ZERO
               ADD 1 TO WS-FullyDep
               EXIT PARAGRAPH
           END-IF.
           *> Mesi di vita ancora da ammortizzare, questo compreso:
           *> all'ultimo si prende tutto il residuo.
           COMPUTE WS-Remaining = AsLifeMonths - WS-Elapsed + 1.
           IF WS-Remaining < 1
               MOVE 1 TO WS-Remaining
           END-IF.
           IF AsStraightLine
               COMPUTE WS-MonthDep ROUNDED =
                   (AsCost - AsSalvage) / AsLifeMonths
           ELSE
               *> Quote decrescenti al doppio del tasso costante sul
               *> netto; quando la quota costante sul residuo la
               *> supera si passa a quella.
               COMPUTE WS-MonthDep ROUNDED =
                   WS-NetBook * 2 / AsLifeMonths
               COMPUTE WS-LineDep ROUNDED =
                   WS-Depreciable / WS-Remaining
               IF WS-LineDep > WS-MonthDep
                   MOVE WS-LineDep TO WS-MonthDep
               END-IF
           END-IF.
           IF WS-Remaining = 1 OR WS-MonthDep > WS-Depreciable
               MOVE WS-Depreciable TO WS-MonthDep
           END-IF.
           IF WS-MonthDep NOT > ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE AssetData TO WS-JrnBefore.
           ADD WS-MonthDep TO AsAccumDep.
           MOVE WS-Period TO AsLastDep.
           REWRITE AssetData
               INVALID KEY
                   DISPLAY "Asset " AsNum " not updated"
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE "REWRITE" TO WS-JrnAction.
           PERFORM LogJournal.
           INITIALIZE AssetMoveData.
           MOVE 'M' TO AmType.
           MOVE AsNum TO AmAsset.
           MOVE WS-PeriodEnd TO AmDate.
           MOVE AsCategory TO AmCategory.
           MOVE WS-MonthDep TO AmAmount.
           MOVE AsAccumDep TO AmAccum.
           MOVE WS-OpID TO AmOpID.
           WRITE AssetMoveData.
           ADD 1 TO WS-DepCount.
           ADD WS-MonthDep TO WS-DepTotal.
           MOVE AsNum TO PrnDpAsset.
           MOVE AsDesc TO PrnDpDesc.
           MOVE AsCategory TO PrnDpCat.
           MOVE AsMethod TO PrnDpMethod.
           MOVE WS-MonthDep TO PrnDpCharge.
           MOVE AsAccumDep TO PrnDpAccum.
           COMPUTE PrnDpNet = AsCost - AsAccumDep.
           WRITE DepLine FROM DepDetail.

       DisposeAsset.
           IF WS-OpRole NOT = 'S'
               DISPLAY "Only supervisors may dispose of assets."
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O AssetFile.
           IF WS-AssetStatus NOT = "00"
               DISPLAY "No assets on file."
               CLOSE AssetFile
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Asset number: " WITH NO ADVANCING.
           ACCEPT WS-AskAsset.
           MOVE WS-AskAsset TO AsNum.
           MOVE 'Y' TO WS-Found.
           READ AssetFile
               INVALID KEY MOVE 'N' TO WS-Found
           END-READ.
           IF WS-Found = 'N'
               DISPLAY "Asset not on file."
               CLOSE AssetFile
               EXIT PARAGRAPH
           END-IF.
           IF AsDisposed
               DISPLAY "Asset already disposed on " AsDispDate "."
               CLOSE AssetFile
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NetBook = AsCost - AsAccumDep.
           MOVE WS-NetBook TO PrnAmount.
           DISPLAY AsDesc " net book " PrnAmount " depreciated "
               "through " AsLastDep.
           DISPLAY "Disposal date (yyyymmdd): " WITH NO ADVANCING.
           ACCEPT WS-DispDate.
           IF WS-DispDate IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-DispDate) NOT = 0
                   OR WS-DispDate < AsAcqDate
                   OR WS-DispDate > WS-TodayDate
               DISPLAY "Invalid disposal date."
               CLOSE AssetFile
               EXIT PARAGRAPH
           END-IF.
           IF WS-DispDate(1:6) < AsLastDep
               DISPLAY "Asset already depreciated through "
                   AsLastDep ", disposal refused."
               CLOSE AssetFile
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DispDate TO WS-CheckDate.
           PERFORM CheckPeriodOpen.
           IF WS-PeriodOpen = 'N'
               DISPLAY "Period " WS-DispDate(1:6) " is closed or "
                   "posted, disposal refused."
               CLOSE AssetFile
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Sale proceeds (0 = scrapped): " WITH NO ADVANCING.
           ACCEPT WS-Proceeds.
           COMPUTE WS-GainLoss = WS-Proceeds - WS-NetBook.
           MOVE WS-GainLoss TO PrnSigned.
           DISPLAY "Gain (-loss) on disposal: " PrnSigned.
           DISPLAY "Dispose of asset " AsNum "? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-Confirm.
           IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
               CLOSE AssetFile
               EXIT PARAGRAPH
           END-IF.
           MOVE AssetData TO WS-JrnBefore.
           MOVE 'D' TO AsStatus.
           MOVE WS-DispDate TO AsDispDate.
           MOVE WS-Proceeds TO AsDispProceeds.
           MOVE WS-OpID TO AsOpID.
           REWRITE AssetData
               INVALID KEY
                   DISPLAY "Asset not updated"
                   CLOSE AssetFile
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE "REWRITE" TO WS-JrnAction.
           PERFORM LogJournal.
           CLOSE AssetFile.
           PERFORM OpenMoves.
           INITIALIZE AssetMoveData.
           MOVE 'D' TO AmType.
           MOVE AsNum TO AmAsset.
           MOVE WS-DispDate TO AmDate.
           MOVE AsCategory TO AmCategory.
           MOVE AsCost TO AmAmount.
           MOVE AsAccumDep TO AmAccum.
           MOVE WS-Proceeds TO AmProceeds.
           MOVE WS-GainLoss TO AmGainLoss.
           MOVE WS-OpID TO AmOpID.
           WRITE AssetMoveData.
           CLOSE AssetMoveFile.
           DISPLAY "Asset " AsNum " disposed.".

       RegisterReport.
           OPEN INPUT AssetFile.
           IF WS-AssetStatus NOT = "00"
               DISPLAY "No assets on file."
               CLOSE AssetFile
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT RegReport.
           MOVE WS-TodayDate TO PrnRegDate.
           WRITE RegLine FROM RegTitle.
           MOVE ZERO TO WS-TotCount WS-TotCost WS-TotAccum
               WS-DisposedCount.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > 5
               PERFORM ReportCategory
           END-PERFORM.
           MOVE SPACES TO RegLine.
           WRITE RegLine.
           MOVE "ALL CATEGORIES" TO PrnRtLabel.
           MOVE WS-TotCount TO PrnRtCount.
           MOVE WS-TotCost TO PrnRtCost.
           MOVE WS-TotAccum TO PrnRtAccum.
           COMPUTE PrnRtNet = WS-TotCost - WS-TotAccum.
           WRITE RegLine FROM RegTotal.
           MOVE SPACES TO RegLine.
           STRING "Disposed assets not listed: " WS-DisposedCount
               DELIMITED BY SIZE INTO RegLine.
           WRITE RegLine.
           CLOSE AssetFile, RegReport.
           DISPLAY "Asset register written to 148register.rpt, "
               "net book value " PrnRtNet.

       ReportCategory.
           *> Un passaggio del file per categoria, solo i beni in
           *> servizio.
           MOVE ZERO TO WS-CatCost WS-CatAccum WS-CatCount.
           MOVE 'Y' TO WS-StartOK.
           MOVE ZERO TO AsNum.
           START AssetFile KEY IS NOT LESS THAN AsNum
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE 'N' TO WS-EOF.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AssetFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF AsCategory = CG-Code(C)
                               PERFORM ReportAsset
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-CatCount > ZERO
               MOVE "Total" TO PrnRtLabel
               MOVE WS-CatCount TO PrnRtCount
               MOVE WS-CatCost TO PrnRtCost
               MOVE WS-CatAccum TO PrnRtAccum
               COMPUTE PrnRtNet = WS-CatCost - WS-CatAccum
               WRITE RegLine FROM RegTotal
               ADD WS-CatCount TO WS-TotCount
               ADD WS-CatCost TO WS-TotCost
               ADD WS-CatAccum TO WS-TotAccum
           END-IF.

       ReportAsset.
           IF AsDisposed
               ADD 1 TO WS-DisposedCount
               EXIT PARAGRAPH
           END-IF.
           IF WS-CatCount = ZERO
               MOVE SPACES TO RegLine
               WRITE RegLine
               MOVE CG-Name(C) TO PrnRgCatName
               WRITE RegLine FROM RegCatHead
               WRITE RegLine FROM RegHead
           END-IF.
           ADD 1 TO WS-CatCount.
           ADD AsCost TO WS-CatCost.
           ADD AsAccumDep TO WS-CatAccum.
           MOVE AsNum TO PrnRgAsset.
           MOVE AsDesc TO PrnRgDesc.
           MOVE AsLocation TO PrnRgLoc.
           MOVE AsAcqDate TO PrnRgAcq.
           MOVE AsCost TO PrnRgCost.
           MOVE AsAccumDep TO PrnRgAccum.
           COMPUTE PrnRgNet = AsCost - AsAccumDep.
           WRITE RegLine FROM RegDetail.
