       IDENTIFICATION DIVISION.
       PROGRAM-ID.       ContractMaint.
       AUTHOR.       Giulio.
       DATE-WRITTEN.04/09/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ContractFile ASSIGN TO "115contracts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ContractStatus.
           SELECT CustomerFIle ASSIGN TO "15costumer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDNum
               ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
               FILE STATUS IS WS-CustStatus.
           SELECT ExpiryReport ASSIGN TO "115expiry.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ContractFile.
       COPY "CONTRREC.cpy".
       FD CustomerFIle.
       COPY "CUSTREC.cpy".
       FD ExpiryReport.
       01 PrintLine PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-ContractStatus PIC XX.
       01 WS-CustStatus PIC XX.
       01 WS-EOF PIC X.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-OpID PIC X(8).
       01 WS-OpRole PIC X.
       01 WS-SignonOK PIC X.
       01 WS-TodayDate PIC 9(8).
       01 WS-TodayInt PIC 9(7).
       01 WS-LimitInt PIC 9(7).
       01 WS-LimitDate PIC 9(8).
       01 WS-EndInt PIC 9(7).
       01 WS-DaysLeft PIC 9(5).
       01 WS-Days PIC 9(3).
       01 WS-AskCust PIC 9(5).
       01 WS-NewProd PIC X(10).
       01 WS-NewPrice PIC 9(4)V99.
       01 WS-NewDisc PIC V999.
       01 WS-NewFrom PIC 9(8).
       01 WS-NewTo PIC 9(8).
       01 WS-Confirm PIC X.
       01 WS-Overlap PIC X.
       01 WS-CustExists PIC X.
       01 WS-ListCount PIC 9(4).
       01 CategoryTable.
           02 CatCount PIC 99 VALUE ZERO.
           02 CategoryEntry OCCURS 50 TIMES.
               03 CatProdName PIC X(10).
               03 CatUnitPrice PIC 9(4)V99.
               03 CatDiscount PIC V999.
       01 WS-CatLoadOK PIC X.
       01 CatIdx PIC 99.
       01 WS-CatFound PIC X.
       01 PrnPrice PIC Z,ZZ9.99.
       01 PrnDisc PIC .999.
       01 ReportHeading.
           02 FILLER PIC X(32)
               VALUE "PRICE AGREEMENTS EXPIRING  from ".
           02 PrnFromDate PIC 9(8).
           02 FILLER PIC X(4) VALUE " to ".
           02 PrnToDate PIC 9(8).
       01 ColumnHeading.
           02 FILLER PIC X(46)
               VALUE "Cust  Name                 Product         Net".
           02 FILLER PIC X(20) VALUE " Disc Valid to  Days".
       01 ExpiryLine.
           02 PrnCust PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCustName PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnProd PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnExpPrice PIC Z,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnExpDisc PIC .999.
           02 FILLER PIC X VALUE SPACE.
           02 PrnExpTo PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDaysLeft PIC ZZZZ9.
       01 TotalLine.
           02 FILLER PIC X(28) VALUE "Agreements to renegotiate : ".
           02 PrnTotal PIC ZZZ9.
       PROCEDURE DIVISION.
       StartPara.
           CALL 'SIGNON' USING WS-OpID, WS-OpRole, WS-SignonOK.
           IF WS-SignonOK NOT = 'Y'
               DISPLAY "Sign-on failed, program ends."
               GOBACK
           END-IF.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           CALL 'CATLOAD' USING CategoryTable, WS-CatLoadOK.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "CUSTOMER PRICE AGREEMENTS"
               DISPLAY "1 : List Agreements of a Customer"
               DISPLAY "2 : Add an Agreement"
               DISPLAY "3 : Expiry Report (agreements ending soon)"
               DISPLAY "0 : Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM ListAgreements
                   WHEN 2 PERFORM AddAgreement
                   WHEN 3 PERFORM ExpiryRun
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           GOBACK.

       ListAgreements.
           DISPLAY "Customer ID : " WITH NO ADVANCING.
           ACCEPT WS-AskCust.
           OPEN INPUT ContractFile.
           IF WS-ContractStatus NOT = "00"
               DISPLAY "No price agreements on file."
               CLOSE ContractFile
               EXIT PARAGRAPH
           END-IF.
           DISPLAY " ".
           DISPLAY "Product        Net  Disc From     To       By".
           MOVE ZERO TO WS-ListCount.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ContractFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CtrCustID = WS-AskCust
                           MOVE CtrPrice TO PrnPrice
                           MOVE CtrDiscount TO PrnDisc
                           DISPLAY CtrProdName " " PrnPrice " "
                               PrnDisc " " CtrFrom " " CtrTo " "
                               CtrOpID
                           ADD 1 TO WS-ListCount
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ContractFile.
           DISPLAY WS-ListCount " agreements for customer "
               WS-AskCust ".".

       AddAgreement.
           *> Gli accordi non si riscrivono: per rinegoziare se ne
           *> registra uno nuovo con la sua decorrenza, e PRCLKUP
           *> applica quello con la decorrenza piu' recente.
           IF WS-OpRole NOT = 'S'
               DISPLAY "Only supervisors may enter price agreements."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Customer ID : " WITH NO ADVANCING.
           ACCEPT WS-AskCust.
           PERFORM CheckCustomer.
           IF WS-CustExists = 'N'
               DISPLAY "Customer not on file, refused."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Customer " FirstName " " LastName.
           DISPLAY "Product : " WITH NO ADVANCING.
           ACCEPT WS-NewProd.
           MOVE 'N' TO WS-CatFound.
           PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > CatCount
               IF CatProdName(CatIdx) = WS-NewProd
                   MOVE 'Y' TO WS-CatFound
               END-IF
           END-PERFORM.
           IF WS-CatFound = 'N'
               DISPLAY "Unknown product, refused."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Agreed net unit price (0 = use discount) : "
               WITH NO ADVANCING.
           ACCEPT WS-NewPrice.
           MOVE ZERO TO WS-NewDisc.
           IF WS-NewPrice = ZERO
               DISPLAY "Agreed discount (e.g. 125 for 12.5%) : "
                   WITH NO ADVANCING
               ACCEPT WS-NewDisc
               IF WS-NewDisc = ZERO
                   DISPLAY "Neither price nor discount, refused."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "Valid from (yyyymmdd) : " WITH NO ADVANCING.
           ACCEPT WS-NewFrom.
           DISPLAY "Valid to (yyyymmdd) : " WITH NO ADVANCING.
           ACCEPT WS-NewTo.
           IF WS-NewFrom IS NOT NUMERIC OR WS-NewTo IS NOT NUMERIC
                   OR WS-NewFrom = ZERO OR WS-NewTo < WS-NewFrom
               DISPLAY "Invalid validity period, refused."
               EXIT PARAGRAPH
           END-IF.
           PERFORM CheckOverlap.
           IF WS-Overlap = 'Y'
               DISPLAY "Note: overlaps an agreement already on "
                   "file; the later start date prevails."
           END-IF.
           DISPLAY "Record agreement for " WS-AskCust " / "
               WS-NewProd " from " WS-NewFrom " to " WS-NewTo
               "? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-Confirm.
           IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
               DISPLAY "Nothing written."
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND ContractFile.
           IF WS-ContractStatus = "35"
               OPEN OUTPUT ContractFile
               CLOSE ContractFile
               OPEN EXTEND ContractFile
           END-IF.
           MOVE WS-AskCust TO CtrCustID.
           MOVE WS-NewProd TO CtrProdName.
           MOVE WS-NewPrice TO CtrPrice.
           MOVE WS-NewDisc TO CtrDiscount.
           MOVE WS-NewFrom TO CtrFrom.
           MOVE WS-NewTo TO CtrTo.
           MOVE WS-OpID TO CtrOpID.
           WRITE ContractData.
           CLOSE ContractFile.
           DISPLAY "Agreement recorded by " WS-OpID ".".

       CheckCustomer.
           MOVE 'N' TO WS-CustExists.
           OPEN INPUT CustomerFIle.
           IF WS-CustStatus NOT = "00"
               CLOSE CustomerFIle
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AskCust TO IDNum.
           MOVE 'Y' TO WS-CustExists.
           READ CustomerFIle
               INVALID KEY MOVE 'N' TO WS-CustExists
           END-READ.
           CLOSE CustomerFIle.

       CheckOverlap.
           MOVE 'N' TO WS-Overlap.
           OPEN INPUT ContractFile.
           IF WS-ContractStatus NOT = "00"
               CLOSE ContractFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ContractFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CtrCustID = WS-AskCust
                               AND CtrProdName = WS-NewProd
                               AND CtrFrom <= WS-NewTo
                               AND CtrTo >= WS-NewFrom
                           MOVE 'Y' TO WS-Overlap
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ContractFile.

       ExpiryRun.
           *> Accordi che scadono entro N giorni da oggi (30 di
           *> base), per rinegoziarli in tempo. Quelli gia' scaduti
           *> non compaiono.
           DISPLAY "Days ahead (0 = 30) : " WITH NO ADVANCING.
           ACCEPT WS-Days.
           IF WS-Days = ZERO
               MOVE 30 TO WS-Days
           END-IF.
           COMPUTE WS-TodayInt =
               FUNCTION INTEGER-OF-DATE(WS-TodayDate).
           COMPUTE WS-LimitInt = WS-TodayInt + WS-Days.
           COMPUTE WS-LimitDate =
               FUNCTION DATE-OF-INTEGER(WS-LimitInt).
           OPEN INPUT ContractFile.
           IF WS-ContractStatus NOT = "00"
               DISPLAY "No price agreements on file."
               CLOSE ContractFile
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CustomerFIle.
           OPEN OUTPUT ExpiryReport.
           MOVE WS-TodayDate TO PrnFromDate.
           MOVE WS-LimitDate TO PrnToDate.
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING PAGE.
           WRITE PrintLine FROM ColumnHeading AFTER ADVANCING 2
           LINES.
           MOVE ZERO TO WS-ListCount.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ContractFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CtrTo >= WS-TodayDate
                               AND CtrTo <= WS-LimitDate
                           PERFORM PrintExpiryLine
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-ListCount TO PrnTotal.
           WRITE PrintLine FROM TotalLine AFTER ADVANCING 2 LINES.
           CLOSE ContractFile, CustomerFIle, ExpiryReport.
           DISPLAY WS-ListCount " agreements expiring listed on "
               "115expiry.rpt".

       PrintExpiryLine.
           MOVE CtrCustID TO PrnCust IDNum.
           MOVE SPACES TO PrnCustName.
           IF WS-CustStatus = "00" OR WS-CustStatus = "23"
               READ CustomerFIle
                   INVALID KEY MOVE "(not on file)" TO PrnCustName
                   NOT INVALID KEY
                       STRING LastName DELIMITED BY SPACE
                           " " FirstName DELIMITED BY SPACE
                           INTO PrnCustName
                       END-STRING
               END-READ
           END-IF.
           MOVE CtrProdName TO PrnProd.
           MOVE CtrPrice TO PrnExpPrice.
           MOVE CtrDiscount TO PrnExpDisc.
           MOVE CtrTo TO PrnExpTo.
           COMPUTE WS-EndInt = FUNCTION INTEGER-OF-DATE(CtrTo).
           COMPUTE WS-DaysLeft = WS-EndInt - WS-TodayInt.
           MOVE WS-DaysLeft TO PrnDaysLeft.
           WRITE PrintLine FROM ExpiryLine AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-ListCount.
