       IDENTIFICATION DIVISION.
       PROGRAM-ID.       CompanyMaint.
       AUTHOR.       Giulio.
       DATE-WRITTEN.15/10/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CompanyFile ASSIGN TO "154company.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CompanyStatus.
       DATA DIVISION.
       FILE SECTION.
       FD CompanyFile.
       COPY "COMPREC.cpy".
       WORKING-STORAGE SECTION.
       01 WS-CompanyStatus PIC XX.
       01 WS-EOF PIC X.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-OpID PIC X(8).
       01 WS-OpRole PIC X.
       01 WS-SignonOK PIC X.
       01 WS-Confirm PIC X.
       01 WS-DataOK PIC X.
       01 WS-Company PIC X(2).
       01 WS-CmpName PIC X(30).
       01 WS-LkpData PIC X(78).
       01 WS-LkpFound PIC X.
       01 WS-NewCompany.
           02 WS-NewCode PIC X(2).
           02 WS-NewName PIC X(30).
           02 WS-NewVatNum PIC X(20).
           02 WS-NewSeriesTag PIC X.
           02 WS-NewNumFrom PIC 9(4).
           02 WS-NewNumTo PIC 9(4).
           02 WS-NewMain PIC X.
           02 FILLER PIC X(16).
      *> Il master e' sequenziale e corto: per variare una societa'
      *> si carica in tabella e si riscrive per intero.
       01 CompanyTable.
           02 WS-CmpCount PIC 99 VALUE ZERO.
           02 CompanyEntry OCCURS 20 TIMES.
               03 CT-Data PIC X(78).
       01 T PIC 99.
       01 WS-FoundAt PIC 99.
       01 WS-JrnFileCode PIC X(8) VALUE "COMPANY".
       01 WS-JrnAction PIC X(8).
       01 WS-JrnKey PIC X(10).
       01 WS-JrnBefore PIC X(200).
       01 WS-JrnAfter PIC X(200).
       01 CompanyLine.
           02 PrnCode PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnName PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 PrnVatNum PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 PrnSeries PIC X.
           02 FILLER PIC X(3) VALUE SPACES.
           02 PrnNumFrom PIC ZZZ9.
           02 FILLER PIC X VALUE "-".
           02 PrnNumTo PIC 9999.
           02 FILLER PIC X VALUE SPACE.
           02 PrnMain PIC X(4).
       PROCEDURE DIVISION.
       StartPara.
      *> Master delle societa': ragione sociale, partita IVA, quarto
      *> carattere delle serie di numerazione e fascia di
      *> progressivi riservata (CMPNEXT). La societa' principale e'
      *> quella seminata da CMPLKUP e non si cambia: tiene
      *> magazzino, fornitori, cespiti e universita'. Le fasce di
      *> due societa' non possono sovrapporsi perche' i registri
      *> fatture e note credito sono condivisi.
           CALL 'SIGNON' USING WS-OpID, WS-OpRole, WS-SignonOK.
           IF WS-SignonOK NOT = 'Y'
               DISPLAY "Sign-on failed, program ends."
               GOBACK
           END-IF.
           CALL 'COMPGET' USING WS-Company, WS-CmpName.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "COMPANY MASTER  company " WS-Company " "
                   WS-CmpName
               DISPLAY "1 : List Companies"
               DISPLAY "2 : Add Company"
               DISPLAY "3 : Change Company"
               DISPLAY "0 : Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM ListCompanies
                   WHEN 2 PERFORM AddCompany
                   WHEN 3 PERFORM ChangeCompany
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           GOBACK.

       ListCompanies.
           PERFORM LoadCompanies.
           IF WS-CmpCount = ZERO
               DISPLAY "No companies on file."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY " ".
           DISPLAY "Cd Name                           VAT number"
               "           Tag Numbers   Main".
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-CmpCount
               MOVE CT-Data(T) TO CompanyData
               PERFORM FormatCompanyLine
               DISPLAY CompanyLine
           END-PERFORM.
           DISPLAY WS-CmpCount " companies on file.".

       FormatCompanyLine.
           MOVE CmpCode TO PrnCode.
           MOVE CmpName TO PrnName.
           MOVE CmpVatNum TO PrnVatNum.
           MOVE CmpSeriesTag TO PrnSeries.
           MOVE CmpNumFrom TO PrnNumFrom.
           MOVE CmpNumTo TO PrnNumTo.
           IF CmpIsMain
               MOVE "MAIN" TO PrnMain
           ELSE
               MOVE SPACES TO PrnMain
           END-IF.

       AddCompany.
           IF WS-OpRole NOT = 'S'
               DISPLAY "Only supervisors may change companies."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Company code (2 chars): " WITH NO ADVANCING.
           ACCEPT WS-NewCode.
           IF WS-NewCode = SPACES
               DISPLAY "Company code is required."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LoadCompanies.
           PERFORM FindCompany.
           IF WS-FoundAt > ZERO
               DISPLAY "Company " WS-NewCode " already on file, "
                   "use Change."
               EXIT PARAGRAPH
           END-IF.
           IF WS-CmpCount >= 20
               DISPLAY "Company table full (20)."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-NewMain.
           PERFORM AcceptCompanyData.
           IF WS-Confirm NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CmpCount.
           MOVE WS-NewCompany TO CT-Data(WS-CmpCount).
           PERFORM SaveCompanies.
           MOVE "WRITE" TO WS-JrnAction.
           MOVE SPACES TO WS-JrnBefore.
           PERFORM LogJournal.
           DISPLAY "Company " WS-NewCode " added by " WS-OpID
               ", authorise operators for it in the operator master.".

       ChangeCompany.
           IF WS-OpRole NOT = 'S'
               DISPLAY "Only supervisors may change companies."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Company code to change: " WITH NO ADVANCING.
           ACCEPT WS-NewCode.
           PERFORM LoadCompanies.
           PERFORM FindCompany.
           IF WS-FoundAt = ZERO
               DISPLAY "Company " WS-NewCode " not on file."
               EXIT PARAGRAPH
           END-IF.
           MOVE CT-Data(WS-FoundAt) TO CompanyData.
           PERFORM FormatCompanyLine.
           DISPLAY "Now: " CompanyLine.
           MOVE CmpMain TO WS-NewMain.
           PERFORM AcceptCompanyData.
           IF WS-Confirm NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE CT-Data(WS-FoundAt) TO WS-JrnBefore.
           MOVE WS-NewCompany TO CT-Data(WS-FoundAt).
           PERFORM SaveCompanies.
           MOVE "REWRITE" TO WS-JrnAction.
           PERFORM LogJournal.
           DISPLAY "Company " WS-NewCode " changed by " WS-OpID
               ", documents already issued keep their numbers.".

       AcceptCompanyData.
           MOVE 'N' TO WS-Confirm.
           DISPLAY "Company name: " WITH NO ADVANCING.
           ACCEPT WS-NewName.
           IF WS-NewName = SPACES
               DISPLAY "Company name is required."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "VAT number: " WITH NO ADVANCING.
           ACCEPT WS-NewVatNum.
           DISPLAY "Series tag (1 char, blank = historic series): "
               WITH NO ADVANCING.
           ACCEPT WS-NewSeriesTag.
           DISPLAY "First document number (1-9999): "
               WITH NO ADVANCING.
           ACCEPT WS-NewNumFrom.
           DISPLAY "Last document number (1-9999): "
               WITH NO ADVANCING.
           ACCEPT WS-NewNumTo.
           IF WS-NewNumFrom IS NOT NUMERIC
                   OR WS-NewNumTo IS NOT NUMERIC
                   OR WS-NewNumFrom = ZERO
                   OR WS-NewNumTo < WS-NewNumFrom
               DISPLAY "Invalid numbering range."
               EXIT PARAGRAPH
           END-IF.
           PERFORM CheckOtherCompanies.
           IF WS-DataOK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NewCompany TO CompanyData.
           PERFORM FormatCompanyLine.
           DISPLAY "Save: " CompanyLine.
           DISPLAY "Confirm (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-Confirm.
           IF WS-Confirm = 'y'
               MOVE 'Y' TO WS-Confirm
           END-IF.
           IF WS-Confirm NOT = 'Y'
               DISPLAY "Nothing written."
           END-IF.

       CheckOtherCompanies.
           *> Serie e fascia non devono toccare quelle delle altre
           *> societa': stessa serie IDNEXT con fasce sovrapposte
           *> darebbe due fatture con lo stesso numero.
           MOVE 'Y' TO WS-DataOK.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-CmpCount
               MOVE CT-Data(T) TO CompanyData
               IF CmpCode NOT = WS-NewCode
                   IF CmpSeriesTag = WS-NewSeriesTag
                       DISPLAY "Series tag '" WS-NewSeriesTag
                           "' already used by company " CmpCode "."
                       MOVE 'N' TO WS-DataOK
                   END-IF
                   IF WS-NewNumFrom NOT > CmpNumTo
                           AND WS-NewNumTo NOT < CmpNumFrom
                       DISPLAY "Numbers " CmpNumFrom "-" CmpNumTo
                           " already reserved to company " CmpCode
                           "."
                       MOVE 'N' TO WS-DataOK
                   END-IF
               END-IF
           END-PERFORM.

       LoadCompanies.
           *> Una chiamata a vuoto fa seminare il master a CMPLKUP
           *> se e' il primo avvio.
           CALL 'CMPLKUP' USING WS-Company, WS-LkpData, WS-LkpFound.
           MOVE ZERO TO WS-CmpCount.
           OPEN INPUT CompanyFile.
           IF WS-CompanyStatus NOT = "00"
               CLOSE CompanyFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y' OR WS-CmpCount >= 20
               READ CompanyFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CmpCount
                       MOVE CompanyData TO CT-Data(WS-CmpCount)
               END-READ
           END-PERFORM.
           CLOSE CompanyFile.

       FindCompany.
           MOVE ZERO TO WS-FoundAt.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-CmpCount
               IF CT-Data(T)(1:2) = WS-NewCode
                   MOVE T TO WS-FoundAt
               END-IF
           END-PERFORM.

       SaveCompanies.
           OPEN OUTPUT CompanyFile.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-CmpCount
               MOVE CT-Data(T) TO CompanyData
               WRITE CompanyData
           END-PERFORM.
           CLOSE CompanyFile.

       LogJournal.
           MOVE WS-NewCode TO WS-JrnKey.
           MOVE WS-NewCompany TO WS-JrnAfter.
           CALL 'JRNL' USING WS-JrnFileCode, WS-JrnAction,
               WS-JrnKey, WS-JrnBefore, WS-JrnAfter.
