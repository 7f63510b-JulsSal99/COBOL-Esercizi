       IDENTIFICATION DIVISION.
       PROGRAM-ID.       TermsMaint.
       AUTHOR.       Giulio.
       DATE-WRITTEN.15/10/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TermsFile ASSIGN TO "152terms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TermsStatus.
       DATA DIVISION.
       FILE SECTION.
       FD TermsFile.
       COPY "TERMSREC.cpy".
       WORKING-STORAGE SECTION.
       01 WS-TermsStatus PIC XX.
       01 WS-EOF PIC X.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-OpID PIC X(8).
       01 WS-OpRole PIC X.
       01 WS-SignonOK PIC X.
       01 WS-TodayDate PIC 9(8).
       01 WS-Confirm PIC X.
       01 WS-ListCount PIC 9(4).
       01 WS-AskCode PIC X(4).
       01 WS-AskDate PIC 9(8).
       01 WS-CalcDue PIC 9(8).
       01 WS-CalcDisc PIC 9(8).
       01 WS-CalcRate PIC V999.
       01 WS-CalcFound PIC X.
       01 WS-NewTerms.
           02 WS-NewCode PIC X(4).
           02 WS-NewDesc PIC X(30).
           02 WS-NewDays PIC 9(3).
           02 WS-NewEndMonth PIC X.
           02 WS-NewDiscDays PIC 9(3).
           02 WS-NewDiscRate PIC V999.
      *> Il master e' sequenziale e corto: per variare una
      *> condizione si carica in tabella e si riscrive per intero.
       01 TermsTable.
           02 WS-TermsCount PIC 9(3) VALUE ZERO.
           02 TermsEntry OCCURS 200 TIMES.
               03 TT-Data PIC X(44).
       01 T PIC 9(3).
       01 WS-FoundAt PIC 9(3).
       01 WS-JrnFileCode PIC X(8) VALUE "TERMS".
       01 WS-JrnAction PIC X(8).
       01 WS-JrnKey PIC X(10).
       01 WS-JrnBefore PIC X(200).
       01 WS-JrnAfter PIC X(200).
       01 PrnRate PIC 9.9.
       01 TermsLine.
           02 PrnCode PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDesc PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDays PIC ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnEOM PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDiscPct PIC Z9.9.
           02 FILLER PIC X(4) VALUE "% a ".
           02 PrnDiscDays PIC ZZ9.
       PROCEDURE DIVISION.
       StartPara.
      *> Master delle condizioni di pagamento: ogni cliente ne ha
      *> una (CustTerms), InvoiceGen ne ricava scadenza e sconto
      *> cassa di ogni fattura con TERMCALC. Le fatture gia' emesse
      *> tengono la scadenza calcolata al momento, per cui variare
      *> una condizione vale solo per le fatture nuove.
           CALL 'SIGNON' USING WS-OpID, WS-OpRole, WS-SignonOK.
           IF WS-SignonOK NOT = 'Y'
               DISPLAY "Sign-on failed, program ends."
               GOBACK
           END-IF.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "PAYMENT TERMS MASTER"
               DISPLAY "1 : List Payment Terms"
               DISPLAY "2 : Add Payment Terms"
               DISPLAY "3 : Change Payment Terms"
               DISPLAY "4 : Due Date for an Invoice Date"
               DISPLAY "0 : Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM ListTerms
                   WHEN 2 PERFORM AddTerms
                   WHEN 3 PERFORM ChangeTerms
                   WHEN 4 PERFORM ShowDueDate
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           GOBACK.

       ListTerms.
           PERFORM LoadTerms.
           IF WS-TermsCount = ZERO
               DISPLAY "No payment terms on file."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY " ".
           DISPLAY "Code Description                    Days EOM "
               "Cash discount".
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TermsCount
               MOVE TT-Data(T) TO TermsData
               PERFORM FormatTermsLine
               DISPLAY TermsLine
           END-PERFORM.
           DISPLAY WS-TermsCount " payment terms on file.".

       FormatTermsLine.
           MOVE TrmCode TO PrnCode.
           MOVE TrmDesc TO PrnDesc.
           MOVE TrmDays TO PrnDays.
           IF TrmEOM
               MOVE "FM" TO PrnEOM
           ELSE
               MOVE SPACES TO PrnEOM
           END-IF.
           IF TrmDiscRate > ZERO
               COMPUTE PrnDiscPct = TrmDiscRate * 100
               MOVE "% a " TO TermsLine(48:4)
               MOVE TrmDiscDays TO PrnDiscDays
           ELSE
               MOVE SPACES TO TermsLine(44:)
           END-IF.

       AddTerms.
           IF WS-OpRole NOT = 'S'
               DISPLAY "Only supervisors may change payment terms."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Terms code (4 chars): " WITH NO ADVANCING.
           ACCEPT WS-NewCode.
           IF WS-NewCode = SPACES
               DISPLAY "Terms code is required."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LoadTerms.
           PERFORM FindTerms.
           IF WS-FoundAt > ZERO
               DISPLAY "Terms " WS-NewCode " already on file, "
                   "use Change."
               EXIT PARAGRAPH
           END-IF.
           IF WS-TermsCount >= 200
               DISPLAY "Payment terms table full (200)."
               EXIT PARAGRAPH
           END-IF.
           PERFORM AcceptTermsData.
           IF WS-Confirm NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TermsCount.
           MOVE WS-NewTerms TO TT-Data(WS-TermsCount).
           PERFORM SaveTerms.
           MOVE "WRITE" TO WS-JrnAction.
           MOVE SPACES TO WS-JrnBefore.
           PERFORM LogJournal.
           DISPLAY "Terms " WS-NewCode " added by " WS-OpID ".".

       ChangeTerms.
           IF WS-OpRole NOT = 'S'
               DISPLAY "Only supervisors may change payment terms."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Terms code to change: " WITH NO ADVANCING.
           ACCEPT WS-NewCode.
           PERFORM LoadTerms.
           PERFORM FindTerms.
           IF WS-FoundAt = ZERO
               DISPLAY "Terms " WS-NewCode " not on file."
               EXIT PARAGRAPH
           END-IF.
           MOVE TT-Data(WS-FoundAt) TO TermsData.
           PERFORM FormatTermsLine.
           DISPLAY "Now: " TermsLine.
           PERFORM AcceptTermsData.
           IF WS-Confirm NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE TT-Data(WS-FoundAt) TO WS-JrnBefore.
           MOVE WS-NewTerms TO TT-Data(WS-FoundAt).
           PERFORM SaveTerms.
           MOVE "REWRITE" TO WS-JrnAction.
           PERFORM LogJournal.
           DISPLAY "Terms " WS-NewCode " changed by " WS-OpID
               ", invoices already issued keep their due date.".

       AcceptTermsData.
           MOVE 'N' TO WS-Confirm.
           DISPLAY "Description: " WITH NO ADVANCING.
           ACCEPT WS-NewDesc.
           DISPLAY "Days from invoice date (0-999): "
               WITH NO ADVANCING.
           ACCEPT WS-NewDays.
           IF WS-NewDays IS NOT NUMERIC
               DISPLAY "Invalid number of days."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Due at end of month (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-NewEndMonth.
           IF WS-NewEndMonth = 'y'
               MOVE 'Y' TO WS-NewEndMonth
           END-IF.
           IF WS-NewEndMonth NOT = 'Y'
               MOVE 'N' TO WS-NewEndMonth
           END-IF.
           DISPLAY "Cash discount rate (e.g. 020 for 2%, 0 = none): "
               WITH NO ADVANCING.
           ACCEPT WS-NewDiscRate.
           MOVE ZERO TO WS-NewDiscDays.
           IF WS-NewDiscRate > ZERO
               DISPLAY "Discount if paid within days: "
                   WITH NO ADVANCING
               ACCEPT WS-NewDiscDays
               IF WS-NewDiscDays IS NOT NUMERIC
                       OR WS-NewDiscDays = ZERO
                       OR WS-NewDiscDays > WS-NewDays
                   DISPLAY "Discount days must be between 1 and "
                       WS-NewDays "."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-NewTerms TO TermsData.
           PERFORM FormatTermsLine.
           DISPLAY "Save: " TermsLine.
           DISPLAY "Confirm (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-Confirm.
           IF WS-Confirm = 'y'
               MOVE 'Y' TO WS-Confirm
           END-IF.
           IF WS-Confirm NOT = 'Y'
               DISPLAY "Nothing written."
           END-IF.

       ShowDueDate.
           DISPLAY "Terms code: " WITH NO ADVANCING.
           ACCEPT WS-AskCode.
           DISPLAY "Invoice date (yyyymmdd, 0 = today): "
               WITH NO ADVANCING.
           ACCEPT WS-AskDate.
           IF WS-AskDate = ZERO
               MOVE WS-TodayDate TO WS-AskDate
           END-IF.
           CALL 'TERMCALC' USING WS-AskCode, WS-AskDate, WS-CalcDue,
               WS-CalcDisc, WS-CalcRate, WS-CalcFound.
           IF WS-CalcFound NOT = 'Y'
               DISPLAY "Terms " WS-AskCode " not on file, invoice "
                   "due on receipt: " WS-CalcDue
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Due date      : " WS-CalcDue.
           IF WS-CalcRate > ZERO
               COMPUTE PrnRate = WS-CalcRate * 100
               DISPLAY "Cash discount : " PrnRate "% if paid by "
                   WS-CalcDisc
           END-IF.

       LoadTerms.
           *> Una chiamata a vuoto fa seminare il master a TERMCALC
           *> se e' il primo avvio.
           MOVE SPACES TO WS-AskCode.
           CALL 'TERMCALC' USING WS-AskCode, WS-TodayDate,
               WS-CalcDue, WS-CalcDisc, WS-CalcRate, WS-CalcFound.
           MOVE ZERO TO WS-TermsCount.
           OPEN INPUT TermsFile.
           IF WS-TermsStatus NOT = "00"
               CLOSE TermsFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y' OR WS-TermsCount >= 200
               READ TermsFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TermsCount
                       MOVE TermsData TO TT-Data(WS-TermsCount)
               END-READ
           END-PERFORM.
           CLOSE TermsFile.

       FindTerms.
           MOVE ZERO TO WS-FoundAt.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TermsCount
               IF TT-Data(T)(1:4) = WS-NewCode
                   MOVE T TO WS-FoundAt
               END-IF
           END-PERFORM.

       SaveTerms.
           OPEN OUTPUT TermsFile.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TermsCount
               MOVE TT-Data(T) TO TermsData
               WRITE TermsData
           END-PERFORM.
           CLOSE TermsFile.

       LogJournal.
           MOVE WS-NewCode TO WS-JrnKey.
           MOVE WS-NewTerms TO WS-JrnAfter.
           CALL 'JRNL' USING WS-JrnFileCode, WS-JrnAction,
               WS-JrnKey, WS-JrnBefore, WS-JrnAfter.
