       IDENTIFICATION DIVISION.
       PROGRAM-ID.       LateInterest.
       AUTHOR.       Giulio.
       DATE-WRITTEN.15/10/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RateFile ASSIGN TO "147intrate.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RtFrom
               FILE STATUS IS WS-RateStatus.
           SELECT DetailFile ASSIGN TO "147intdetail.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DtKey
               ALTERNATE RECORD KEY IS DtNoteNum WITH DUPLICATES
               FILE STATUS IS WS-DetStatus.
           SELECT InvRegister ASSIGN TO "25invreg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS InvNum
               FILE STATUS IS WS-RegStatus.
           SELECT PaymentFile ASSIGN TO "26payments.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PaySeq
               ALTERNATE RECORD KEY IS PayInvNum
                   WITH DUPLICATES
               FILE STATUS IS WS-PayStatus.
           SELECT CustomerFIle ASSIGN TO "15costumer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDNum
               ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
               FILE STATUS IS WS-CustStatus.
           SELECT StmtReport ASSIGN TO "147intstmt.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RateFile.
      *> Tasso di riferimento (BCE) e maggiorazione di legge in
      *> punti percentuali annui, validi dalla data RtFrom fino al
      *> record successivo.
       01 RateData.
           02 RtFrom PIC 9(8).
           02 RtRefRate PIC 9(2)V9(3).
           02 RtMargin PIC 9(2)V9(3).
           02 RtEntered PIC 9(8).
           02 RtOpID PIC X(8).
       FD DetailFile.
      *> Un record per tratto di giorni a saldo e tasso costanti,
      *> per fattura e mese di competenza: e' il dettaglio stampato
      *> nell'estratto e impedisce di addebitare due volte lo
      *> stesso mese. DtNoteNum e' la nota di addebito che lo ha
      *> fatturato (zero finche' il giro non la emette).
       01 DetailData.
           02 DtKey.
               03 DtInvNum PIC 9(5).
               03 DtPeriod PIC 9(6).
               03 DtSeg PIC 99.
           02 DtNoteNum PIC 9(5).
           02 DtCustID PIC 9(5).
           02 DtDueDate PIC 9(8).
           02 DtFrom PIC 9(8).
           02 DtTo PIC 9(8).
           02 DtDays PIC 9(3).
           02 DtBalance PIC 9(7)V99.
           02 DtRefRate PIC 9(2)V9(3).
           02 DtMargin PIC 9(2)V9(3).
           02 DtInterest PIC 9(5)V99.
           02 DtCurr PIC X(3).
           02 DtRunDate PIC 9(8).
           02 DtOpID PIC X(8).
       FD InvRegister.
       COPY "INVREC.cpy".
       FD PaymentFile.
       COPY "PAYREC.cpy".
       FD CustomerFIle.
       COPY "CUSTREC.cpy".
       FD StmtReport.
       01 PrintLine PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-RateStatus PIC XX.
       01 WS-DetStatus PIC XX.
       01 WS-RegStatus PIC XX.
       01 WS-PayStatus PIC XX.
       01 WS-CustStatus PIC XX.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-OpID PIC X(8).
       01 WS-OpRole PIC X.
       01 WS-SignonOK PIC X.
       01 WS-EOF PIC X.
       01 WS-PayEOF PIC X.
       01 WS-StartOK PIC X.
       01 WS-Found PIC X.
       01 WS-Confirm PIC X.
       01 WS-PayAvail PIC X.
       01 WS-TodayDate PIC 9(8).
       01 WS-ParmKey PIC X(12).
       01 WS-ParmValue PIC X(20).
       01 WS-ParmFound PIC X.
      *> Interesse minimo del mese per cliente sotto il quale la
      *> nota non si emette (INTMINAMT, unita' intere). La mora
      *> decorre dalla scadenza di ogni fattura (InvDueDate).
       01 WS-MinAmount PIC 9(5) VALUE 10.
       01 WS-IDSeries PIC X(4) VALUE "INV ".
      *> Interessi sulle fatture della societa' corrente, note
      *> di addebito nella sua fascia di numeri (CMPNEXT).
       01 WS-Company PIC X(2).
       01 WS-CmpName PIC X(30).
       01 WS-IDStatus PIC X.
       01 WS-NoteNum PIC 9(5).
       01 WS-JrnFileCode PIC X(8) VALUE "LATEINT".
       01 WS-JrnAction PIC X(8).
       01 WS-JrnKey PIC X(10).
       01 WS-JrnBefore PIC X(200).
       01 WS-JrnAfter PIC X(200).
       01 WS-RateText PIC X(10).
       01 WS-NewFrom PIC 9(8).
       01 WS-NewRef PIC 9(2)V9(3).
       01 WS-NewMargin PIC 9(2)V9(3).
       01 WS-AskInv PIC 9(5).
      *> Mese di competenza del giro e suoi estremi come giorni
      *> interi: si addebitano solo i giorni di ritardo del mese.
       01 WS-Period PIC 9(6).
       01 WS-PeriodX REDEFINES WS-Period.
           02 WS-PerYear PIC 9(4).
           02 WS-PerMonth PIC 99.
       01 WS-TodayPeriod PIC 9(6).
       01 WS-MonthStart PIC 9(8).
       01 WS-NextMonth PIC 9(8).
       01 WS-NextMonthX REDEFINES WS-NextMonth.
           02 WS-NxtYear PIC 9(4).
           02 WS-NxtMonth PIC 99.
           02 WS-NxtDay PIC 99.
       01 WS-MonthEnd PIC 9(8).
       01 WS-StartInt PIC 9(7).
       01 WS-EndInt PIC 9(7).
       01 WS-DueInt PIC 9(7).
       01 WS-FromInt PIC 9(7).
       01 WS-DayInt PIC 9(7).
       01 WS-DueDate PIC 9(8).
       01 WS-DayBalance PIC S9(8)V99.
       01 WS-DayRate PIC 9(3).
       01 WS-InvInterest PIC 9(6)V99.
       01 WS-SegInterest PIC 9(5)V99.
       01 WS-NoteTotal PIC 9(6)V99.
       01 WS-RunTotal PIC 9(8)V99.
      *> Tratto in corso: saldo e tasso costanti da WS-SegFromInt.
       01 WS-SegOpen PIC X.
       01 WS-SegFromInt PIC 9(7).
       01 WS-SegDays PIC 9(3).
       01 WS-SegBalance PIC 9(7)V99.
       01 WS-SegRate PIC 9(3).
       01 WS-SegCount PIC 99.
       01 WS-Charged PIC 9(5).
       01 WS-SkipDone PIC 9(5).
       01 WS-SkipExempt PIC 9(5).
       01 WS-SkipMin PIC 9(5).
       01 WS-NoteCount PIC 9(5).
       01 WS-ListCount PIC 9(5).
       01 RateTable.
           02 WS-RateCount PIC 9(3) VALUE ZERO.
           02 RateEntry OCCURS 100 TIMES
                   DEPENDING ON WS-RateCount.
               03 RT-From PIC 9(8).
               03 RT-FromInt PIC 9(7).
               03 RT-Ref PIC 9(2)V9(3).
               03 RT-Margin PIC 9(2)V9(3).
       01 R PIC 9(3).
      *> Incassi della fattura col giorno intero: quelli datati
      *> prima di un giorno ne riducono il saldo, gli storni lo
      *> riaprono, gli acconti senza fattura non contano (PAYBAL).
       01 PayDayTable.
           02 WS-PayDayCount PIC 9(3) VALUE ZERO.
           02 PayDayEntry OCCURS 200 TIMES
                   DEPENDING ON WS-PayDayCount.
               03 PD-DateInt PIC 9(7).
               03 PD-Amount PIC S9(7)V99.
       01 P PIC 9(3).
      *> Fatture con interessi nel giro, e totali per cliente e
      *> valuta: una nota di addebito per coppia.
       01 InvTable.
           02 WS-InvCount PIC 9(4) VALUE ZERO.
           02 InvEntry OCCURS 2000 TIMES
                   DEPENDING ON WS-InvCount.
               03 IT-InvNum PIC 9(5).
               03 IT-Cust PIC 9(5).
               03 IT-Curr PIC X(3).
               03 IT-Segs PIC 99.
               03 IT-Interest PIC 9(6)V99.
       01 I PIC 9(4).
       01 CustTable.
           02 WS-CustCount PIC 9(3) VALUE ZERO.
           02 CustEntry OCCURS 500 TIMES
                   DEPENDING ON WS-CustCount.
               03 CT-Cust PIC 9(5).
               03 CT-Curr PIC X(3).
               03 CT-Juris PIC X(2).
               03 CT-Rate PIC 9(3)V9(4).
               03 CT-Total PIC 9(6)V99.
       01 C PIC 9(3).
       01 S PIC 99.
       01 WS-CallFirst PIC X(20).
       01 WS-CallMiddle PIC X(20) VALUE SPACES.
       01 WS-CallLast PIC X(20).
       01 WS-FullName PIC X(63).
       01 PrnAmount PIC ZZZ,ZZ9.99.
       01 PrnTotal PIC ZZ,ZZZ,ZZ9.99.
       01 PrnRate PIC Z9.999.
       01 CompanyLine.
           02 FILLER PIC X(9) VALUE "Company: ".
           02 PrnCompany PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCmpName PIC X(30).
       01 StmtTitle.
           02 FILLER PIC X(40)
               VALUE "LATE-PAYMENT INTEREST STATEMENT - MONTH ".
           02 PrnTitlePeriod PIC 9(6).
           02 FILLER PIC X(8) VALUE "   RUN ".
           02 PrnTitleDate PIC 9(8).
       01 StmtCustLine.
           02 FILLER PIC X(9) VALUE "Customer ".
           02 PrnStCust PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnStName PIC X(40).
           02 FILLER PIC X(13) VALUE " Debit note ".
           02 PrnStNote PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnStCurr PIC X(3).
       01 StmtColHead.
           02 FILLER PIC X(30)
               VALUE "Invoice Due date From     To  ".
           02 FILLER PIC X(30)
               VALUE "    Days      Balance Ref %   ".
           02 FILLER PIC X(20)
               VALUE "Marg % Interest".
       01 StmtDetLine.
           02 PrnDtInv PIC 9(5).
           02 FILLER PIC XXX VALUE SPACES.
           02 PrnDtDue PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDtFrom PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDtTo PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDtDays PIC ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnDtBalance PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnDtRef PIC Z9.999.
           02 FILLER PIC X VALUE SPACE.
           02 PrnDtMargin PIC Z9.999.
           02 FILLER PIC X VALUE SPACE.
           02 PrnDtInterest PIC ZZ,ZZ9.99.
       01 StmtTotLine.
           02 FILLER PIC X(64) VALUE SPACES.
           02 FILLER PIC X(7) VALUE "Total ".
           02 PrnStTotal PIC ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       StartPara.
      *> Interessi di mora sulle fatture clienti pagate in ritardo
      *> o ancora scadute: giro mensile a giorni, tasso di
      *> riferimento + maggiorazione dalla tabella a validita'
      *> datata, nota di addebito nel registro fatture ed estratto
      *> con giorni e tassi applicati fattura per fattura.
           CALL 'SIGNON' USING WS-OpID, WS-OpRole, WS-SignonOK.
           IF WS-SignonOK NOT = 'Y'
               DISPLAY "Sign-on failed, program ends."
               STOP RUN
           END-IF.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           CALL 'COMPGET' USING WS-Company, WS-CmpName.
           PERFORM LoadParameters.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "LATE-PAYMENT INTEREST  company " WS-Company
                   " " WS-CmpName
               DISPLAY "1 : List Interest Rates"
               DISPLAY "2 : Add Interest Rate"
               DISPLAY "3 : Monthly Interest Run"
               DISPLAY "4 : Show Interest Charged on an Invoice"
               DISPLAY "0 : Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM ListRates
                   WHEN 2 PERFORM AddRate
                   WHEN 3 PERFORM InterestRun
                   WHEN 4 PERFORM ShowInvoice
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       LoadParameters.
           MOVE "INTMINAMT" TO WS-ParmKey.
           CALL 'PARMGET' USING WS-ParmKey, WS-ParmValue,
               WS-ParmFound.
           IF WS-ParmFound = 'Y' AND WS-ParmValue(1:5) IS NUMERIC
               MOVE WS-ParmValue(1:5) TO WS-MinAmount
           END-IF.

       OpenDetails.
           OPEN I-O DetailFile.
           IF WS-DetStatus = "35"
               OPEN OUTPUT DetailFile
               CLOSE DetailFile
               OPEN I-O DetailFile
           END-IF.

       ListRates.
           OPEN INPUT RateFile.
           IF WS-RateStatus NOT = "00"
               DISPLAY "No interest rates on file."
               CLOSE RateFile
               EXIT PARAGRAPH
           END-IF.
           DISPLAY " ".
           DISPLAY "From      Ref %  Marg %  Total %  Entered  By".
           MOVE ZERO TO WS-ListCount.
           MOVE 'Y' TO WS-StartOK.
           MOVE ZERO TO RtFrom.
           START RateFile KEY IS NOT LESS THAN RtFrom
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE 'N' TO WS-EOF.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RateFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE RtRefRate TO PrnDtRef
                           MOVE RtMargin TO PrnDtMargin
                           COMPUTE PrnRate = RtRefRate + RtMargin
                           DISPLAY RtFrom "  " PrnDtRef "  "
                               PrnDtMargin "  " PrnRate "   "
                               RtEntered " " RtOpID
                           ADD 1 TO WS-ListCount
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RateFile.
           DISPLAY WS-ListCount " rates on file.".

       AddRate.
           *> Il tasso si aggiorna a ogni semestre col nuovo
           *> riferimento; una data gia' presente si corregge solo
           *> se nessun giro l'ha ancora usata.
           IF WS-OpRole NOT = 'S'
               DISPLAY "Only supervisors may maintain interest rates."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Effective from (yyyymmdd): " WITH NO ADVANCING.
           ACCEPT WS-NewFrom.
           IF WS-NewFrom IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-NewFrom) NOT = 0
               DISPLAY "Invalid date."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Reference rate % (e.g. 4.15): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-RateText.
           ACCEPT WS-RateText.
           IF FUNCTION TEST-NUMVAL(WS-RateText) NOT = 0
               DISPLAY "Invalid rate."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NewRef = FUNCTION NUMVAL(WS-RateText).
           DISPLAY "Statutory margin % (e.g. 8): " WITH NO ADVANCING.
           MOVE SPACES TO WS-RateText.
           ACCEPT WS-RateText.
           IF FUNCTION TEST-NUMVAL(WS-RateText) NOT = 0
               DISPLAY "Invalid margin."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NewMargin = FUNCTION NUMVAL(WS-RateText).
           IF WS-NewFrom(1:6) < WS-TodayDate(1:6)
               PERFORM CheckRateUnused
               IF WS-Found = 'Y'
                   DISPLAY "Months from " WS-NewFrom(1:6)
                       " already charged, rate not accepted."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           OPEN I-O RateFile.
           IF WS-RateStatus = "35"
               OPEN OUTPUT RateFile
               CLOSE RateFile
               OPEN I-O RateFile
           END-IF.
           MOVE WS-NewFrom TO RtFrom.
           MOVE 'Y' TO WS-Found.
           READ RateFile
               INVALID KEY MOVE 'N' TO WS-Found
           END-READ.
           IF WS-Found = 'Y'
               MOVE RateData TO WS-JrnBefore
           ELSE
               MOVE SPACES TO WS-JrnBefore
           END-IF.
           MOVE WS-NewFrom TO RtFrom.
           MOVE WS-NewRef TO RtRefRate.
           MOVE WS-NewMargin TO RtMargin.
           MOVE WS-TodayDate TO RtEntered.
           MOVE WS-OpID TO RtOpID.
           IF WS-Found = 'Y'
               REWRITE RateData
                   INVALID KEY DISPLAY "Rate not updated"
                   NOT INVALID KEY
                       MOVE "REWRITE" TO WS-JrnAction
                       PERFORM LogRateJournal
               END-REWRITE
           ELSE
               WRITE RateData
                   INVALID KEY DISPLAY "Rate not written"
                   NOT INVALID KEY
                       MOVE "WRITE" TO WS-JrnAction
                       PERFORM LogRateJournal
               END-WRITE
           END-IF.
           CLOSE RateFile.
           COMPUTE PrnRate = WS-NewRef + WS-NewMargin.
           DISPLAY "Rate " PrnRate "% in force from " WS-NewFrom ".".

       CheckRateUnused.
           *> Cerca un dettaglio di un mese dalla nuova data in poi.
           MOVE 'N' TO WS-Found.
           OPEN INPUT DetailFile.
           IF WS-DetStatus NOT = "00"
               CLOSE DetailFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ DetailFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DtPeriod NOT < WS-NewFrom(1:6)
                           MOVE 'Y' TO WS-Found
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DetailFile.

       LogRateJournal.
           MOVE SPACES TO WS-JrnKey.
           MOVE RtFrom TO WS-JrnKey(1:8).
           MOVE RateData TO WS-JrnAfter.
           CALL 'JRNL' USING WS-JrnFileCode, WS-JrnAction,
               WS-JrnKey, WS-JrnBefore, WS-JrnAfter.

       LoadRates.
           MOVE ZERO TO WS-RateCount.
           OPEN INPUT RateFile.
           IF WS-RateStatus NOT = "00"
               CLOSE RateFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ RateFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-RateCount < 100
                           ADD 1 TO WS-RateCount
                           MOVE RtFrom TO RT-From(WS-RateCount)
                           COMPUTE RT-FromInt(WS-RateCount) =
                               FUNCTION INTEGER-OF-DATE(RtFrom)
                           MOVE RtRefRate TO RT-Ref(WS-RateCount)
                           MOVE RtMargin TO RT-Margin(WS-RateCount)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RateFile.

       InterestRun.
           IF WS-OpRole NOT = 'S'
               DISPLAY "Only supervisors may run the interest charge."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Month to charge (yyyymm): " WITH NO ADVANCING.
           ACCEPT WS-Period.
           MOVE WS-TodayDate(1:6) TO WS-TodayPeriod.
           IF WS-Period IS NOT NUMERIC OR WS-PerMonth < 1
                   OR WS-PerMonth > 12
               DISPLAY "Invalid month."
               EXIT PARAGRAPH
           END-IF.
           IF WS-Period NOT < WS-TodayPeriod
               DISPLAY "Only a closed month can be charged."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MonthStart = WS-Period * 100 + 1.
           MOVE WS-MonthStart TO WS-NextMonth.
           IF WS-NxtMonth = 12
               ADD 1 TO WS-NxtYear
               MOVE 1 TO WS-NxtMonth
           ELSE
               ADD 1 TO WS-NxtMonth
           END-IF.
           COMPUTE WS-StartInt =
               FUNCTION INTEGER-OF-DATE(WS-MonthStart).
           COMPUTE WS-EndInt =
               FUNCTION INTEGER-OF-DATE(WS-NextMonth) - 1.
           COMPUTE WS-MonthEnd = FUNCTION DATE-OF-INTEGER(WS-EndInt).
           PERFORM LoadRates.
           IF WS-RateCount = ZERO OR RT-FromInt(1) > WS-StartInt
               DISPLAY "No interest rate in force on " WS-MonthStart
                   ", run refused."
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT InvRegister.
           IF WS-RegStatus NOT = "00"
               DISPLAY "No invoice register on file."
               CLOSE InvRegister
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Charge interest for " WS-Period
               " (from invoice due dates)? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-Confirm.
           IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
               CLOSE InvRegister
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-PayAvail.
           OPEN INPUT PaymentFile.
           IF WS-PayStatus NOT = "00"
               MOVE 'N' TO WS-PayAvail
           END-IF.
           OPEN INPUT CustomerFIle.
           PERFORM OpenDetails.
           MOVE ZERO TO WS-InvCount WS-CustCount WS-Charged
               WS-SkipDone WS-SkipExempt WS-SkipMin WS-NoteCount
               WS-RunTotal.
           MOVE 'Y' TO WS-StartOK.
           MOVE ZERO TO InvNum.
           START InvRegister KEY IS NOT LESS THAN InvNum
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE 'N' TO WS-EOF.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ InvRegister NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM ChargeInvoice
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE InvRegister.
           IF WS-PayAvail = 'Y'
               CLOSE PaymentFile
           END-IF.
           *> Secondo passo: una nota per cliente e valuta sopra il
           *> minimo, estratto con i tratti della nota.
           OPEN I-O InvRegister.
           OPEN OUTPUT StmtReport.
           MOVE WS-Period TO PrnTitlePeriod.
           MOVE WS-TodayDate TO PrnTitleDate.
           WRITE PrintLine FROM StmtTitle.
           MOVE WS-Company TO PrnCompany.
           MOVE WS-CmpName TO PrnCmpName.
           WRITE PrintLine FROM CompanyLine.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CustCount
               IF CT-Total(C) < WS-MinAmount
                   PERFORM DropCustomer
               ELSE
                   PERFORM RaiseDebitNote
               END-IF
           END-PERFORM.
           MOVE WS-RunTotal TO PrnTotal.
           MOVE SPACES TO PrintLine.
           WRITE PrintLine.
           MOVE SPACES TO PrintLine.
           STRING "Debit notes: " WS-NoteCount "   Interest: "
               PrnTotal DELIMITED BY SIZE INTO PrintLine.
           WRITE PrintLine.
           CLOSE InvRegister, CustomerFIle, DetailFile, StmtReport.
           DISPLAY "----- Late-Payment Interest " WS-Period " -----".
           DISPLAY "Invoices charged     : " WS-Charged.
           DISPLAY "Month already charged: " WS-SkipDone.
           DISPLAY "Customer exempt      : " WS-SkipExempt.
           DISPLAY "Below minimum        : " WS-SkipMin.
           DISPLAY "Debit notes raised   : " WS-NoteCount.
           DISPLAY "Total interest       : " PrnTotal.
           DISPLAY "Statement in 147intstmt.rpt".

       ChargeInvoice.
           IF InvDate > WS-MonthEnd OR InvGross = ZERO
                   OR InvCompany NOT = WS-Company
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DueInt = FUNCTION INTEGER-OF-DATE(InvDueDate).
           IF WS-DueInt NOT < WS-EndInt
               EXIT PARAGRAPH
           END-IF.
           *> Niente interessi sugli interessi: le note di addebito
           *> emesse da questo giro restano fuori.
           MOVE InvNum TO DtNoteNum.
           MOVE 'Y' TO WS-Found.
           READ DetailFile KEY IS DtNoteNum
               INVALID KEY MOVE 'N' TO WS-Found
           END-READ.
           IF WS-Found = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE InvNum TO DtInvNum.
           MOVE WS-Period TO DtPeriod.
           MOVE 1 TO DtSeg.
           MOVE 'Y' TO WS-Found.
           READ DetailFile KEY IS DtKey
               INVALID KEY MOVE 'N' TO WS-Found
           END-READ.
           IF WS-Found = 'Y'
               ADD 1 TO WS-SkipDone
               EXIT PARAGRAPH
           END-IF.
           MOVE InvCustID TO IDNum.
           READ CustomerFIle
               INVALID KEY MOVE SPACE TO CustIntExempt
           END-READ.
           IF CustNoInterest
               ADD 1 TO WS-SkipExempt
               EXIT PARAGRAPH
           END-IF.
           PERFORM LoadInvoicePayments.
           COMPUTE WS-DueDate = FUNCTION DATE-OF-INTEGER(WS-DueInt).
           *> Interessi dal giorno dopo la scadenza al giorno prima
           *> dell'incasso, solo per i giorni del mese.
           IF WS-DueInt + 1 > WS-StartInt
               COMPUTE WS-FromInt = WS-DueInt + 1
           ELSE
               MOVE WS-StartInt TO WS-FromInt
           END-IF.
           MOVE ZERO TO WS-InvInterest WS-SegCount.
           MOVE 'N' TO WS-SegOpen.
           PERFORM VARYING WS-DayInt FROM WS-FromInt BY 1
                   UNTIL WS-DayInt > WS-EndInt
               PERFORM ChargeDay
           END-PERFORM.
           IF WS-SegOpen = 'Y'
               PERFORM CloseSegment
           END-IF.
           IF WS-SegCount > ZERO
               PERFORM AddToTables
           END-IF.

       LoadInvoicePayments.
           MOVE ZERO TO WS-PayDayCount.
           IF WS-PayAvail = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE InvNum TO PayInvNum.
           MOVE 'Y' TO WS-StartOK.
           START PaymentFile KEY IS EQUAL TO PayInvNum
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           IF WS-StartOK = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-PayEOF.
           PERFORM UNTIL WS-PayEOF = 'Y'
               READ PaymentFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-PayEOF
                   NOT AT END
                       IF PayInvNum NOT = InvNum
                           MOVE 'Y' TO WS-PayEOF
                       ELSE
                           IF NOT PayOnAccount
                                   AND WS-PayDayCount < 200
                               ADD 1 TO WS-PayDayCount
                               COMPUTE PD-DateInt(WS-PayDayCount) =
                                   FUNCTION INTEGER-OF-DATE(PayDate)
                               IF PayReversal
                                   COMPUTE PD-Amount(WS-PayDayCount)
                                       = 0 - PayAmount
                               ELSE
                                   MOVE PayAmount TO
                                       PD-Amount(WS-PayDayCount)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ChargeDay.
           MOVE InvGross TO WS-DayBalance.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PayDayCount
               IF PD-DateInt(P) < WS-DayInt
                   SUBTRACT PD-Amount(P) FROM WS-DayBalance
               END-IF
           END-PERFORM.
           IF WS-DayBalance NOT > ZERO
               IF WS-SegOpen = 'Y'
                   PERFORM CloseSegment
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-DayRate.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-RateCount
               IF RT-FromInt(R) NOT > WS-DayInt
                   MOVE R TO WS-DayRate
               END-IF
           END-PERFORM.
           IF WS-SegOpen = 'Y'
                   AND (WS-DayBalance NOT = WS-SegBalance
                   OR WS-DayRate NOT = WS-SegRate)
               PERFORM CloseSegment
           END-IF.
           IF WS-SegOpen = 'N'
               MOVE 'Y' TO WS-SegOpen
               MOVE WS-DayInt TO WS-SegFromInt
               MOVE WS-DayBalance TO WS-SegBalance
               MOVE WS-DayRate TO WS-SegRate
               MOVE ZERO TO WS-SegDays
           END-IF.
           ADD 1 TO WS-SegDays.

       CloseSegment.
           *> Interesse semplice su anno civile di 365 giorni.
           MOVE 'N' TO WS-SegOpen.
           COMPUTE WS-SegInterest ROUNDED = WS-SegBalance
               * (RT-Ref(WS-SegRate) + RT-Margin(WS-SegRate))
               * WS-SegDays / 36500.
           IF WS-SegInterest = ZERO OR WS-SegCount = 99
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SegCount.
           MOVE SPACES TO DetailData.
           MOVE InvNum TO DtInvNum.
           MOVE WS-Period TO DtPeriod.
           MOVE WS-SegCount TO DtSeg.
           MOVE ZERO TO DtNoteNum.
           MOVE InvCustID TO DtCustID.
           MOVE WS-DueDate TO DtDueDate.
           COMPUTE DtFrom = FUNCTION DATE-OF-INTEGER(WS-SegFromInt).
           COMPUTE DtTo = FUNCTION DATE-OF-INTEGER(
               WS-SegFromInt + WS-SegDays - 1).
           MOVE WS-SegDays TO DtDays.
           MOVE WS-SegBalance TO DtBalance.
           MOVE RT-Ref(WS-SegRate) TO DtRefRate.
           MOVE RT-Margin(WS-SegRate) TO DtMargin.
           MOVE WS-SegInterest TO DtInterest.
           MOVE InvCurr TO DtCurr.
           MOVE WS-TodayDate TO DtRunDate.
           MOVE WS-OpID TO DtOpID.
           WRITE DetailData
               INVALID KEY
                   DISPLAY "Interest detail " DtKey " already on file."
                   SUBTRACT 1 FROM WS-SegCount
               NOT INVALID KEY
                   ADD WS-SegInterest TO WS-InvInterest
           END-WRITE.

       AddToTables.
           IF WS-InvCount = 2000
               DISPLAY "Invoice table full, " InvNum " not charged."
               PERFORM DeleteDetails
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO C.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CustCount
               IF CT-Cust(I) = InvCustID AND CT-Curr(I) = InvCurr
                   MOVE I TO C
               END-IF
           END-PERFORM.
           IF C = ZERO
               IF WS-CustCount = 500
                   DISPLAY "Customer table full, " InvNum
                       " not charged."
                   PERFORM DeleteDetails
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CustCount
               MOVE WS-CustCount TO C
               MOVE InvCustID TO CT-Cust(C)
               MOVE InvCurr TO CT-Curr(C)
               MOVE InvJuris TO CT-Juris(C)
               MOVE InvRate TO CT-Rate(C)
               MOVE ZERO TO CT-Total(C)
           END-IF.
           ADD WS-InvInterest TO CT-Total(C).
           ADD 1 TO WS-InvCount.
           MOVE InvNum TO IT-InvNum(WS-InvCount).
           MOVE InvCustID TO IT-Cust(WS-InvCount).
           MOVE InvCurr TO IT-Curr(WS-InvCount).
           MOVE WS-SegCount TO IT-Segs(WS-InvCount).
           MOVE WS-InvInterest TO IT-Interest(WS-InvCount).
           ADD 1 TO WS-Charged.

       DeleteDetails.
           MOVE InvNum TO DtInvNum.
           MOVE WS-Period TO DtPeriod.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SegCount
               MOVE S TO DtSeg
               DELETE DetailFile
                   INVALID KEY CONTINUE
               END-DELETE
           END-PERFORM.

       DropCustomer.
           *> Sotto il minimo: il mese resta non addebitato per
           *> quelle fatture e i tratti calcolati si tolgono.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-InvCount
               IF IT-Cust(I) = CT-Cust(C) AND IT-Curr(I) = CT-Curr(C)
                   MOVE IT-InvNum(I) TO InvNum
                   MOVE IT-Segs(I) TO WS-SegCount
                   PERFORM DeleteDetails
                   ADD 1 TO WS-SkipMin
                   SUBTRACT 1 FROM WS-Charged
               END-IF
           END-PERFORM.

       RaiseDebitNote.
           CALL 'CMPNEXT' USING WS-IDSeries, WS-NoteNum,
               WS-IDStatus.
           IF WS-IDStatus = 'Y'
               DISPLAY "Invoice number series exhausted, customer "
                   CT-Cust(C) " not charged."
               PERFORM DropCustomer
               EXIT PARAGRAPH
           END-IF.
           *> Nota di addebito fuori campo IVA (interessi moratori):
           *> imponibile = totale, imposta zero; valuta e cambio
           *> della prima fattura del cliente nel giro.
           MOVE SPACES TO InvRegData.
           MOVE WS-NoteNum TO InvNum.
           MOVE CT-Cust(C) TO InvCustID.
           MOVE WS-TodayDate TO InvDate.
           MOVE CT-Juris(C) TO InvJuris.
           MOVE CT-Total(C) TO InvNet.
           MOVE ZERO TO InvTax.
           MOVE CT-Total(C) TO InvGross.
           MOVE CT-Curr(C) TO InvCurr.
           MOVE CT-Rate(C) TO InvRate.
           MOVE SPACES TO InvSalesRep.
           *> Nota esigibile a vista, senza sconto cassa.
           MOVE SPACES TO InvTerms.
           MOVE WS-TodayDate TO InvDueDate.
           MOVE ZERO TO InvDiscDate InvDiscRate.
           MOVE WS-Company TO InvCompany.
           SET InvInterest TO TRUE.
           WRITE InvRegData
               INVALID KEY
                   DISPLAY "Invoice " WS-NoteNum
                       " already in register."
                   PERFORM DropCustomer
                   EXIT PARAGRAPH
           END-WRITE.
           ADD 1 TO WS-NoteCount.
           ADD CT-Total(C) TO WS-RunTotal.
           MOVE SPACES TO WS-JrnBefore.
           MOVE "WRITE" TO WS-JrnAction.
           MOVE SPACES TO WS-JrnKey.
           MOVE WS-NoteNum TO WS-JrnKey(1:5).
           MOVE InvRegData TO WS-JrnAfter.
           CALL 'JRNL' USING WS-JrnFileCode, WS-JrnAction,
               WS-JrnKey, WS-JrnBefore, WS-JrnAfter.
           MOVE CT-Cust(C) TO IDNum.
           READ CustomerFIle
               INVALID KEY MOVE SPACES TO FirstName LastName
           END-READ.
           MOVE FirstName TO WS-CallFirst.
           MOVE LastName TO WS-CallLast.
           CALL 'NAMEFMT' USING WS-CallFirst, WS-CallMiddle,
               WS-CallLast, WS-FullName.
           MOVE SPACES TO PrintLine.
           WRITE PrintLine.
           MOVE CT-Cust(C) TO PrnStCust.
           MOVE WS-FullName TO PrnStName.
           MOVE WS-NoteNum TO PrnStNote.
           MOVE CT-Curr(C) TO PrnStCurr.
           WRITE PrintLine FROM StmtCustLine.
           WRITE PrintLine FROM StmtColHead.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-InvCount
               IF IT-Cust(I) = CT-Cust(C) AND IT-Curr(I) = CT-Curr(C)
                   PERFORM PrintInvoiceDetail
               END-IF
           END-PERFORM.
           MOVE CT-Total(C) TO PrnStTotal.
           WRITE PrintLine FROM StmtTotLine.

       PrintInvoiceDetail.
           *> Ogni tratto passa alla nota e va in estratto.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > IT-Segs(I)
               MOVE IT-InvNum(I) TO DtInvNum
               MOVE WS-Period TO DtPeriod
               MOVE S TO DtSeg
               READ DetailFile KEY IS DtKey
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE WS-NoteNum TO DtNoteNum
                       REWRITE DetailData
                           INVALID KEY
                               DISPLAY "Interest detail " DtKey
                                   " not updated"
                       END-REWRITE
                       PERFORM PrintDetailLine
               END-READ
           END-PERFORM.

       PrintDetailLine.
           MOVE DtInvNum TO PrnDtInv.
           MOVE DtDueDate TO PrnDtDue.
           MOVE DtFrom TO PrnDtFrom.
           MOVE DtTo TO PrnDtTo.
           MOVE DtDays TO PrnDtDays.
           MOVE DtBalance TO PrnDtBalance.
           MOVE DtRefRate TO PrnDtRef.
           MOVE DtMargin TO PrnDtMargin.
           MOVE DtInterest TO PrnDtInterest.
           WRITE PrintLine FROM StmtDetLine.

       ShowInvoice.
           OPEN INPUT DetailFile.
           IF WS-DetStatus NOT = "00"
               DISPLAY "No interest has been charged yet."
               CLOSE DetailFile
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Invoice number: " WITH NO ADVANCING.
           ACCEPT WS-AskInv.
           MOVE WS-AskInv TO DtInvNum.
           MOVE ZERO TO DtPeriod DtSeg.
           MOVE 'Y' TO WS-StartOK.
           START DetailFile KEY IS NOT LESS THAN DtKey
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE ZERO TO WS-ListCount WS-NoteTotal.
           MOVE 'N' TO WS-EOF.
           IF WS-StartOK = 'Y'
               DISPLAY "Month  Note  From     To        Days"
                   "    Balance  Rate %   Interest"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DetailFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF DtInvNum NOT = WS-AskInv
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               MOVE DtBalance TO PrnAmount
                               COMPUTE PrnRate =
                                   DtRefRate + DtMargin
                               MOVE DtInterest TO PrnDtInterest
                               DISPLAY DtPeriod " " DtNoteNum " "
                                   DtFrom " " DtTo " " DtDays " "
                                   PrnAmount " " PrnRate " "
                                   PrnDtInterest
                               ADD DtInterest TO WS-NoteTotal
                               ADD 1 TO WS-ListCount
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DetailFile.
           IF WS-ListCount = ZERO
               DISPLAY "No interest charged on invoice " WS-AskInv "."
           ELSE
               MOVE WS-NoteTotal TO PrnAmount
               DISPLAY "Total interest charged: " PrnAmount
           END-IF.
