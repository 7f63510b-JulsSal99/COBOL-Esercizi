       IDENTIFICATION DIVISION.
       PROGRAM-ID.       CashForecast.
       AUTHOR.       Giulio.
       DATE-WRITTEN.09/09/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InvRegister ASSIGN TO "25invreg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS InvNum
               FILE STATUS IS WS-RegStatus.
           SELECT RecvFile ASSIGN TO "59recv.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RcvChargeNum
               FILE STATUS IS WS-RecvStatus.
           SELECT RecvPayFile ASSIGN TO "59recvpay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RecvPayStatus.
           SELECT StandingFile ASSIGN TO "71standing.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-StandStatus.
           SELECT ApInvFile ASSIGN TO "77apinv.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APInvNum
               FILE STATUS IS WS-ApInvStatus.
           SELECT ApPayFile ASSIGN TO "77appay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ApPayStatus.
           SELECT PoFile ASSIGN TO "76po.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PONum
               FILE STATUS IS WS-PoStatus.
           SELECT ForecastReport ASSIGN TO "119cashfcst.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD InvRegister.
       COPY "INVREC.cpy".
       FD RecvFile.
       COPY "RECVREC.cpy".
       FD RecvPayFile.
       COPY "RECVPAY.cpy".
       FD StandingFile.
       COPY "STANDREC.cpy".
       FD ApInvFile.
       COPY "APINVREC.cpy".
       FD ApPayFile.
       COPY "APPAYREC.cpy".
       FD PoFile.
       COPY "POREC.cpy".
       FD ForecastReport.
       01 PrintLine PIC X(176).
       WORKING-STORAGE SECTION.
       01 WS-RegStatus PIC XX.
       01 WS-RecvStatus PIC XX.
       01 WS-RecvPayStatus PIC XX.
       01 WS-StandStatus PIC XX.
       01 WS-ApInvStatus PIC XX.
       01 WS-ApPayStatus PIC XX.
       01 WS-PoStatus PIC XX.
       01 WS-EOF PIC X.
      *> Societa' corrente: fatture sue, le uscite verso fornitori
      *> solo per la principale.
       01 WS-Company PIC X(2).
       01 WS-CmpName PIC X(30).
       01 WS-CmpFound PIC X.
       COPY "COMPREC.cpy".
       01 WS-PayEOF PIC X.
       01 WS-StartOK PIC X.
       01 WS-TodayDate PIC 9(8).
       01 WS-StartDate PIC 9(8).
       01 WS-StartInt PIC 9(7).
       01 WS-EndInt PIC 9(7).
       01 WS-DueInt PIC 9(7).
       01 WS-OccInt PIC 9(7).
       01 WS-WeekIdx PIC 99.
       01 WS-Direction PIC X.
       01 WS-Amount PIC S9(9)V99.
       01 WS-PaidNet PIC S9(8)V99.
       01 WS-PaidAmt PIC S9(8)V99.
       01 WS-Balance PIC S9(8)V99.
       01 WS-OpenQty PIC 9(5).
       01 WS-ParmKey PIC X(12).
       01 WS-ParmValue PIC X(20).
       01 WS-ParmFound PIC X.
      *> Ipotesi di calendario da SYSPARM: giorni dalla fattura
      *> cliente all'incasso per i canoni non ancora fatturati
      *> (CFARDAYS; le fatture aperte entrano alla loro scadenza
      *> InvDueDate), dalla fattura fornitore al
      *> pagamento (CFAPDAYS), dall'ordine fornitore al pagamento
      *> (CFPODAYS); costo d'acquisto come quota del listino
      *> (CFPOCOSTPCT, V999: "600" = 60%) e saldo banca di apertura
      *> (CFOPENBAL, importo con decimali come LATEFEE).
       01 WS-ArDays PIC 9(3) VALUE 30.
       01 WS-ApDays PIC 9(3) VALUE 30.
       01 WS-PoDays PIC 9(3) VALUE 60.
       01 WS-PoCostPct PIC V999 VALUE .600.
       01 WS-OpenBal PIC S9(9)V99 VALUE ZERO.
       01 WS-Running PIC S9(9)V99.
       01 WS-LkpProd PIC X(10).
       01 WS-LkpDate PIC 9(8).
       01 WS-LkpQty PIC 9(5).
       01 WS-LkpPrice PIC 9(4)V99.
       01 WS-LkpDiscount PIC V999.
       01 WS-LkpFound PIC X.
       01 WS-LkpCust PIC 9(5).
       01 WS-LkpAgreed PIC X.
       01 WS-Unpriced PIC 9(5).
       01 WS-Beyond PIC S9(9)V99.
       01 WS-Overdue PIC S9(9)V99.
       01 TuiPayTable.
           02 WS-TuiPayCount PIC 9(4) VALUE ZERO.
           02 TuiPayEntry OCCURS 2000 TIMES
                   DEPENDING ON WS-TuiPayCount.
               03 TP-ChargeNum PIC 9(5).
               03 TP-Amount PIC S9(5)V99.
       01 ApPayTable.
           02 WS-ApPayCount PIC 9(4) VALUE ZERO.
           02 ApPayEntry OCCURS 2000 TIMES
                   DEPENDING ON WS-ApPayCount.
               03 AP-InvNum PIC 9(5).
               03 AP-Amount PIC 9(7)V99.
       01 J PIC 9(4).
       01 CategoryTable.
           02 CatCount PIC 99 VALUE ZERO.
           02 CategoryEntry OCCURS 50 TIMES.
               03 CatProdName PIC X(10).
               03 CatUnitPrice PIC 9(4)V99.
               03 CatDiscount PIC V999.
       01 WS-CatLoadOK PIC X.
       01 CatIdx PIC 99.
      *> Tredici settimane a partire dalla data di inizio; cio' che
      *> e' gia' scaduto cade nella prima.
       01 ForecastWeeks.
           02 WeekEntry OCCURS 13 TIMES.
               03 FW-Start PIC 9(8).
               03 FW-Invoices PIC S9(9)V99.
               03 FW-Tuition PIC S9(9)V99.
               03 FW-Standing PIC S9(9)V99.
               03 FW-Payables PIC S9(9)V99.
               03 FW-PurchOrd PIC S9(9)V99.
               03 FW-InTotal PIC S9(9)V99.
               03 FW-OutTotal PIC S9(9)V99.
               03 FW-Net PIC S9(9)V99.
               03 FW-Closing PIC S9(9)V99.
       01 W PIC 99.
       01 RowAmounts.
           02 RW-Amount PIC S9(9)V99 OCCURS 13 TIMES.
       01 CompanyLine.
           02 FILLER PIC X(9) VALUE "Company: ".
           02 PrnCompany PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCmpName PIC X(30).
       01 ReportHeading.
           02 FILLER PIC X(40)
               VALUE "THIRTEEN-WEEK CASH FORECAST from ".
           02 PrnStart PIC 9(8).
           02 FILLER PIC X(20) VALUE "   opening balance ".
           02 PrnOpenBal PIC -ZZ,ZZZ,ZZ9.99.
       01 WeekHeadLine.
           02 FILLER PIC X(20) VALUE "Week starting".
           02 PrnWeekCell OCCURS 13 TIMES.
               03 FILLER PIC X(4) VALUE SPACES.
               03 PrnWeekStart PIC 9(8).
       01 RowLine.
           02 PrnRowLabel PIC X(20).
           02 PrnRowCell PIC ----,---,--9 OCCURS 13 TIMES.
       01 NoteLine.
           02 PrnNoteLabel PIC X(40).
           02 PrnNoteAmount PIC -ZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MainPara.
      *> Previsione di cassa settimanale: entrate da fatture
      *> clienti aperte, rate di retta non saldate e ordini
      *> ricorrenti; uscite da fatture fornitore approvate e ordini
      *> d'acquisto aperti. Ogni settimana netto e saldo progressivo
      *> dal saldo banca di apertura.
           CALL 'COMPGET' USING WS-Company, WS-CmpName.
           CALL 'CMPLKUP' USING WS-Company, CompanyData, WS-CmpFound.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           DISPLAY "Forecast start date (yyyymmdd, 0 = today): "
               WITH NO ADVANCING.
           ACCEPT WS-StartDate.
           IF WS-StartDate = ZERO
               MOVE WS-TodayDate TO WS-StartDate
           END-IF.
           COMPUTE WS-StartInt =
               FUNCTION INTEGER-OF-DATE(WS-StartDate).
           COMPUTE WS-EndInt = WS-StartInt + 91.
           PERFORM LoadParameters.
           INITIALIZE ForecastWeeks.
           PERFORM VARYING W FROM 1 BY 1 UNTIL W > 13
               COMPUTE FW-Start(W) = FUNCTION DATE-OF-INTEGER(
                   WS-StartInt + (W - 1) * 7)
           END-PERFORM.
           MOVE ZERO TO WS-Beyond WS-Overdue WS-Unpriced.
           PERFORM ForecastInvoices.
           PERFORM ForecastStanding.
           *> Rette, fornitori e ordini d'acquisto stanno nelle
           *> scritture della societa' principale.
           IF CmpIsMain
               PERFORM ForecastTuition
               PERFORM ForecastPayables
               PERFORM ForecastPurchaseOrders
           END-IF.
           PERFORM WriteForecast.
           DISPLAY "Cash forecast written to 119cashfcst.rpt".
           STOP RUN.

       LoadParameters.
           MOVE "CFARDAYS" TO WS-ParmKey.
           CALL 'PARMGET' USING WS-ParmKey, WS-ParmValue,
               WS-ParmFound.
           IF WS-ParmFound = 'Y' AND WS-ParmValue(1:3) IS NUMERIC
               MOVE WS-ParmValue(1:3) TO WS-ArDays
           END-IF.
           MOVE "CFAPDAYS" TO WS-ParmKey.
           CALL 'PARMGET' USING WS-ParmKey, WS-ParmValue,
               WS-ParmFound.
           IF WS-ParmFound = 'Y' AND WS-ParmValue(1:3) IS NUMERIC
               MOVE WS-ParmValue(1:3) TO WS-ApDays
           END-IF.
           MOVE "CFPODAYS" TO WS-ParmKey.
           CALL 'PARMGET' USING WS-ParmKey, WS-ParmValue,
               WS-ParmFound.
           IF WS-ParmFound = 'Y' AND WS-ParmValue(1:3) IS NUMERIC
               MOVE WS-ParmValue(1:3) TO WS-PoDays
           END-IF.
           MOVE "CFPOCOSTPCT" TO WS-ParmKey.
           CALL 'PARMGET' USING WS-ParmKey, WS-ParmValue,
               WS-ParmFound.
           IF WS-ParmFound = 'Y' AND WS-ParmValue(1:3) IS NUMERIC
               MOVE WS-ParmValue(1:3) TO WS-PoCostPct(1:3)
           END-IF.
           MOVE "CFOPENBAL" TO WS-ParmKey.
           CALL 'PARMGET' USING WS-ParmKey, WS-ParmValue,
               WS-ParmFound.
           IF WS-ParmFound = 'Y' AND WS-ParmValue NOT = SPACES
               COMPUTE WS-OpenBal = FUNCTION NUMVAL(WS-ParmValue)
           ELSE
               DISPLAY "Warning: CFOPENBAL not in SYSPARM, "
                   "opening balance taken as zero."
           END-IF.

       PlaceAmount.
           *> WS-DueInt = giorno atteso del movimento.
           *> WS-Direction 'I' entrata, 'O' uscita, per i totali netti
           *> di scaduto e fuori orizzonte.
           IF WS-DueInt < WS-StartInt
               IF WS-Direction = 'O'
                   SUBTRACT WS-Amount FROM WS-Overdue
               ELSE
                   ADD WS-Amount TO WS-Overdue
               END-IF
               MOVE 1 TO WS-WeekIdx
           ELSE
               IF WS-DueInt >= WS-EndInt
                   MOVE ZERO TO WS-WeekIdx
                   IF WS-Direction = 'O'
                       SUBTRACT WS-Amount FROM WS-Beyond
                   ELSE
                       ADD WS-Amount TO WS-Beyond
                   END-IF
               ELSE
                   COMPUTE WS-WeekIdx =
                       (WS-DueInt - WS-StartInt) / 7 + 1
               END-IF
           END-IF.

       ForecastInvoices.
           *> Saldo da PAYBAL (gli addebiti SDD in attesa contano
           *> gia' come incassati), convertito in euro al cambio di
           *> registrazione.
           MOVE 'I' TO WS-Direction.
           OPEN INPUT InvRegister.
           IF WS-RegStatus NOT = "00"
               CLOSE InvRegister
               EXIT PARAGRAPH
           END-IF.
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
                       NOT AT END
                           IF InvCompany = WS-Company
                               PERFORM ForecastOneInvoice
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE InvRegister.

       ForecastOneInvoice.
           CALL 'PAYBAL' USING InvNum, WS-PaidNet.
           COMPUTE WS-Balance = InvGross - WS-PaidNet.
           IF WS-Balance NOT > ZERO
               EXIT PARAGRAPH
           END-IF.
           IF InvRate > ZERO
               COMPUTE WS-Amount ROUNDED = WS-Balance * InvRate
           ELSE
               MOVE WS-Balance TO WS-Amount
           END-IF.
           COMPUTE WS-DueInt = FUNCTION INTEGER-OF-DATE(InvDueDate).
           PERFORM PlaceAmount.
           IF WS-WeekIdx > ZERO
               ADD WS-Amount TO FW-Invoices(WS-WeekIdx)
           END-IF.

       ForecastTuition.
           *> Rate con la loro scadenza, al netto degli incassi di
           *> 59recvpay.dat come nell'aging di TuitionBilling.
           MOVE 'I' TO WS-Direction.
           MOVE ZERO TO WS-TuiPayCount.
           OPEN INPUT RecvPayFile.
           IF WS-RecvPayStatus = "00"
               MOVE 'N' TO WS-PayEOF
               PERFORM UNTIL WS-PayEOF = 'Y'
                       OR WS-TuiPayCount >= 2000
                   READ RecvPayFile
                       AT END MOVE 'Y' TO WS-PayEOF
                       NOT AT END
                           ADD 1 TO WS-TuiPayCount
                           MOVE RPyChargeNum TO
                               TP-ChargeNum(WS-TuiPayCount)
                           MOVE RPyAmount TO TP-Amount(WS-TuiPayCount)
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RecvPayFile.
           OPEN INPUT RecvFile.
           IF WS-RecvStatus NOT = "00"
               CLOSE RecvFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-StartOK.
           MOVE ZERO TO RcvChargeNum.
           START RecvFile KEY IS NOT LESS THAN RcvChargeNum
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE 'N' TO WS-EOF.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RecvFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM ForecastOneCharge
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RecvFile.

       ForecastOneCharge.
           MOVE ZERO TO WS-PaidAmt.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TuiPayCount
               IF TP-ChargeNum(J) = RcvChargeNum
                   ADD TP-Amount(J) TO WS-PaidAmt
               END-IF
           END-PERFORM.
           COMPUTE WS-Amount = RcvAmount - WS-PaidAmt.
           IF WS-Amount NOT > ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DueInt = FUNCTION INTEGER-OF-DATE(RcvDueDate).
           PERFORM PlaceAmount.
           IF WS-WeekIdx > ZERO
               ADD WS-Amount TO FW-Tuition(WS-WeekIdx)
           END-IF.

       ForecastStanding.
           *> Ogni ricorrenza attiva entro l'orizzonte diventa un
           *> ordine al prezzo in vigore per il cliente (PRCLKUP),
           *> incassato CFARDAYS giorni dopo.
           MOVE 'I' TO WS-Direction.
           OPEN INPUT StandingFile.
           IF WS-StandStatus NOT = "00"
               CLOSE StandingFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ StandingFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF StoActive = 'Y' AND StoFreqDays > ZERO
                               AND StoNextDate IS NUMERIC
                               AND StoNextDate > ZERO
                           PERFORM ForecastOneStanding
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE StandingFile.

       ForecastOneStanding.
           MOVE StoProd TO WS-LkpProd.
           MOVE StoNextDate TO WS-LkpDate.
           MOVE StoQty TO WS-LkpQty.
           MOVE StoCustID TO WS-LkpCust.
           CALL 'PRCLKUP' USING WS-LkpProd, WS-LkpDate, WS-LkpQty,
               WS-LkpPrice, WS-LkpDiscount, WS-LkpFound, WS-LkpCust,
               WS-LkpAgreed.
           IF WS-LkpFound NOT = 'Y'
               ADD 1 TO WS-Unpriced
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-Amount ROUNDED = StoQty *
               (WS-LkpPrice - (WS-LkpPrice * WS-LkpDiscount)).
           COMPUTE WS-OccInt = FUNCTION INTEGER-OF-DATE(StoNextDate).
           *> Le ricorrenze gia' passate le genera StandingOrders:
           *> si parte dalla prossima non anteriore all'inizio.
           PERFORM UNTIL WS-OccInt >= WS-StartInt
               ADD StoFreqDays TO WS-OccInt
           END-PERFORM.
           PERFORM UNTIL WS-OccInt + WS-ArDays >= WS-EndInt
               COMPUTE WS-DueInt = WS-OccInt + WS-ArDays
               PERFORM PlaceAmount
               IF WS-WeekIdx > ZERO
                   ADD WS-Amount TO FW-Standing(WS-WeekIdx)
               END-IF
               ADD StoFreqDays TO WS-OccInt
           END-PERFORM.

       ForecastPayables.
           *> Solo fatture fornitore approvate (quadrate 'M'): le
           *> sospese 'H' non si pagano finche' non sono risolte.
           MOVE 'O' TO WS-Direction.
           MOVE ZERO TO WS-ApPayCount.
           OPEN INPUT ApPayFile.
           IF WS-ApPayStatus = "00"
               MOVE 'N' TO WS-PayEOF
               PERFORM UNTIL WS-PayEOF = 'Y'
                       OR WS-ApPayCount >= 2000
                   READ ApPayFile
                       AT END MOVE 'Y' TO WS-PayEOF
                       NOT AT END
                           ADD 1 TO WS-ApPayCount
                           MOVE APPayInvNum TO AP-InvNum(WS-ApPayCount)
                           MOVE APPayAmount TO AP-Amount(WS-ApPayCount)
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ApPayFile.
           OPEN INPUT ApInvFile.
           IF WS-ApInvStatus NOT = "00"
               CLOSE ApInvFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-StartOK.
           MOVE ZERO TO APInvNum.
           START ApInvFile KEY IS NOT LESS THAN APInvNum
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE 'N' TO WS-EOF.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ApInvFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF APMatched
                               PERFORM ForecastOnePayable
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ApInvFile.

       ForecastOnePayable.
           MOVE ZERO TO WS-PaidAmt.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-ApPayCount
               IF AP-InvNum(J) = APInvNum
                   ADD AP-Amount(J) TO WS-PaidAmt
               END-IF
           END-PERFORM.
           COMPUTE WS-Amount = APAmount - WS-PaidAmt.
           IF WS-Amount NOT > ZERO
               EXIT PARAGRAPH
           END-IF.
           *> Con la scadenza in fattura vale quella; le fatture
           *> registrate prima ricadono sul ritardo CFAPDAYS.
           IF APDueDate IS NUMERIC AND APDueDate > ZERO
               COMPUTE WS-DueInt = FUNCTION INTEGER-OF-DATE(APDueDate)
           ELSE
               COMPUTE WS-DueInt =
                   FUNCTION INTEGER-OF-DATE(APDate) + WS-ApDays
           END-IF.
           PERFORM PlaceAmount.
           IF WS-WeekIdx > ZERO
               ADD WS-Amount TO FW-Payables(WS-WeekIdx)
           END-IF.

       ForecastPurchaseOrders.
           *> Quantita' ancora da ricevere valorizzata al listino di
           *> catalogo per la quota di costo CFPOCOSTPCT: l'ordine
           *> fornitore non porta prezzo.
           MOVE 'O' TO WS-Direction.
           CALL 'CATLOAD' USING CategoryTable, WS-CatLoadOK.
           OPEN INPUT PoFile.
           IF WS-PoStatus NOT = "00"
               CLOSE PoFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-StartOK.
           MOVE ZERO TO PONum.
           START PoFile KEY IS NOT LESS THAN PONum
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE 'N' TO WS-EOF.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PoFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF POOpen AND POQty > PORecQty
                               PERFORM ForecastOnePO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PoFile.

       ForecastOnePO.
           PERFORM VARYING CatIdx FROM 1 BY 1
                   UNTIL CatIdx > CatCount
                   OR CatProdName(CatIdx) = POProdName
               CONTINUE
           END-PERFORM.
           IF CatIdx > CatCount
               ADD 1 TO WS-Unpriced
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-OpenQty = POQty - PORecQty.
           COMPUTE WS-Amount ROUNDED = WS-OpenQty *
               CatUnitPrice(CatIdx) * WS-PoCostPct.
           COMPUTE WS-DueInt =
               FUNCTION INTEGER-OF-DATE(PODate) + WS-PoDays.
           PERFORM PlaceAmount.
           IF WS-WeekIdx > ZERO
               ADD WS-Amount TO FW-PurchOrd(WS-WeekIdx)
           END-IF.

       WriteForecast.
           MOVE WS-OpenBal TO WS-Running.
           PERFORM VARYING W FROM 1 BY 1 UNTIL W > 13
               COMPUTE FW-InTotal(W) = FW-Invoices(W)
                   + FW-Tuition(W) + FW-Standing(W)
               COMPUTE FW-OutTotal(W) = FW-Payables(W)
                   + FW-PurchOrd(W)
               COMPUTE FW-Net(W) = FW-InTotal(W) - FW-OutTotal(W)
               ADD FW-Net(W) TO WS-Running
               MOVE WS-Running TO FW-Closing(W)
           END-PERFORM.
           OPEN OUTPUT ForecastReport.
           MOVE WS-StartDate TO PrnStart.
           MOVE WS-OpenBal TO PrnOpenBal.
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING PAGE.
           MOVE WS-Company TO PrnCompany.
           MOVE WS-CmpName TO PrnCmpName.
           WRITE PrintLine FROM CompanyLine AFTER ADVANCING 1 LINE.
           PERFORM VARYING W FROM 1 BY 1 UNTIL W > 13
               MOVE FW-Start(W) TO PrnWeekStart(W)
           END-PERFORM.
           WRITE PrintLine FROM WeekHeadLine AFTER ADVANCING 2
           LINES.
           MOVE "INFLOWS" TO PrintLine.
           WRITE PrintLine AFTER ADVANCING 2 LINES.
           PERFORM VARYING W FROM 1 BY 1 UNTIL W > 13
               MOVE FW-Invoices(W) TO RW-Amount(W)
           END-PERFORM.
           MOVE "  Customer invoices" TO PrnRowLabel.
           PERFORM PrintRow.
           PERFORM VARYING W FROM 1 BY 1 UNTIL W > 13
               MOVE FW-Tuition(W) TO RW-Amount(W)
           END-PERFORM.
           MOVE "  Tuition" TO PrnRowLabel.
           PERFORM PrintRow.
           PERFORM VARYING W FROM 1 BY 1 UNTIL W > 13
               MOVE FW-Standing(W) TO RW-Amount(W)
           END-PERFORM.
           MOVE "  Standing orders" TO PrnRowLabel.
           PERFORM PrintRow.
           PERFORM VARYING W FROM 1 BY 1 UNTIL W > 13
               MOVE FW-InTotal(W) TO RW-Amount(W)
           END-PERFORM.
           MOVE "Total inflows" TO PrnRowLabel.
           PERFORM PrintRow.
           MOVE "OUTFLOWS" TO PrintLine.
           WRITE PrintLine AFTER ADVANCING 2 LINES.
           PERFORM VARYING W FROM 1 BY 1 UNTIL W > 13
               MOVE FW-Payables(W) TO RW-Amount(W)
           END-PERFORM.
           MOVE "  Supplier invoices" TO PrnRowLabel.
           PERFORM PrintRow.
           PERFORM VARYING W FROM 1 BY 1 UNTIL W > 13
               MOVE FW-PurchOrd(W) TO RW-Amount(W)
           END-PERFORM.
           MOVE "  Purchase orders" TO PrnRowLabel.
           PERFORM PrintRow.
           PERFORM VARYING W FROM 1 BY 1 UNTIL W > 13
               MOVE FW-OutTotal(W) TO RW-Amount(W)
           END-PERFORM.
           MOVE "Total outflows" TO PrnRowLabel.
           PERFORM PrintRow.
           MOVE SPACES TO PrintLine.
           WRITE PrintLine AFTER ADVANCING 1 LINE.
           PERFORM VARYING W FROM 1 BY 1 UNTIL W > 13
               MOVE FW-Net(W) TO RW-Amount(W)
           END-PERFORM.
           MOVE "NET POSITION" TO PrnRowLabel.
           PERFORM PrintRow.
           PERFORM VARYING W FROM 1 BY 1 UNTIL W > 13
               MOVE FW-Closing(W) TO RW-Amount(W)
           END-PERFORM.
           MOVE "CLOSING BALANCE" TO PrnRowLabel.
           PERFORM PrintRow.
           MOVE "Overdue items carried into week 1 (net):"
               TO PrnNoteLabel.
           MOVE WS-Overdue TO PrnNoteAmount.
           WRITE PrintLine FROM NoteLine AFTER ADVANCING 3 LINES.
           MOVE "Expected after week 13 (net, excluded):"
               TO PrnNoteLabel.
           MOVE WS-Beyond TO PrnNoteAmount.
           WRITE PrintLine FROM NoteLine AFTER ADVANCING 1 LINE.
           IF WS-Unpriced > ZERO
               MOVE SPACES TO PrintLine
               STRING WS-Unpriced " standing/purchase orders left "
                   "out: product without a price"
                   DELIMITED BY SIZE INTO PrintLine
               WRITE PrintLine AFTER ADVANCING 1 LINE
           END-IF.
           CLOSE ForecastReport.

       PrintRow.
           PERFORM VARYING W FROM 1 BY 1 UNTIL W > 13
               MOVE RW-Amount(W) TO PrnRowCell(W)
           END-PERFORM.
           WRITE PrintLine FROM RowLine AFTER ADVANCING 1 LINE.
