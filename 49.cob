               ACCESS MODE IS DYNAMIC
               RECORD KEY IS InvNum
               FILE STATUS IS WS-RegStatus.
           SELECT InvLineFile ASSIGN TO "25invlines.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS InvLnKey
               FILE STATUS IS WS-InvLineStatus.
           SELECT CreditRegister ASSIGN TO "61creditreg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CrnNum
               FILE STATUS IS WS-CrnStatus.
           SELECT RemitReport ASSIGN TO "49taxremit.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD InvRegister.
       COPY "INVREC.cpy".
       FD InvLineFile.
       COPY "INVLINE.cpy".
       FD CreditRegister.
       COPY "CRNREC.cpy".
       FD RemitReport.
       01 PrintLine PIC X(75).
       WORKING-STORAGE SECTION.
       01 WS-GrandNet PIC 9(9)V99 VALUE ZERO.
       01 WS-GrandTax PIC 9(8)V99 VALUE ZERO.
       01 WS-Pass PIC 9.
       01 WS-InvLineStatus PIC XX.
       01 WS-CrnStatus PIC XX.
       01 WS-LineEOF PIC X.
       01 WS-LinesOK PIC X.
       01 WS-InvLines PIC 9(3).
      *> Ripartizione per giurisdizione e classe fiscale: righe
      *> fattura alla classe applicata, note di credito alla classe
      *> stornata. "--" = fatture e note senza dettaglio classe.
       01 ClassTotals.
           02 WS-ClassCount PIC 99 VALUE ZERO.
           02 ClassEntry OCCURS 40 TIMES
                   DEPENDING ON WS-ClassCount.
               03 CT-Juris PIC X(2).
               03 CT-Class PIC X(2).
               03 CT-Net PIC 9(9)V99.
               03 CT-Tax PIC 9(8)V99.
               03 CT-CrnTax PIC 9(8)V99.
       01 CTIdx PIC 99.
       01 WS-KeyJuris PIC X(2).
       01 WS-KeyClass PIC X(2).
      *> Imposte delle fatture della societa' corrente.
       01 WS-Company PIC X(2).
       01 WS-CmpName PIC X(30).
       01 CompanyLine.
           02 FILLER PIC X(9) VALUE "Company: ".
           02 PrnCompany PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCmpName PIC X(30).
       01 ReportHeading.
           02 FILLER PIC X(28) VALUE "TAX REMITTANCE  from ".
           02 PrnFromDate PIC 9(8).
           02 PrnSumTax PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(10) VALUE "  invoices".
           02 PrnSumCount PIC ZZZZ9.
       01 ClassHeading.
           02 FILLER PIC X(40)
               VALUE "By jurisdiction and tax class".
       01 ClassColumns.
           02 FILLER PIC X(48)
               VALUE "Jr Cl           net      charged     credited".
       01 ClassLine.
           02 PrnClsJuris PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnClsClass PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnClsNet PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnClsTax PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnClsCrn PIC Z,ZZZ,ZZ9.99.
       01 GrandLine.
           02 FILLER PIC X(9) VALUE "TOTAL net".
           02 PrnGrandNet PIC ZZ,ZZZ,ZZ9.99.
           02 PrnGrandCount PIC ZZZZ9.
       PROCEDURE DIVISION.
       MainPara.
           CALL 'COMPGET' USING WS-Company, WS-CmpName.
           MOVE "US" TO JT-Code(1).
           MOVE "AT" TO JT-Code(2).
           MOVE "BR" TO JT-Code(3).
           MOVE WS-ToDate TO PrnToDate.
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING
           PAGE.
           MOVE WS-Company TO PrnCompany.
           MOVE WS-CmpName TO PrnCmpName.
           WRITE PrintLine FROM CompanyLine AFTER ADVANCING 1 LINE.

           *> Passata 1: totali. Passate 2-4: dettaglio per ognuna
           *> delle tre giurisdizioni.
           MOVE WS-TotalCount TO PrnGrandCount.
           WRITE PrintLine FROM GrandLine AFTER ADVANCING 2
           LINES.
           PERFORM ClassPass.
           PERFORM CreditPass.
           PERFORM PrintClassTotals.
           CLOSE InvRegister, RemitReport.
           DISPLAY "Remittance report written to 49taxremit.rpt "
               "(" WS-TotalCount " invoices in range).".
           END-IF.

       TallyInvoice.
           *> Le note di addebito interessi sono fuori campo IVA:
           *> non entrano nell'imponibile.
           IF InvDate < WS-FromDate OR InvDate > WS-ToDate
                   OR InvCompany NOT = WS-Company
                   OR InvInterest
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
                           IF InvJuris = JT-Code(WS-JurisIdx)
                                   AND InvDate >= WS-FromDate
                                   AND InvDate <= WS-ToDate
                                   AND InvCompany = WS-Company
                                   AND NOT InvInterest
                               MOVE InvNum TO PrnInvNum
                               MOVE InvDate TO PrnInvDate
                               MOVE InvNet TO PrnNet
           START InvRegister KEY IS NOT LESS THAN InvNum
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.

       ClassPass.
           *> Le righe di fattura portano classe e IVA gia' calcolate
           *> da InvoiceGen con TAXLKUP: qui si sommano soltanto.
           OPEN INPUT InvLineFile.
           MOVE 'N' TO WS-LinesOK.
           IF WS-InvLineStatus = "00"
               MOVE 'Y' TO WS-LinesOK
           END-IF.
           PERFORM StartRegister.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-RegEOF = 'Y'
                   READ InvRegister NEXT RECORD
                       AT END MOVE 'Y' TO WS-RegEOF
                       NOT AT END
                           IF InvDate >= WS-FromDate
                                   AND InvDate <= WS-ToDate
                                   AND InvCompany = WS-Company
                                   AND NOT InvInterest
                               PERFORM TallyInvoiceLines
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE InvLineFile.

       TallyInvoiceLines.
           MOVE ZERO TO WS-InvLines.
           IF WS-LinesOK = 'Y'
               MOVE InvNum TO InvLnInv
               MOVE ZERO TO InvLnSeq
               MOVE 'N' TO WS-LineEOF
               START InvLineFile KEY IS NOT LESS THAN InvLnKey
                   INVALID KEY MOVE 'Y' TO WS-LineEOF
               END-START
               PERFORM UNTIL WS-LineEOF = 'Y'
                   READ InvLineFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-LineEOF
                       NOT AT END
                           IF InvLnInv NOT = InvNum
                               MOVE 'Y' TO WS-LineEOF
                           ELSE
                               MOVE InvJuris TO WS-KeyJuris
                               MOVE InvLnTaxClass TO WS-KeyClass
                               PERFORM FindClassEntry
                               ADD InvLnNet TO CT-Net(CTIdx)
                               ADD InvLnTax TO CT-Tax(CTIdx)
                               ADD 1 TO WS-InvLines
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-InvLines = ZERO
               MOVE InvJuris TO WS-KeyJuris
               MOVE "--" TO WS-KeyClass
               PERFORM FindClassEntry
               ADD InvNet TO CT-Net(CTIdx)
               ADD InvTax TO CT-Tax(CTIdx)
           END-IF.

       CreditPass.
           OPEN INPUT CreditRegister.
           IF WS-CrnStatus NOT = "00"
               CLOSE CreditRegister
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-LineEOF.
           PERFORM UNTIL WS-LineEOF = 'Y'
               READ CreditRegister NEXT RECORD
                   AT END MOVE 'Y' TO WS-LineEOF
                   NOT AT END
                       IF CrnDate >= WS-FromDate
                               AND CrnDate <= WS-ToDate
                               AND CrnCompany = WS-Company
                           MOVE CrnJuris TO WS-KeyJuris
                           MOVE CrnTaxClass TO WS-KeyClass
                           IF WS-KeyClass = SPACES
                               MOVE "--" TO WS-KeyClass
                           END-IF
                           PERFORM FindClassEntry
                           ADD CrnTax TO CT-CrnTax(CTIdx)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CreditRegister.

       FindClassEntry.
           PERFORM VARYING CTIdx FROM 1 BY 1
                   UNTIL CTIdx > WS-ClassCount
                   OR (CT-Juris(CTIdx) = WS-KeyJuris
                       AND CT-Class(CTIdx) = WS-KeyClass)
               CONTINUE
           END-PERFORM.
           IF CTIdx > WS-ClassCount
               IF WS-ClassCount >= 40
                   MOVE 40 TO CTIdx
               ELSE
                   ADD 1 TO WS-ClassCount
                   MOVE WS-ClassCount TO CTIdx
                   MOVE WS-KeyJuris TO CT-Juris(CTIdx)
                   MOVE WS-KeyClass TO CT-Class(CTIdx)
                   MOVE ZERO TO CT-Net(CTIdx) CT-Tax(CTIdx)
                       CT-CrnTax(CTIdx)
               END-IF
           END-IF.

       PrintClassTotals.
           WRITE PrintLine FROM ClassHeading AFTER ADVANCING 2
           LINES.
           WRITE PrintLine FROM ClassColumns AFTER ADVANCING 1
           LINE.
           PERFORM VARYING CTIdx FROM 1 BY 1
                   UNTIL CTIdx > WS-ClassCount
               MOVE CT-Juris(CTIdx) TO PrnClsJuris
               MOVE CT-Class(CTIdx) TO PrnClsClass
               MOVE CT-Net(CTIdx) TO PrnClsNet
               MOVE CT-Tax(CTIdx) TO PrnClsTax
               MOVE CT-CrnTax(CTIdx) TO PrnClsCrn
               WRITE PrintLine FROM ClassLine AFTER ADVANCING 1
               LINE
           END-PERFORM.
