           SELECT BreakFile ASSIGN TO "28pricebreaks.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BreakStatus.
           SELECT ContractFile ASSIGN TO "115contracts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ContractStatus.
       DATA DIVISION.
       FILE SECTION.
       FD PriceFile.
           02 BrkProdName PIC X(10).
           02 BrkMinQty PIC 9(5).
           02 BrkDiscount PIC V999.
       FD ContractFile.
       COPY "CONTRREC.cpy".
       WORKING-STORAGE SECTION.
       01 WS-ContractStatus PIC XX.
       01 WS-ContractEOF PIC X.
       01 WS-BestFrom PIC 9(8).
       01 WS-CtrFound PIC X.
       01 WS-CtrPrice PIC 9(4)V99.
       01 WS-CtrDiscount PIC V999.
       01 WS-PriceStatus PIC XX.
       01 WS-BreakStatus PIC XX.
       01 WS-PriceEOF PIC X.
       01 LPrice PIC 9(4)V99.
       01 LDiscount PIC V999.
       01 LFound PIC X.
       01 LCustID PIC 9(5).
       01 LAgreed PIC X.
       PROCEDURE DIVISION USING LProdName, LDate, LQty, LPrice,
               LDiscount, LFound, LCustID, LAgreed.
      *> LCustID zero = prezzo di listino per tutti. Con un
      *> cliente si guarda prima l'accordo prezzi in vigore alla
      *> data (115contracts.dat); LAgreed 'Y' se e' stato applicato.
       MainPara.
           MOVE 'N' TO LFound LAgreed.
           MOVE ZERO TO LPrice LDiscount WS-BestDate.
           MOVE 'N' TO WS-PriceEOF.
           OPEN INPUT PriceFile.
           IF WS-PriceStatus = "35"
               CLOSE PriceFile
               PERFORM LookupBreak
               PERFORM ApplyAgreement
               EXIT PROGRAM
           END-IF.
           *> Vince la riga con la data di decorrenza piu' recente
           END-PERFORM.
           CLOSE PriceFile.
           PERFORM LookupBreak.
           PERFORM ApplyAgreement.
       EXIT PROGRAM.

       ApplyAgreement.
           *> Il prezzo netto concordato vince su listino e
           *> scaglioni; lo sconto concordato sostituisce quello di
           *> listino e di scaglione, se il listino c'e'.
           IF LCustID = ZERO
               EXIT PARAGRAPH
           END-IF.
           PERFORM LookupAgreement.
           IF WS-CtrFound = 'N'
               EXIT PARAGRAPH
           END-IF.
           IF WS-CtrPrice > ZERO
               MOVE WS-CtrPrice TO LPrice
               MOVE ZERO TO LDiscount
               MOVE 'Y' TO LFound LAgreed
           ELSE
               IF LFound = 'Y'
                   MOVE WS-CtrDiscount TO LDiscount
                   MOVE 'Y' TO LAgreed
               END-IF
           END-IF.

       LookupAgreement.
           *> Fra gli accordi validi alla data vince quello con la
           *> decorrenza piu' recente.
           MOVE 'N' TO WS-CtrFound.
           MOVE ZERO TO WS-BestFrom WS-CtrPrice WS-CtrDiscount.
           MOVE 'N' TO WS-ContractEOF.
           OPEN INPUT ContractFile.
           IF WS-ContractStatus NOT = "00"
               CLOSE ContractFile
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ContractEOF = 'Y'
               READ ContractFile
                   AT END MOVE 'Y' TO WS-ContractEOF
                   NOT AT END
                       IF CtrCustID = LCustID
                               AND CtrProdName = LProdName
                               AND CtrFrom <= LDate
                               AND CtrTo >= LDate
                               AND CtrFrom >= WS-BestFrom
                           MOVE 'Y' TO WS-CtrFound
                           MOVE CtrFrom TO WS-BestFrom
                           MOVE CtrPrice TO WS-CtrPrice
                           MOVE CtrDiscount TO WS-CtrDiscount
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ContractFile.

       LookupBreak.
           *> Vince lo scaglione piu' alto ancora coperto dalla
           *> quantita' ordinata; senza scaglioni per il prodotto lo
