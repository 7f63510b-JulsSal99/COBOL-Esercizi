       IDENTIFICATION DIVISION.
       PROGRAM-ID.       FreightMaint.
       AUTHOR.       Giulio.
       DATE-WRITTEN.06/09/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZoneFile ASSIGN TO "116frtzone.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZoneStatus.
           SELECT RateFile ASSIGN TO "116frtrate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RateStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ZoneFile.
       COPY "FRTZONE.cpy".
       FD RateFile.
       COPY "FRTRATE.cpy".
       WORKING-STORAGE SECTION.
       01 WS-ZoneStatus PIC XX.
       01 WS-RateStatus PIC XX.
       01 WS-EOF PIC X.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-OpID PIC X(8).
       01 WS-OpRole PIC X.
       01 WS-SignonOK PIC X.
       01 WS-Confirm PIC X.
       01 WS-Duplicate PIC X.
       01 WS-ListCount PIC 9(4).
       01 WS-NewCountry PIC X(2).
       01 WS-NewProv PIC X(2).
       01 WS-NewZone PIC X(2).
       01 WS-NewCarrier PIC X(10).
       01 WS-NewMaxWeight PIC 9(4)V99.
       01 WS-NewCharge PIC 9(5)V99.
       01 WS-AskCarrier PIC X(10).
       01 WS-AskProv PIC X(2).
       01 WS-AskCountry PIC X(2).
       01 WS-AskWeight PIC 9(5)V99.
       01 WS-QuoteZone PIC X(2).
       01 WS-QuoteFreight PIC 9(5)V99.
       01 WS-QuoteFound PIC X.
       01 PrnWeight PIC Z,ZZ9.99.
       01 PrnCharge PIC ZZ,ZZ9.99.
       PROCEDURE DIVISION.
       StartPara.
           CALL 'SIGNON' USING WS-OpID, WS-OpRole, WS-SignonOK.
           IF WS-SignonOK NOT = 'Y'
               DISPLAY "Sign-on failed, program ends."
               GOBACK
           END-IF.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "FREIGHT ZONES AND RATES"
               DISPLAY "1 : List Destination Zones"
               DISPLAY "2 : List Carrier Rates"
               DISPLAY "3 : Add a Zone Row"
               DISPLAY "4 : Add a Rate Band"
               DISPLAY "5 : Freight Quote"
               DISPLAY "0 : Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM ListZones
                   WHEN 2 PERFORM ListRates
                   WHEN 3 PERFORM AddZone
                   WHEN 4 PERFORM AddRate
                   WHEN 5 PERFORM QuoteFreight
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           GOBACK.

       SeedFiles.
           *> Una quotazione a vuoto fa seminare zone e tariffa di
           *> base a FRTCALC se e' il primo avvio.
           MOVE SPACES TO WS-AskCarrier WS-AskProv WS-AskCountry.
           MOVE ZERO TO WS-AskWeight.
           CALL 'FRTCALC' USING WS-AskCarrier, WS-AskProv,
               WS-AskCountry, WS-AskWeight, WS-QuoteZone,
               WS-QuoteFreight, WS-QuoteFound.

       ListZones.
           PERFORM SeedFiles.
           OPEN INPUT ZoneFile.
           IF WS-ZoneStatus NOT = "00"
               DISPLAY "No zone table on file."
               CLOSE ZoneFile
               EXIT PARAGRAPH
           END-IF.
           DISPLAY " ".
           DISPLAY "Co Pr Zone".
           MOVE ZERO TO WS-ListCount.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ZoneFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       DISPLAY ZnCountry " " ZnProv " " ZnZone
                       ADD 1 TO WS-ListCount
               END-READ
           END-PERFORM.
           CLOSE ZoneFile.
           DISPLAY WS-ListCount " zone rows on file "
               "(countries not listed go to zone ZZ).".

       ListRates.
           PERFORM SeedFiles.
           OPEN INPUT RateFile.
           IF WS-RateStatus NOT = "00"
               DISPLAY "No rate table on file."
               CLOSE RateFile
               EXIT PARAGRAPH
           END-IF.
           DISPLAY " ".
           DISPLAY "Carrier    Zn  Up to kg     Charge".
           MOVE ZERO TO WS-ListCount.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ RateFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE FrtMaxWeight TO PrnWeight
                       MOVE FrtCharge TO PrnCharge
                       DISPLAY FrtCarrier " " FrtZone "  " PrnWeight
                           "  " PrnCharge
                       ADD 1 TO WS-ListCount
               END-READ
           END-PERFORM.
           CLOSE RateFile.
           DISPLAY WS-ListCount " rate bands on file "
               "(blank carrier = base tariff).".

       AddZone.
           IF WS-OpRole NOT = 'S'
               DISPLAY "Only supervisors may change freight tables."
               EXIT PARAGRAPH
           END-IF.
           PERFORM SeedFiles.
           DISPLAY "Country (2 chars): " WITH NO ADVANCING.
           ACCEPT WS-NewCountry.
           DISPLAY "Province (2 chars, blank = whole country): "
               WITH NO ADVANCING.
           ACCEPT WS-NewProv.
           DISPLAY "Zone (2 chars): " WITH NO ADVANCING.
           ACCEPT WS-NewZone.
           IF WS-NewCountry = SPACES OR WS-NewZone = SPACES
               DISPLAY "Country and zone are required."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-Duplicate.
           OPEN INPUT ZoneFile.
           IF WS-ZoneStatus = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ZoneFile
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF ZnCountry = WS-NewCountry
                                   AND ZnProv = WS-NewProv
                               MOVE 'Y' TO WS-Duplicate
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ZoneFile.
           IF WS-Duplicate = 'Y'
               DISPLAY WS-NewCountry "/" WS-NewProv
                   " already has a zone, refused."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Add " WS-NewCountry "/" WS-NewProv " to zone "
               WS-NewZone "? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-Confirm.
           IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
               DISPLAY "Nothing written."
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND ZoneFile.
           IF WS-ZoneStatus = "35"
               OPEN OUTPUT ZoneFile
               CLOSE ZoneFile
               OPEN EXTEND ZoneFile
           END-IF.
           MOVE WS-NewCountry TO ZnCountry.
           MOVE WS-NewProv TO ZnProv.
           MOVE WS-NewZone TO ZnZone.
           WRITE FrtZoneData.
           CLOSE ZoneFile.
           DISPLAY "Zone row added by " WS-OpID ".".

       AddRate.
           *> Una fascia vale fino al suo peso massimo; la fascia
           *> piu' alta copre anche i pesi oltre.
           IF WS-OpRole NOT = 'S'
               DISPLAY "Only supervisors may change freight tables."
               EXIT PARAGRAPH
           END-IF.
           PERFORM SeedFiles.
           DISPLAY "Carrier (blank = base tariff): "
               WITH NO ADVANCING.
           ACCEPT WS-NewCarrier.
           DISPLAY "Zone (2 chars): " WITH NO ADVANCING.
           ACCEPT WS-NewZone.
           IF WS-NewZone = SPACES
               DISPLAY "Zone is required."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Up to weight kg (e.g. 003000 for 30 kg): "
               WITH NO ADVANCING.
           ACCEPT WS-NewMaxWeight.
           IF WS-NewMaxWeight IS NOT NUMERIC
                   OR WS-NewMaxWeight = ZERO
               DISPLAY "Invalid weight."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Charge (e.g. 0001490 for 14.90): "
               WITH NO ADVANCING.
           ACCEPT WS-NewCharge.
           IF WS-NewCharge IS NOT NUMERIC
               DISPLAY "Invalid charge."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-Duplicate.
           OPEN INPUT RateFile.
           IF WS-RateStatus = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RateFile
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF FrtCarrier = WS-NewCarrier
                                   AND FrtZone = WS-NewZone
                                   AND FrtMaxWeight = WS-NewMaxWeight
                               MOVE 'Y' TO WS-Duplicate
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RateFile.
           MOVE WS-NewMaxWeight TO PrnWeight.
           MOVE WS-NewCharge TO PrnCharge.
           IF WS-Duplicate = 'Y'
               DISPLAY "Band up to " PrnWeight " kg already on file "
                   "for this carrier and zone, refused."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Add band up to " PrnWeight " kg at " PrnCharge
               "? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-Confirm.
           IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
               DISPLAY "Nothing written."
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND RateFile.
           IF WS-RateStatus = "35"
               OPEN OUTPUT RateFile
               CLOSE RateFile
               OPEN EXTEND RateFile
           END-IF.
           MOVE WS-NewCarrier TO FrtCarrier.
           MOVE WS-NewZone TO FrtZone.
           MOVE WS-NewMaxWeight TO FrtMaxWeight.
           MOVE WS-NewCharge TO FrtCharge.
           WRITE FrtRateData.
           CLOSE RateFile.
           DISPLAY "Rate band added by " WS-OpID ".".

       QuoteFreight.
           DISPLAY "Carrier (blank = base tariff): "
               WITH NO ADVANCING.
           ACCEPT WS-AskCarrier.
           DISPLAY "Destination country (2 chars): "
               WITH NO ADVANCING.
           ACCEPT WS-AskCountry.
           DISPLAY "Destination province (2 chars): "
               WITH NO ADVANCING.
           ACCEPT WS-AskProv.
           DISPLAY "Weight kg (e.g. 0001250 for 12.50): "
               WITH NO ADVANCING.
           ACCEPT WS-AskWeight.
           IF WS-AskWeight IS NOT NUMERIC
               DISPLAY "Invalid weight."
               EXIT PARAGRAPH
           END-IF.
           CALL 'FRTCALC' USING WS-AskCarrier, WS-AskProv,
               WS-AskCountry, WS-AskWeight, WS-QuoteZone,
               WS-QuoteFreight, WS-QuoteFound.
           MOVE WS-AskWeight TO PrnWeight.
           MOVE WS-QuoteFreight TO PrnCharge.
           IF WS-QuoteFound = 'Y'
               DISPLAY "Zone " WS-QuoteZone ", " PrnWeight " kg: "
                   "freight " PrnCharge
           ELSE
               DISPLAY "Zone " WS-QuoteZone ": no rate on file for "
                   "this carrier or the base tariff."
           END-IF.
