       IDENTIFICATION DIVISION.
       PROGRAM-ID.       FRTCALC.
       AUTHOR.       Giulio.
       DATE-WRITTEN.05/09/2026
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
       01 WS-ProvHit PIC X.
       01 WS-WantCarrier PIC X(10).
       01 WS-BestMax PIC 9(4)V99.
       01 WS-TopMax PIC 9(4)V99.
       01 WS-TopCharge PIC 9(5)V99.
       LINKAGE SECTION.
       01 LCarrier PIC X(10).
       01 LProv PIC X(2).
       01 LCountry PIC X(2).
       01 LWeight PIC 9(5)V99.
       01 LZone PIC X(2).
       01 LFreight PIC 9(5)V99.
       01 LFound PIC X.
       PROCEDURE DIVISION USING LCarrier, LProv, LCountry, LWeight,
               LZone, LFreight, LFound.
      *> Nolo di una spedizione: zona di destinazione dall'indirizzo
      *> (116frtzone.dat, come JURISMAP per la giurisdizione), poi
      *> la fascia di peso piu' bassa che contiene LWeight nella
      *> tariffa del vettore; senza righe del vettore vale la
      *> tariffa di base (vettore vuoto). Oltre l'ultima fascia si
      *> applica l'ultima. Nessuna tariffa = nolo zero, LFound 'N'.
       MainPara.
           MOVE 'N' TO LFound.
           MOVE ZERO TO LFreight.
           PERFORM EnsureFreightFiles.
           PERFORM LookupZone.
           MOVE LCarrier TO WS-WantCarrier.
           PERFORM ScanRates.
           IF LFound = 'N' AND LCarrier NOT = SPACES
               MOVE SPACES TO WS-WantCarrier
               PERFORM ScanRates
           END-IF.
       EXIT PROGRAM.

       LookupZone.
           *> Paese fuori mappa = zona "ZZ" (resto del mondo).
           MOVE "ZZ" TO LZone.
           MOVE 'N' TO WS-ProvHit.
           OPEN INPUT ZoneFile.
           IF WS-ZoneStatus NOT = "00"
               CLOSE ZoneFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ZoneFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ZnCountry = LCountry
                           IF ZnProv = LProv AND ZnProv NOT = SPACES
                               MOVE ZnZone TO LZone
                               MOVE 'Y' TO WS-ProvHit
                           ELSE
                               IF ZnProv = SPACES AND WS-ProvHit = 'N'
                                   MOVE ZnZone TO LZone
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ZoneFile.

       ScanRates.
           MOVE 9999.99 TO WS-BestMax.
           MOVE ZERO TO WS-TopMax WS-TopCharge.
           OPEN INPUT RateFile.
           IF WS-RateStatus NOT = "00"
               CLOSE RateFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ RateFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FrtCarrier = WS-WantCarrier
                               AND FrtZone = LZone
                           PERFORM CheckBand
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RateFile.
           IF LFound = 'N' AND WS-TopMax > ZERO
               MOVE WS-TopCharge TO LFreight
               MOVE 'Y' TO LFound
           END-IF.

       CheckBand.
           IF FrtMaxWeight >= LWeight
                   AND FrtMaxWeight <= WS-BestMax
               MOVE FrtMaxWeight TO WS-BestMax
               MOVE FrtCharge TO LFreight
               MOVE 'Y' TO LFound
           END-IF.
           IF FrtMaxWeight > WS-TopMax
               MOVE FrtMaxWeight TO WS-TopMax
               MOVE FrtCharge TO WS-TopCharge
           END-IF.

       EnsureFreightFiles.
           *> Primo avvio: una zona per paese servito e la tariffa
           *> di base a tre fasce, da rivedere in FreightMaint.
           OPEN INPUT ZoneFile.
           IF WS-ZoneStatus = "35"
               OPEN OUTPUT ZoneFile
               MOVE SPACES TO ZnProv
               MOVE "US" TO ZnCountry
               MOVE "01" TO ZnZone
               WRITE FrtZoneData
               MOVE "AT" TO ZnCountry
               MOVE "02" TO ZnZone
               WRITE FrtZoneData
               MOVE "BR" TO ZnCountry
               MOVE "03" TO ZnZone
               WRITE FrtZoneData
           END-IF.
           CLOSE ZoneFile.
           OPEN INPUT RateFile.
           IF WS-RateStatus = "35"
               OPEN OUTPUT RateFile
               MOVE SPACES TO FrtCarrier
               MOVE "01" TO FrtZone
               PERFORM SeedBands
               MOVE "02" TO FrtZone
               PERFORM SeedBands
               MOVE "03" TO FrtZone
               PERFORM SeedBands
               MOVE "ZZ" TO FrtZone
               PERFORM SeedBands
           END-IF.
           CLOSE RateFile.

       SeedBands.
           MOVE 5 TO FrtMaxWeight.
           MOVE 6.90 TO FrtCharge.
           WRITE FrtRateData.
           MOVE 30 TO FrtMaxWeight.
           MOVE 14.90 TO FrtCharge.
           WRITE FrtRateData.
           MOVE 9999.99 TO FrtMaxWeight.
           MOVE 39.00 TO FrtCharge.
           WRITE FrtRateData.
