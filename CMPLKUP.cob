       IDENTIFICATION DIVISION.
       PROGRAM-ID.       CMPLKUP.
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
       01 WS-ParmKey PIC X(12).
       01 WS-ParmValue PIC X(20).
       01 WS-ParmFound PIC X.
       LINKAGE SECTION.
       01 LCode PIC X(2).
       01 LCompany PIC X(78).
       01 LFound PIC X.
       PROCEDURE DIVISION USING LCode, LCompany, LFound.
      *> Anagrafica di una societa' dal master 154company.dat,
      *> restituita col tracciato COMPREC.cpy in LCompany; LFound
      *> 'N' se il codice non c'e'. Al primo avvio il master si
      *> semina con la societa' storica 01 (partita IVA da
      *> SELLERVATID di SYSPARM) e la seconda societa' 02. Usato da
      *> SIGNON, COMPGET, CMPNEXT e CompanyMaint (154.cob).
       MainPara.
           MOVE 'N' TO LFound.
           MOVE SPACES TO LCompany.
           PERFORM EnsureCompanyFile.
           OPEN INPUT CompanyFile.
           IF WS-CompanyStatus NOT = "00"
               CLOSE CompanyFile
               EXIT PROGRAM
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CompanyFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CmpCode = LCode
                           MOVE CompanyData TO LCompany
                           MOVE 'Y' TO LFound
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CompanyFile.
           EXIT PROGRAM.

       EnsureCompanyFile.
           *> Primo avvio: la societa' di sempre tiene le serie
           *> storiche e la fascia bassa dei progressivi, la seconda
           *> parte da 7000.
           OPEN INPUT CompanyFile.
           IF WS-CompanyStatus = "35"
               OPEN OUTPUT CompanyFile
               MOVE SPACES TO CompanyData
               MOVE "01" TO CmpCode
               MOVE "Societa' principale" TO CmpName
               MOVE "SELLERVATID" TO WS-ParmKey
               CALL 'PARMGET' USING WS-ParmKey, WS-ParmValue,
                   WS-ParmFound
               IF WS-ParmFound = 'Y'
                   MOVE WS-ParmValue TO CmpVatNum
               END-IF
               MOVE SPACE TO CmpSeriesTag
               MOVE 1 TO CmpNumFrom
               MOVE 6999 TO CmpNumTo
               MOVE 'Y' TO CmpMain
               WRITE CompanyData
               MOVE SPACES TO CompanyData
               MOVE "02" TO CmpCode
               MOVE "Seconda societa'" TO CmpName
               MOVE "2" TO CmpSeriesTag
               MOVE 7000 TO CmpNumFrom
               MOVE 9999 TO CmpNumTo
               MOVE 'N' TO CmpMain
               WRITE CompanyData
           END-IF.
           CLOSE CompanyFile.
