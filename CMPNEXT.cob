       IDENTIFICATION DIVISION.
       PROGRAM-ID.       CMPNEXT.
       AUTHOR.       Giulio.
       DATE-WRITTEN.15/10/2026
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-Company PIC X(2).
       01 WS-CmpName PIC X(30).
       01 WS-CmpFound PIC X.
       COPY "COMPREC.cpy".
       01 WS-Series PIC X(4).
       01 WS-Progressive PIC 9(5).
       01 WS-ChkMode PIC X VALUE 'C'.
       01 WS-ChkOK PIC X.
       LINKAGE SECTION.
       01 LSeries PIC X(4).
       01 LNextID PIC 9(5).
       01 LStatus PIC X.
       PROCEDURE DIVISION USING LSeries, LNextID, LStatus.
      *> Numero del prossimo documento fiscale della societa'
      *> corrente (COMPGET): stessa chiamata di IDNEXT, ma la serie
      *> prende il quarto carattere CmpSeriesTag della societa' e il
      *> progressivo cade nella sua fascia CmpNumFrom-CmpNumTo, con
      *> la cifra di controllo ricalcolata. Fascia esaurita o
      *> societa' assente = LStatus 'Y' come una serie piena. Usato
      *> da InvoiceGen (25.cob), ReturnsCredit (61.cob) e
      *> LateInterest (147.cob).
       MainPara.
           MOVE 'N' TO LStatus.
           CALL 'COMPGET' USING WS-Company, WS-CmpName.
           CALL 'CMPLKUP' USING WS-Company, CompanyData, WS-CmpFound.
           IF WS-CmpFound NOT = 'Y'
               DISPLAY "Company " WS-Company " not on file, no "
                   "number issued."
               MOVE 'Y' TO LStatus
               EXIT PROGRAM
           END-IF.
           MOVE LSeries TO WS-Series.
           MOVE CmpSeriesTag TO WS-Series(4:1).
           CALL 'IDNEXT' USING WS-Series, LNextID, LStatus.
           IF LStatus NOT = 'N'
               EXIT PROGRAM
           END-IF.
           COMPUTE WS-Progressive = LNextID / 10 + CmpNumFrom - 1.
           IF WS-Progressive > CmpNumTo OR WS-Progressive > 9999
               DISPLAY "Numbering range of company " WS-Company
                   " exhausted (series " WS-Series ")."
               MOVE 'Y' TO LStatus
               EXIT PROGRAM
           END-IF.
           COMPUTE LNextID = WS-Progressive * 10.
           CALL 'CHKDGT' USING LNextID, WS-ChkMode, WS-ChkOK.
           EXIT PROGRAM.
