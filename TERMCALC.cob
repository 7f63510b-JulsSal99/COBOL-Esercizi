       IDENTIFICATION DIVISION.
       PROGRAM-ID.       TERMCALC.
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
       01 WS-DueInt PIC 9(7).
       01 WS-DueDate PIC 9(8).
       01 WS-DueParts REDEFINES WS-DueDate.
           02 WS-DueYear PIC 9(4).
           02 WS-DueMonth PIC 99.
           02 WS-DueDay PIC 99.
       01 WS-ParmKey PIC X(12).
       01 WS-ParmValue PIC X(20).
       01 WS-ParmFound PIC X.
       LINKAGE SECTION.
       01 LTerms PIC X(4).
       01 LInvDate PIC 9(8).
       01 LDueDate PIC 9(8).
       01 LDiscDate PIC 9(8).
       01 LDiscRate PIC V999.
       01 LFound PIC X.
       PROCEDURE DIVISION USING LTerms, LInvDate, LDueDate,
               LDiscDate, LDiscRate, LFound.
      *> Scadenza e sconto cassa di una fattura dalle condizioni di
      *> pagamento del cliente: scadenza = data fattura + giorni,
      *> portata a fine mese se la condizione e' "fine mese";
      *> termine sconto = data fattura + giorni sconto (zero se la
      *> condizione non prevede sconto). Codice vuoto = condizione
      *> di default DEFTERMS di SYSPARM (N30 se manca), restituita
      *> in LTerms; codice assente dal master = scadenza alla data
      *> fattura (LFound 'N'). Usato da InvoiceGen (25.cob),
      *> LateInterest (147.cob), InvTermsConv e TermsMaint.
       MainPara.
           MOVE 'N' TO LFound.
           MOVE LInvDate TO LDueDate.
           MOVE ZERO TO LDiscDate LDiscRate.
           PERFORM EnsureTermsFile.
           IF LTerms = SPACES
               MOVE "DEFTERMS" TO WS-ParmKey
               CALL 'PARMGET' USING WS-ParmKey, WS-ParmValue,
                   WS-ParmFound
               IF WS-ParmFound = 'Y' AND WS-ParmValue NOT = SPACES
                   MOVE WS-ParmValue(1:4) TO LTerms
               ELSE
                   MOVE "N30" TO LTerms
               END-IF
           END-IF.
           OPEN INPUT TermsFile.
           IF WS-TermsStatus NOT = "00"
               CLOSE TermsFile
               EXIT PROGRAM
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ TermsFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TrmCode = LTerms
                           MOVE 'Y' TO LFound
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TermsFile.
           IF LFound = 'Y'
               PERFORM ComputeDates
           END-IF.
           EXIT PROGRAM.

       ComputeDates.
           COMPUTE WS-DueInt =
               FUNCTION INTEGER-OF-DATE(LInvDate) + TrmDays.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DueInt) TO WS-DueDate.
           IF TrmEOM
               *> Ultimo giorno del mese: il primo del mese dopo
               *> meno un giorno.
               MOVE 01 TO WS-DueDay
               IF WS-DueMonth = 12
                   MOVE 01 TO WS-DueMonth
                   ADD 1 TO WS-DueYear
               ELSE
                   ADD 1 TO WS-DueMonth
               END-IF
               COMPUTE WS-DueInt =
                   FUNCTION INTEGER-OF-DATE(WS-DueDate) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DueInt)
                   TO WS-DueDate
           END-IF.
           MOVE WS-DueDate TO LDueDate.
           IF TrmDiscRate > ZERO AND TrmDiscDays > ZERO
               COMPUTE WS-DueInt =
                   FUNCTION INTEGER-OF-DATE(LInvDate) + TrmDiscDays
               MOVE FUNCTION DATE-OF-INTEGER(WS-DueInt)
                   TO LDiscDate
               MOVE TrmDiscRate TO LDiscRate
           END-IF.

       EnsureTermsFile.
           *> Primo avvio: le condizioni d'uso corrente.
           OPEN INPUT TermsFile.
           IF WS-TermsStatus = "35"
               OPEN OUTPUT TermsFile
               MOVE "RD" TO TrmCode
               MOVE "Rimessa diretta" TO TrmDesc
               MOVE ZERO TO TrmDays TrmDiscDays TrmDiscRate
               MOVE 'N' TO TrmEndMonth
               WRITE TermsData
               MOVE "N30" TO TrmCode
               MOVE "30 giorni data fattura" TO TrmDesc
               MOVE 30 TO TrmDays
               WRITE TermsData
               MOVE "N60" TO TrmCode
               MOVE "60 giorni data fattura" TO TrmDesc
               MOVE 60 TO TrmDays
               WRITE TermsData
               MOVE "60FM" TO TrmCode
               MOVE "60 giorni fine mese" TO TrmDesc
               MOVE 'Y' TO TrmEndMonth
               WRITE TermsData
               MOVE "2N30" TO TrmCode
               MOVE "Sconto 2% a 10 gg, netto 30 gg" TO TrmDesc
               MOVE 30 TO TrmDays
               MOVE 'N' TO TrmEndMonth
               MOVE 10 TO TrmDiscDays
               MOVE .020 TO TrmDiscRate
               WRITE TermsData
           END-IF.
           CLOSE TermsFile.
