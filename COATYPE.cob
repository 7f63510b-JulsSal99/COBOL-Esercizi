       IDENTIFICATION DIVISION.
       PROGRAM-ID.       COATYPE.
       AUTHOR.       Giulio.
       DATE-WRITTEN.13/09/2026
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-FirstDigit PIC 9.
       LINKAGE SECTION.
       01 LAcct PIC 9(4).
       01 LName PIC X(30).
       01 LType PIC X.
       01 LLine PIC X(20).
       PROCEDURE DIVISION USING LAcct, LName, LType, LLine.
       *> Completa tipo e riga di prospetto di un conto che non li
       *> ha ancora: prima i conti del piano di partenza, poi la
       *> prima cifra del numero (1 attivita', 2 passivita',
       *> 3 patrimonio, 4 ricavi, altro costi). La riga vuota prende
       *> il nome del conto. Usato da GLPosting (69.cob) e
       *> FinStatements (122.cob).
       MainPara.
           PERFORM FillType.
       EXIT PROGRAM.

       FillType.
           IF LType = SPACE
               EVALUATE LAcct
                   WHEN 1100
                   WHEN 1150
                       MOVE 'A' TO LType
                       MOVE "CREDITI" TO LLine
                   WHEN 1200
                       MOVE 'A' TO LType
                       MOVE "DISPONIBILITA LIQUIDE" TO LLine
                   WHEN 1300
                       MOVE 'A' TO LType
                       MOVE "RIMANENZE" TO LLine
                   WHEN 2100
                   WHEN 2150
                       MOVE 'L' TO LType
                       MOVE "DEBITI COMMERCIALI" TO LLine
                   WHEN 2200
                       MOVE 'L' TO LType
                       MOVE "DEBITI TRIBUTARI" TO LLine
                   WHEN 4000
                   WHEN 4100
                   WHEN 4150
                       MOVE 'R' TO LType
                       MOVE "RICAVI DI VENDITA" TO LLine
                   WHEN 4200
                   WHEN 4250
                       MOVE 'R' TO LType
                       MOVE "RETTE UNIVERSITARIE" TO LLine
                   WHEN 5000
                   WHEN 5100
                       MOVE 'X' TO LType
                       MOVE "COSTO DEL VENDUTO" TO LLine
                   WHEN OTHER
                       MOVE LAcct(1:1) TO WS-FirstDigit
                       EVALUATE WS-FirstDigit
                           WHEN 1 MOVE 'A' TO LType
                           WHEN 2 MOVE 'L' TO LType
                           WHEN 3 MOVE 'E' TO LType
                           WHEN 4 MOVE 'R' TO LType
                           WHEN OTHER MOVE 'X' TO LType
                       END-EVALUATE
               END-EVALUATE
           END-IF.
           IF LLine = SPACES
               MOVE LName TO LLine
           END-IF.
