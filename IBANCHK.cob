       IDENTIFICATION DIVISION.
       PROGRAM-ID.       IBANCHK.
       AUTHOR.       Giulio.
       DATE-WRITTEN.12/09/2026
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-IBANWork PIC X(34).
       01 WS-IBANLen PIC 99.
       01 WS-Alphabet PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-Char PIC X.
       01 WS-Digit PIC 9.
       01 WS-ModWork PIC 9(5).
       01 WS-ModQuot PIC 9(5).
       01 WS-ModRem PIC 99.
       01 I PIC 99.
       01 K PIC 99.
       LINKAGE SECTION.
       01 LIBANIn PIC X(40).
       01 LIBAN PIC X(34).
       01 LValid PIC X.
       PROCEDURE DIVISION USING LIBANIn, LIBAN, LValid.
       *> IBAN come digitato (spazi ammessi, minuscole ammesse):
       *> torna compattato in maiuscolo in LIBAN e LValid = 'Y' se
       *> paese e cifre di controllo sono a posto e il modulo 97
       *> (ISO 13616, lettere A=10 .. Z=35) vale 1. Usato dai
       *> mandati SDD (118.cob) e dalle coordinate fornitore
       *> (76.cob).
       MainPara.
           PERFORM CheckIBAN.
       EXIT PROGRAM.

       CheckIBAN.
           MOVE 'N' TO LValid.
           MOVE FUNCTION UPPER-CASE(LIBANIn) TO LIBANIn.
           MOVE SPACES TO LIBAN.
           MOVE ZERO TO WS-IBANLen.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 40
               IF LIBANIn(I:1) NOT = SPACE
                   IF WS-IBANLen >= 34
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-IBANLen
                   MOVE LIBANIn(I:1) TO LIBAN(WS-IBANLen:1)
               END-IF
           END-PERFORM.
           IF WS-IBANLen < 15
                   OR LIBAN(1:2) IS NOT ALPHABETIC
                   OR LIBAN(3:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-IBANWork.
           STRING LIBAN(5:WS-IBANLen - 4) LIBAN(1:4)
               DELIMITED BY SIZE INTO WS-IBANWork.
           MOVE ZERO TO WS-ModRem.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-IBANLen
               MOVE WS-IBANWork(I:1) TO WS-Char
               IF WS-Char IS NUMERIC
                   MOVE WS-Char TO WS-Digit
                   COMPUTE WS-ModWork = WS-ModRem * 10 + WS-Digit
               ELSE
                   PERFORM VARYING K FROM 1 BY 1
                           UNTIL K > 26 OR WS-Alphabet(K:1) = WS-Char
                       CONTINUE
                   END-PERFORM
                   IF K > 26
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE WS-ModWork = WS-ModRem * 100 + K + 9
               END-IF
               DIVIDE WS-ModWork BY 97 GIVING WS-ModQuot
                   REMAINDER WS-ModRem
           END-PERFORM.
           IF WS-ModRem = 1
               MOVE 'Y' TO LValid
           END-IF.
