       IDENTIFICATION DIVISION.
       PROGRAM-ID.       VATCHK.
       AUTHOR.       Giulio.
       DATE-WRITTEN.19/09/2026
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *> Paesi UE: codice ISO del paese, prefisso della partita IVA
      *> (la Grecia usa EL), lunghezza minima e massima della parte
      *> dopo il prefisso. Solo cifre, salvo i formati particolari
      *> controllati a parte in CheckVat.
       01 EuCountryValues.
           02 FILLER PIC X(8) VALUE "ATAT0909".
           02 FILLER PIC X(8) VALUE "BEBE1010".
           02 FILLER PIC X(8) VALUE "BGBG0910".
           02 FILLER PIC X(8) VALUE "CYCY0909".
           02 FILLER PIC X(8) VALUE "CZCZ0810".
           02 FILLER PIC X(8) VALUE "DEDE0909".
           02 FILLER PIC X(8) VALUE "DKDK0808".
           02 FILLER PIC X(8) VALUE "EEEE0909".
           02 FILLER PIC X(8) VALUE "GREL0909".
           02 FILLER PIC X(8) VALUE "ESES0909".
           02 FILLER PIC X(8) VALUE "FIFI0808".
           02 FILLER PIC X(8) VALUE "FRFR1111".
           02 FILLER PIC X(8) VALUE "HRHR1111".
           02 FILLER PIC X(8) VALUE "HUHU0808".
           02 FILLER PIC X(8) VALUE "IEIE0809".
           02 FILLER PIC X(8) VALUE "ITIT1111".
           02 FILLER PIC X(8) VALUE "LTLT0912".
           02 FILLER PIC X(8) VALUE "LULU0808".
           02 FILLER PIC X(8) VALUE "LVLV1111".
           02 FILLER PIC X(8) VALUE "MTMT0808".
           02 FILLER PIC X(8) VALUE "NLNL1212".
           02 FILLER PIC X(8) VALUE "PLPL1010".
           02 FILLER PIC X(8) VALUE "PTPT0909".
           02 FILLER PIC X(8) VALUE "RORO0210".
           02 FILLER PIC X(8) VALUE "SESE1212".
           02 FILLER PIC X(8) VALUE "SISI0808".
           02 FILLER PIC X(8) VALUE "SKSK1010".
       01 EuCountryTable REDEFINES EuCountryValues.
           02 EuEntry OCCURS 27 TIMES.
               03 EU-Country PIC X(2).
               03 EU-Prefix PIC X(2).
               03 EU-MinLen PIC 99.
               03 EU-MaxLen PIC 99.
       01 WS-Body PIC X(12).
       01 WS-BodyLen PIC 99.
       01 WS-Len PIC 99.
       01 WS-Char PIC X.
       01 I PIC 99.
       01 E PIC 99.
       LINKAGE SECTION.
       01 LCountry PIC X(2).
       01 LVatIn PIC X(20).
       01 LVatNum PIC X(14).
       01 LValid PIC X.
       PROCEDURE DIVISION USING LCountry, LVatIn, LVatNum, LValid.
       *> Partita IVA come digitata (spazi, punti e trattini
       *> ammessi, prefisso del paese facoltativo): torna compattata
       *> in maiuscolo, col prefisso, in LVatNum. LValid = 'Y' se il
       *> formato e' quello del paese UE, 'N' se non lo e', 'X' se
       *> il paese non e' UE (numero tenuto com'e', senza
       *> controllo). Usato dalle anagrafiche clienti (15.cob) e
       *> fornitori (76.cob) e dall'elenco UE (128.cob).
       MainPara.
           PERFORM CheckVat.
       EXIT PROGRAM.

       CheckVat.
           *> Prima il paese: fuori UE 'X' anche a numero vuoto, cosi'
           *> gli elenchi UE lo usano per riconoscere i paesi.
           MOVE 'N' TO LValid.
           MOVE SPACES TO LVatNum.
           PERFORM VARYING E FROM 1 BY 1
                   UNTIL E > 27 OR EU-Country(E) = LCountry
               CONTINUE
           END-PERFORM.
           IF E > 27
               MOVE 'X' TO LValid
           END-IF.
           MOVE FUNCTION UPPER-CASE(LVatIn) TO LVatIn.
           MOVE ZERO TO WS-Len.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 20
               MOVE LVatIn(I:1) TO WS-Char
               IF WS-Char NOT = SPACE AND WS-Char NOT = "."
                       AND WS-Char NOT = "-"
                   IF WS-Len >= 14
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-Len
                   MOVE WS-Char TO LVatNum(WS-Len:1)
               END-IF
           END-PERFORM.
           IF WS-Len = ZERO OR LValid = 'X'
               EXIT PARAGRAPH
           END-IF.
           *> Senza prefisso si mette quello del paese.
           IF LVatNum(1:2) NOT = EU-Prefix(E)
               IF WS-Len > 12
                   EXIT PARAGRAPH
               END-IF
               MOVE LVatNum TO WS-Body
               MOVE WS-Len TO WS-BodyLen
               MOVE SPACES TO LVatNum
               STRING EU-Prefix(E) WS-Body(1:WS-BodyLen)
                   DELIMITED BY SIZE INTO LVatNum
               END-STRING
           ELSE
               IF WS-Len < 3
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-BodyLen = WS-Len - 2
               MOVE LVatNum(3:WS-BodyLen) TO WS-Body
           END-IF.
           IF WS-BodyLen < EU-MinLen(E) OR WS-BodyLen > EU-MaxLen(E)
               EXIT PARAGRAPH
           END-IF.
           EVALUATE EU-Country(E)
               WHEN "AT"
                   *> U seguita da 8 cifre.
                   IF WS-Body(1:1) = "U"
                           AND WS-Body(2:8) IS NUMERIC
                       MOVE 'Y' TO LValid
                   END-IF
               WHEN "CY"
                   *> 8 cifre e una lettera.
                   IF WS-Body(1:8) IS NUMERIC
                           AND WS-Body(9:1) IS ALPHABETIC
                       MOVE 'Y' TO LValid
                   END-IF
               WHEN "FR"
                   *> Chiave di 2 caratteri e SIREN di 9 cifre.
                   IF WS-Body(3:9) IS NUMERIC
                       MOVE 'Y' TO LValid
                   END-IF
               WHEN "NL"
                   *> 9 cifre, B, 2 cifre.
                   IF WS-Body(1:9) IS NUMERIC
                           AND WS-Body(10:1) = "B"
                           AND WS-Body(11:2) IS NUMERIC
                       MOVE 'Y' TO LValid
                   END-IF
               WHEN "ES"
               WHEN "IE"
                   *> Cifre e lettere, cifre dalla seconda alla settima.
                   IF WS-Body(2:6) IS NUMERIC
                       MOVE 'Y' TO LValid
                   END-IF
               WHEN OTHER
                   IF WS-Body(1:WS-BodyLen) IS NUMERIC
                       MOVE 'Y' TO LValid
                   END-IF
           END-EVALUATE.
