       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PWDHASH.
       AUTHOR.       Giulio.
       DATE-WRITTEN.15/10/2026
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-Input PIC X(16).
       01 WS-Round PIC 9(4).
       01 WS-Idx PIC 99.
       01 WS-Char PIC 9(3).
      *> Quattro accumulatori modulo primi vicini a 10^9, rimescolati
      *> a catena a ogni carattere per 500 giri.
       01 WS-H1 PIC 9(10).
       01 WS-H2 PIC 9(10).
       01 WS-H3 PIC 9(10).
       01 WS-H4 PIC 9(10).
       01 WS-Out.
           02 WS-Out1 PIC 9(8).
           02 WS-Out2 PIC 9(8).
           02 WS-Out3 PIC 9(8).
           02 WS-Out4 PIC 9(8).
       01 WS-NowTime PIC 9(8).
       01 WS-Random PIC V9(9).
       01 WS-SaltNum PIC 9(8).
       01 WS-Seeded PIC X VALUE 'N'.
       LINKAGE SECTION.
       01 LSalt PIC X(8).
       01 LPassword PIC X(8).
       01 LHash PIC X(32).
       PROCEDURE DIVISION USING LSalt, LPassword, LHash.
      *> Hash a senso unico della password con sale: la password in
      *> chiaro non si salva da nessuna parte, si confronta solo
      *> l'hash ricalcolato col sale dell'operatore. Con LSalt a
      *> spazi si genera un sale nuovo e lo si restituisce (nuova
      *> password o reset). Usato da SIGNON, OperMaint (104.cob)
      *> e OperHashConv (149.cob).
       MainPara.
           IF LSalt = SPACES
               PERFORM NewSalt
           END-IF.
           STRING LSalt LPassword DELIMITED BY SIZE INTO WS-Input.
           MOVE 314159257 TO WS-H1.
           MOVE 271828183 TO WS-H2.
           MOVE 141421357 TO WS-H3.
           MOVE 173205081 TO WS-H4.
           PERFORM VARYING WS-Round FROM 1 BY 1 UNTIL WS-Round > 500
               PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 16
                   COMPUTE WS-Char =
                       FUNCTION ORD(WS-Input(WS-Idx:1)) + WS-Idx
                   COMPUTE WS-H1 = FUNCTION MOD(
                       WS-H1 * 65599 + WS-Char + WS-H4, 999999937)
                   COMPUTE WS-H2 = FUNCTION MOD(
                       WS-H2 * 31337 + WS-H1 + WS-Round, 999999929)
                   COMPUTE WS-H3 = FUNCTION MOD(
                       WS-H3 * 40503 + WS-H2 + WS-Char, 999999893)
                   COMPUTE WS-H4 = FUNCTION MOD(
                       WS-H4 * 69069 + WS-H3 + WS-H1, 999999883)
               END-PERFORM
           END-PERFORM.
           COMPUTE WS-Out1 = FUNCTION MOD(WS-H1 + WS-H3, 100000000).
           COMPUTE WS-Out2 = FUNCTION MOD(WS-H2 + WS-H4, 100000000).
           COMPUTE WS-Out3 = FUNCTION MOD(WS-H3 * 7 + WS-H2,
               100000000).
           COMPUTE WS-Out4 = FUNCTION MOD(WS-H4 * 3 + WS-H1,
               100000000).
           MOVE WS-Out TO LHash.
           EXIT PROGRAM.

       NewSalt.
           *> Seme dall'ora alla prima chiamata, poi la sequenza
           *> prosegue: piu' sali nello stesso centesimo restano
           *> diversi.
           IF WS-Seeded = 'N'
               ACCEPT WS-NowTime FROM TIME
               COMPUTE WS-Random = FUNCTION RANDOM(WS-NowTime)
               MOVE 'Y' TO WS-Seeded
           ELSE
               COMPUTE WS-Random = FUNCTION RANDOM
           END-IF.
           COMPUTE WS-SaltNum = WS-Random * 100000000.
           MOVE WS-SaltNum TO LSalt.
