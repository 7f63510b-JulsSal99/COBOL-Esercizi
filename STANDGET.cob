       IDENTIFICATION DIVISION.
       PROGRAM-ID.       STANDGET.
       AUTHOR.       Giulio.
       DATE-WRITTEN.02/10/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StandingFile ASSIGN TO "135standing.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-StandStatus.
       DATA DIVISION.
       FILE SECTION.
       FD StandingFile.
       COPY "ACSTREC.cpy".
       WORKING-STORAGE SECTION.
       01 WS-StandStatus PIC XX.
       01 WS-StandEOF PIC X.
       LINKAGE SECTION.
       01 LMatr PIC 9(5).
       01 LStatus PIC X.
       01 LTerm PIC 9(6).
       PROCEDURE DIVISION USING LMatr, LStatus, LTerm.
      *> Posizione accademica corrente di una matricola: l'ultima
      *> riga dello storico 135standing.dat, col termine del run che
      *> l'ha assegnata. Senza righe 'G' (in regola) e termine zero.
      *> Usato da ExamReg (32.cob) e Person360 (54.cob).
       MainPara.
           MOVE 'G' TO LStatus.
           MOVE ZERO TO LTerm.
           OPEN INPUT StandingFile.
           IF WS-StandStatus NOT = "00"
               CLOSE StandingFile
               EXIT PROGRAM
           END-IF.
           MOVE 'N' TO WS-StandEOF.
           PERFORM UNTIL WS-StandEOF = 'Y'
               READ StandingFile
                   AT END MOVE 'Y' TO WS-StandEOF
                   NOT AT END
                       IF SthMatr = LMatr
                           MOVE SthNewStatus TO LStatus
                           MOVE SthTerm TO LTerm
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE StandingFile.
       EXIT PROGRAM.
