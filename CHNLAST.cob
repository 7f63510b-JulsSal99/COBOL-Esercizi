       IDENTIFICATION DIVISION.
       PROGRAM-ID.       CHNLAST.
       AUTHOR.       Giulio.
       DATE-WRITTEN.15/10/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LastFile ASSIGN TO "CHNLAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LastStatus.
       DATA DIVISION.
       FILE SECTION.
       FD LastFile.
       01 LastRecord.
           02 ClFile PIC X(30).
           02 ClSum PIC X(16).
       WORKING-STORAGE SECTION.
       01 WS-LastStatus PIC XX.
       01 WS-LastEOF PIC X.
       01 LastTable.
           02 WS-LastCount PIC 99 VALUE ZERO.
           02 LastEntry OCCURS 20 TIMES
                   DEPENDING ON WS-LastCount.
               03 LT-File PIC X(30).
               03 LT-Sum PIC X(16).
       01 I PIC 99.
       01 WS-Changed PIC X.
       LINKAGE SECTION.
       01 LAction PIC X.
       01 LFileName PIC X(30).
       01 LSum PIC X(16).
       01 LFound PIC X.
       PROCEDURE DIVISION USING LAction, LFileName, LSum, LFound.
      *> Ultimo anello di ogni log concatenato, in "CHNLAST.dat":
      *> CHNAPPND lo legge ('G') invece di rileggere tutto il log
      *> e lo aggiorna ('P') subito dopo l'accodamento. 'D' toglie
      *> la riga del log: il prossimo accodamento rilegge il log
      *> da capo e la riscrive. Chi chiama tiene il lucchetto CHAIN
      *> del log, come per l'accodamento. LFound 'Y' se la riga
      *> c'era.
           MOVE 'N' TO LFound.
           MOVE 'N' TO WS-Changed.
           PERFORM LoadLast.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-LastCount OR LT-File(I) = LFileName
               CONTINUE
           END-PERFORM.
           IF I <= WS-LastCount
               MOVE 'Y' TO LFound
           END-IF.
           EVALUATE LAction
               WHEN 'G'
                   IF LFound = 'Y'
                       MOVE LT-Sum(I) TO LSum
                   END-IF
               WHEN 'P'
                   IF LFound = 'N' AND WS-LastCount < 20
                       ADD 1 TO WS-LastCount
                       MOVE WS-LastCount TO I
                       MOVE LFileName TO LT-File(I)
                   END-IF
                   IF I <= WS-LastCount
                       MOVE LSum TO LT-Sum(I)
                       MOVE 'Y' TO WS-Changed
                   END-IF
               WHEN 'D'
                   IF LFound = 'Y'
                       PERFORM DropEntry
                       MOVE 'Y' TO WS-Changed
                   END-IF
           END-EVALUATE.
           IF WS-Changed = 'Y'
               PERFORM SaveLast
           END-IF.
       EXIT PROGRAM.

       LoadLast.
           MOVE ZERO TO WS-LastCount.
           MOVE 'N' TO WS-LastEOF.
           OPEN INPUT LastFile.
           IF WS-LastStatus NOT = "00"
               CLOSE LastFile
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-LastEOF = 'Y' OR WS-LastCount >= 20
               READ LastFile
                   AT END MOVE 'Y' TO WS-LastEOF
                   NOT AT END
                       ADD 1 TO WS-LastCount
                       MOVE ClFile TO LT-File(WS-LastCount)
                       MOVE ClSum TO LT-Sum(WS-LastCount)
               END-READ
           END-PERFORM.
           CLOSE LastFile.

       DropEntry.
           PERFORM UNTIL I >= WS-LastCount
               MOVE LastEntry(I + 1) TO LastEntry(I)
               ADD 1 TO I
           END-PERFORM.
           SUBTRACT 1 FROM WS-LastCount.

       SaveLast.
           OPEN OUTPUT LastFile.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LastCount
               MOVE LT-File(I) TO ClFile
               MOVE LT-Sum(I) TO ClSum
               WRITE LastRecord
           END-PERFORM.
           CLOSE LastFile.
