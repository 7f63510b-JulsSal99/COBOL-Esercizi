       IDENTIFICATION DIVISION.
       PROGRAM-ID.       InvKindConv.
       AUTHOR.       Giulio.
       DATE-WRITTEN.15/10/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DetailFile ASSIGN TO "147intdetail.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DtKey
               ALTERNATE RECORD KEY IS DtNoteNum WITH DUPLICATES
               FILE STATUS IS WS-DetStatus.
           SELECT InvRegister ASSIGN TO "25invreg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS InvNum
               FILE STATUS IS WS-RegStatus.
       DATA DIVISION.
       FILE SECTION.
      *> Dettaglio interessi di LateInterest (147.cob): qui serve
      *> solo la nota di addebito che ha fatturato il tratto.
       FD DetailFile.
       01 DetailData.
           02 DtKey PIC X(13).
           02 DtNoteNum PIC 9(5).
           02 FILLER PIC X(77).
       FD InvRegister.
       COPY "INVREC.cpy".
       WORKING-STORAGE SECTION.
       01 WS-DetStatus PIC XX.
       01 WS-RegStatus PIC XX.
       01 WS-EOF PIC X.
       01 WS-StartOK PIC X.
       01 WS-Found PIC X.
       01 WS-Confirm PIC X.
       01 WS-LastNote PIC 9(5).
       01 WS-NoteCount PIC 9(5).
       01 WS-MarkedCount PIC 9(5).
       PROCEDURE DIVISION.
       MainPara.
      *> Conversione una tantum: le note di addebito interessi gia'
      *> emesse prendono InvKind 'I' nel registro fatture, cosi'
      *> GLPosting, TaxRemit ed EuListing le trattano come quelle
      *> nuove. Le note si riconoscono dal dettaglio interessi
      *> (DtNoteNum); tutto il resto resta fattura di vendita.
      *> Segue BudgetConv (161.cob).
           DISPLAY "MARCATURA NOTE DI ADDEBITO INTERESSI.".
           DISPLAY "Eseguire UNA SOLA volta, su una copia di "
               "sicurezza gia' fatta, DOPO le conversioni "
               "precedenti. Procedo? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-Confirm.
           IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
               DISPLAY "Conversione annullata."
               STOP RUN
           END-IF.
           PERFORM MarkInterestNotes.
           DISPLAY "Marcatura note di addebito completata.".
           STOP RUN.

       MarkInterestNotes.
           MOVE ZERO TO WS-NoteCount WS-MarkedCount WS-LastNote.
           OPEN INPUT DetailFile.
           IF WS-DetStatus NOT = "00"
               DISPLAY "147intdetail.dat non apribile, nessuna nota "
                   "da marcare."
               CLOSE DetailFile
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O InvRegister.
           IF WS-RegStatus NOT = "00"
               DISPLAY "25invreg.dat non apribile, saltato."
               CLOSE DetailFile, InvRegister
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-StartOK.
           MOVE 1 TO DtNoteNum.
           START DetailFile KEY IS NOT LESS THAN DtNoteNum
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE 'N' TO WS-EOF.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DetailFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF DtNoteNum NOT = WS-LastNote
                               MOVE DtNoteNum TO WS-LastNote
                               PERFORM MarkOneNote
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DetailFile, InvRegister.
           DISPLAY "Note nel dettaglio interessi : " WS-NoteCount.
           DISPLAY "Marcate nel registro fatture : " WS-MarkedCount.

       MarkOneNote.
           ADD 1 TO WS-NoteCount.
           MOVE WS-LastNote TO InvNum.
           MOVE 'Y' TO WS-Found.
           READ InvRegister KEY IS InvNum
               INVALID KEY MOVE 'N' TO WS-Found
           END-READ.
           IF WS-Found = 'N'
               DISPLAY "Nota " WS-LastNote " non nel registro."
               EXIT PARAGRAPH
           END-IF.
           IF InvInterest
               EXIT PARAGRAPH
           END-IF.
           SET InvInterest TO TRUE.
           REWRITE InvRegData
               INVALID KEY
                   DISPLAY "Nota " WS-LastNote " non aggiornata."
               NOT INVALID KEY
                   ADD 1 TO WS-MarkedCount
           END-REWRITE.
