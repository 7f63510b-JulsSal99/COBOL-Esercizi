       IDENTIFICATION DIVISION.
       PROGRAM-ID.       CONSCHK.
       AUTHOR.       Giulio.
       DATE-WRITTEN.14/10/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ConsentFile ASSIGN TO "146consent.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CnKey
               FILE STATUS IS WS-ConsStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ConsentFile.
       COPY "CONSREC.cpy".
       WORKING-STORAGE SECTION.
       01 WS-ConsStatus PIC XX.
       01 WS-ConsEOF PIC X.
       LINKAGE SECTION.
       01 LPerson PIC 9(5).
       01 LPurpose PIC X.
       01 LValid PIC X.
       PROCEDURE DIVISION USING LPerson, LPurpose, LValid.
      *> Consenso valido di una persona per una finalita': almeno
      *> un consenso dato e non revocato in 146consent.dat. Senza
      *> archivio nessun consenso, quindi nessun invio. Usato da
      *> MailMerge (42.cob), AlumniMaint (100.cob) e PollAssign
      *> (111.cob).
       MainPara.
           MOVE 'N' TO LValid.
           OPEN INPUT ConsentFile.
           IF WS-ConsStatus NOT = "00"
               CLOSE ConsentFile
               EXIT PROGRAM
           END-IF.
           MOVE LPerson TO CnPerson.
           MOVE LPurpose TO CnPurpose.
           MOVE ZERO TO CnSeq.
           MOVE 'N' TO WS-ConsEOF.
           START ConsentFile KEY IS NOT LESS THAN CnKey
               INVALID KEY MOVE 'Y' TO WS-ConsEOF
           END-START.
           PERFORM UNTIL WS-ConsEOF = 'Y'
               READ ConsentFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-ConsEOF
                   NOT AT END
                       IF CnPerson NOT = LPerson
                               OR CnPurpose NOT = LPurpose
                           MOVE 'Y' TO WS-ConsEOF
                       ELSE
                           IF CnActive
                               MOVE 'Y' TO LValid
                               MOVE 'Y' TO WS-ConsEOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ConsentFile.
           EXIT PROGRAM.
