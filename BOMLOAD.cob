       IDENTIFICATION DIVISION.
       PROGRAM-ID.       BOMLOAD.
       AUTHOR.       Giulio.
       DATE-WRITTEN.16/09/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BomFile ASSIGN TO "125bom.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BomKey
               FILE STATUS IS WS-BomStatus.
       DATA DIVISION.
       FILE SECTION.
       FD BomFile.
       COPY "BOMREC.cpy".
       WORKING-STORAGE SECTION.
       01 WS-BomStatus PIC XX.
       01 WS-BomEOF PIC X.
       01 WS-StartOK PIC X.
       LINKAGE SECTION.
       01 LBomTable.
           02 LBomCount PIC 9(3).
           02 LBomLine OCCURS 200 TIMES.
               03 LBL-Kit PIC X(10).
               03 LBL-Comp PIC X(10).
               03 LBL-Qty PIC 9(3).
       01 LStatus PIC X.
       PROCEDURE DIVISION USING LBomTable, LStatus.
       *> Distinte dei kit in tabella, ordinate per kit: chi
       *> vende, preleva o valuta un kit la scorre senza riaprire
       *> il file. LStatus 'Y' caricata, 'N' nessuna distinta.
       MainPara.
           PERFORM LoadBom.
       EXIT PROGRAM.

       LoadBom.
           MOVE 'N' TO LStatus.
           MOVE ZERO TO LBomCount.
           OPEN INPUT BomFile.
           IF WS-BomStatus NOT = "00"
               CLOSE BomFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO LStatus.
           MOVE 'Y' TO WS-StartOK.
           MOVE LOW-VALUES TO BomKey.
           START BomFile KEY IS NOT LESS THAN BomKey
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE 'N' TO WS-BomEOF.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-BomEOF = 'Y' OR LBomCount >= 200
                   READ BomFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-BomEOF
                       NOT AT END
                           ADD 1 TO LBomCount
                           MOVE BomKit TO LBL-Kit(LBomCount)
                           MOVE BomComp TO LBL-Comp(LBomCount)
                           MOVE BomQty TO LBL-Qty(LBomCount)
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE BomFile.
