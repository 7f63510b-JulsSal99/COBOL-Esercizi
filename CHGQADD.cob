       IDENTIFICATION DIVISION.
       PROGRAM-ID.       CHGQADD.
       AUTHOR.       Giulio.
       DATE-WRITTEN.15/10/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ChangeFile ASSIGN TO "150chgqueue.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CqNum
               FILE STATUS IS WS-ChgStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ChangeFile.
       COPY "CHGQREC.cpy".
       WORKING-STORAGE SECTION.
       01 WS-ChgStatus PIC XX.
       01 WS-IDSeries PIC X(4) VALUE "CHG ".
       01 WS-IDStatus PIC X.
       01 WS-NewNum PIC 9(5).
       LINKAGE SECTION.
       01 LType PIC X(8).
       01 LKey PIC X(15).
       01 LMaker PIC X(8).
       01 LBefore PIC X(140).
       01 LAfter PIC X(140).
       01 LNum PIC 9(5).
       PROCEDURE DIVISION USING LType, LKey, LMaker, LBefore,
               LAfter, LNum.
      *> Mette in coda una variazione da approvare (quattro occhi):
      *> restituisce il numero assegnato, zero se la coda non ha
      *> potuto riceverla. Usato da indexed-Access-Data (15.cob),
      *> GradeCorrect (89.cob), Purchasing (76.cob) e ChangeQueue
      *> (150.cob).
       MainPara.
           MOVE ZERO TO LNum.
           CALL 'IDNEXT' USING WS-IDSeries, WS-NewNum, WS-IDStatus.
           IF WS-IDStatus = 'Y'
               DISPLAY "Change queue numbers exhausted."
               EXIT PROGRAM
           END-IF.
           OPEN I-O ChangeFile.
           IF WS-ChgStatus = "35"
               OPEN OUTPUT ChangeFile
               CLOSE ChangeFile
               OPEN I-O ChangeFile
           END-IF.
           MOVE SPACES TO ChangeData.
           MOVE WS-NewNum TO CqNum.
           MOVE LType TO CqType.
           MOVE LKey TO CqKey.
           MOVE LMaker TO CqMaker.
           ACCEPT CqDate FROM DATE YYYYMMDD.
           ACCEPT CqTime FROM TIME.
           MOVE 'P' TO CqStatus.
           MOVE ZERO TO CqDecDate CqDecTime.
           MOVE LBefore TO CqBefore.
           MOVE LAfter TO CqAfter.
           WRITE ChangeData
               INVALID KEY
                   DISPLAY "Change " CqNum " already queued."
               NOT INVALID KEY
                   MOVE WS-NewNum TO LNum
           END-WRITE.
           CLOSE ChangeFile.
           EXIT PROGRAM.
