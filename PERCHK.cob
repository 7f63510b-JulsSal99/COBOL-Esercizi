           SELECT PeriodFile ASSIGN TO "60period.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PerKey
               FILE STATUS IS WS-PeriodStatus.
       DATA DIVISION.
       FILE SECTION.
       COPY "PERREC.cpy".
       WORKING-STORAGE SECTION.
       01 WS-PeriodStatus PIC XX.
       01 WS-Company PIC X(2).
       01 WS-CmpName PIC X(30).
       LINKAGE SECTION.
       01 LDate PIC 9(8).
       01 LClosed PIC X.
       PROCEDURE DIVISION USING LDate, LClosed.
       *> Risponde 'Y' se il mese della data cade in un periodo
       *> gia' chiuso dal month-end della societa' corrente
       *> (COMPGET).
           MOVE 'N' TO LClosed.
           OPEN INPUT PeriodFile.
           IF WS-PeriodStatus NOT = "00"
               CLOSE PeriodFile
               EXIT PROGRAM
           END-IF.
           CALL 'COMPGET' USING WS-Company, WS-CmpName.
           MOVE WS-Company TO PerCompany.
           MOVE LDate(1:6) TO PerPeriod.
           READ PeriodFile
               INVALID KEY CONTINUE
