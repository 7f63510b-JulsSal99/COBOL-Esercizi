       IDENTIFICATION DIVISION.
       PROGRAM-ID.       COMPGET.
       AUTHOR.       Giulio.
       DATE-WRITTEN.15/10/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CurCompanyFile ASSIGN TO "154curcomp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CurStatus.
       DATA DIVISION.
       FILE SECTION.
       FD CurCompanyFile.
       01 CurCompanyRecord.
           02 CurCompany PIC X(2).
           02 CurOpID PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-CurStatus PIC XX.
       COPY "COMPREC.cpy".
       01 WS-CmpFound PIC X.
       LINKAGE SECTION.
       01 LCompany PIC X(2).
       01 LCmpName PIC X(30).
       PROCEDURE DIVISION USING LCompany, LCmpName.
      *> Societa' scelta all'ultimo sign-on, pubblicata da SIGNON in
      *> 154curcomp.dat come fa NightlyDriver col run ID
      *> (RUNGET): tutti i programmi che scrivono o stampano
      *> documenti di una societa' lavorano su questa. Nessun
      *> sign-on ancora fatto = societa' 01.
           MOVE "01" TO LCompany.
           OPEN INPUT CurCompanyFile.
           IF WS-CurStatus = "00"
               READ CurCompanyFile
                   AT END CONTINUE
                   NOT AT END
                       IF CurCompany NOT = SPACES
                           MOVE CurCompany TO LCompany
                       END-IF
               END-READ
           END-IF.
           CLOSE CurCompanyFile.
           CALL 'CMPLKUP' USING LCompany, CompanyData, WS-CmpFound.
           MOVE CmpName TO LCmpName.
           EXIT PROGRAM.
