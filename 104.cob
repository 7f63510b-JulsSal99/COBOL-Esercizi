           SELECT OperatorFile ASSIGN TO "OPERATOR.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OpFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD OperatorFile.
       COPY "OPERREC.cpy".
       WORKING-STORAGE SECTION.
       01 WS-OpFileStatus PIC XX.
       COPY "OPSLOGREC.cpy".
       01 WS-OpsLogName PIC X(30) VALUE "39opslog.dat".
       01 WS-ChainRec PIC X(500).
       01 WS-OpsDataLen PIC 9(3) VALUE 93.
       01 WS-OpsCarryPos PIC 9(3) VALUE 49.
       01 WS-OpEOF PIC X.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
           02 WS-OpCount PIC 99 VALUE ZERO.
           02 OpEntry OCCURS 50 TIMES
                   DEPENDING ON WS-OpCount.
               03 OT-Rec PIC X(219).
       01 I PIC 99.
       01 WS-NewPassword PIC X(8).
       01 WS-AskCompanies PIC X(10).
       01 WS-CompanyCheck REDEFINES WS-AskCompanies.
           02 WS-AskCompany OCCURS 5 TIMES PIC X(2).
       01 WS-CompaniesOK PIC X.
       01 K PIC 9.
       COPY "COMPREC.cpy".
       01 WS-CmpFound PIC X.
       PROCEDURE DIVISION.
       StartPara.
      *> Manutenzione utenze richiesta dall'audit: sblocco dopo
               DISPLAY "2 : Add Operator"
               DISPLAY "3 : Unlock an Account"
               DISPLAY "4 : Reset a Password"
               DISPLAY "5 : Company Authorisations"
               DISPLAY "0 : Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
                   WHEN 2 PERFORM AddOperator
                   WHEN 3 PERFORM UnlockAccount
                   WHEN 4 PERFORM ResetPassword
                   WHEN 5 PERFORM SetCompanies
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
       ListOperators.
           DISPLAY " ".
           DISPLAY "ID       Name                 Role Lock "
               "Fail PwdDate  Companies".
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-OpCount
               MOVE OT-Rec(I) TO OperatorRecord
               DISPLAY OpID " " OpName " " OpRole "    "
                   OpLocked "    " OpFailCount "  " OpPwdDate
                   " " OpCompanyList
           END-PERFORM.

       AddOperator.
               DISPLAY "Operator table full."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO OperatorRecord.
           DISPLAY "Operator ID : " WITH NO ADVANCING.
           ACCEPT OpID.
           IF OpID = SPACES
           END-IF.
           DISPLAY "Name : " WITH NO ADVANCING.
           ACCEPT OpName.
           *> A = approvatore delle variazioni in coda
           *> (ChangeQueue, 150.cob): non e' supervisore.
           DISPLAY "Role (S/U/A) : " WITH NO ADVANCING.
           ACCEPT OpRole.
           MOVE FUNCTION UPPER-CASE(OpRole) TO OpRole.
           IF OpRole NOT = 'S' AND OpRole NOT = 'U'
                   AND OpRole NOT = 'A'
               DISPLAY "Role must be S, U or A, refused."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Initial password : " WITH NO ADVANCING.
           ACCEPT WS-NewPassword.
           IF WS-NewPassword = SPACES
               DISPLAY "Password must not be blank, refused."
               EXIT PARAGRAPH
           END-IF.
           PERFORM AskCompanies.
           IF WS-CompaniesOK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AskCompanies TO OpCompanyList.
           PERFORM SetPassword.
           ACCEPT OpPwdDate FROM DATE YYYYMMDD.
           MOVE 'Y' TO OpForceChange.
           MOVE ZERO TO OpFailCount.
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Temporary password : " WITH NO ADVANCING.
           ACCEPT WS-NewPassword.
           IF WS-NewPassword = SPACES
               DISPLAY "Password must not be blank, refused."
               EXIT PARAGRAPH
           END-IF.
           *> La password dimenticata passa in storia come a un
           *> cambio normale.
           IF OpPwdHash NOT = SPACES
               MOVE OpPwdHistory(2) TO OpPwdHistory(3)
               MOVE OpPwdHistory(1) TO OpPwdHistory(2)
               MOVE OpPwdSalt TO OpHistSalt(1)
               MOVE OpPwdHash TO OpHistHash(1)
           END-IF.
           PERFORM SetPassword.
           ACCEPT OpPwdDate FROM DATE YYYYMMDD.
           MOVE 'Y' TO OpForceChange.
           MOVE ZERO TO OpFailCount.
           DISPLAY "Password reset: change forced at next "
               "sign-on.".

       SetCompanies.
           *> Autorizzazioni per societa': l'elenco sostituisce il
           *> precedente e la variazione va sul log centrale.
           DISPLAY "Operator : " WITH NO ADVANCING.
           ACCEPT WS-AskOp.
           PERFORM FindOperator.
           IF WS-Found = 'N'
               DISPLAY "Operator not on file."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Current companies : " OpCompanyList.
           PERFORM AskCompanies.
           IF WS-CompaniesOK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AskCompanies TO OpCompanyList.
           MOVE OperatorRecord TO OT-Rec(I).
           PERFORM SaveOperators.
           MOVE "COMPAUTH" TO WS-LogAction.
           PERFORM LogSecurityEvent.
           DISPLAY "Operator " WS-AskOp " authorised for "
               WS-AskCompanies ".".

       AskCompanies.
           *> Codici societa' di due caratteri uno dopo l'altro
           *> (es. 0102), al massimo cinque; vuoto = solo 01.
           MOVE 'Y' TO WS-CompaniesOK.
           DISPLAY "Companies (e.g. 0102, blank = 01) : "
               WITH NO ADVANCING.
           ACCEPT WS-AskCompanies.
           IF WS-AskCompanies = SPACES
               MOVE "01" TO WS-AskCompany(1)
           END-IF.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
               IF WS-AskCompany(K) NOT = SPACES
                   CALL 'CMPLKUP' USING WS-AskCompany(K),
                       CompanyData, WS-CmpFound
                   IF WS-CmpFound NOT = 'Y'
                       DISPLAY "Company " WS-AskCompany(K)
                           " not on file, refused."
                       MOVE 'N' TO WS-CompaniesOK
                   END-IF
               END-IF
           END-PERFORM.

       SetPassword.
           *> Solo sale e hash (PWDHASH): il chiaro non si salva.
           MOVE SPACES TO OpPwdSalt OpLegacyPwd.
           CALL 'PWDHASH' USING OpPwdSalt, WS-NewPassword,
               OpPwdHash.
           MOVE SPACES TO WS-NewPassword.

       LogSecurityEvent.
           MOVE SPACES TO CentralRecord.
           ACCEPT CenDate FROM DATE YYYYMMDD.
           ACCEPT CenTime FROM TIME.
           MOVE "OPERMAINT" TO CenProgram.
               INTO CenDetail
           END-STRING.
           CALL 'RUNGET' USING CenRunID.
           MOVE CentralRecord TO WS-ChainRec.
           CALL 'CHNAPPND' USING WS-OpsLogName, WS-ChainRec,
               WS-OpsDataLen, WS-OpsCarryPos.
