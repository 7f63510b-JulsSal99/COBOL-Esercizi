           SELECT OperatorFile ASSIGN TO "OPERATOR.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OpFileStatus.
           SELECT CurCompanyFile ASSIGN TO "154curcomp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CurStatus.
       DATA DIVISION.
       FILE SECTION.
       FD OperatorFile.
       COPY "OPERREC.cpy".
       FD CurCompanyFile.
       01 CurCompanyRecord.
           02 CurCompany PIC X(2).
           02 CurOpID PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-OpFileStatus PIC XX.
       01 WS-CurStatus PIC XX.
      *> Societa' di lavoro scelta al sign-on, fra quelle su cui
      *> l'operatore e' autorizzato (OpCompany).
       COPY "COMPREC.cpy".
       01 WS-TryCompany PIC X(2).
       01 WS-CmpFound PIC X.
       01 WS-CmpAuth PIC X.
       01 WS-CmpCount PIC 9.
       01 WS-CmpTries PIC 9.
       01 K PIC 9.
       COPY "OPSLOGREC.cpy".
       01 WS-OpsLogName PIC X(30) VALUE "39opslog.dat".
       01 WS-ChainRec PIC X(500).
       01 WS-OpsDataLen PIC 9(3) VALUE 93.
       01 WS-OpsCarryPos PIC 9(3) VALUE 49.
       01 WS-OpEOF PIC X.
       01 WS-TryID PIC X(8).
       01 WS-TryPassword PIC X(8).
           02 WS-OpCount PIC 99 VALUE ZERO.
           02 OpEntry OCCURS 50 TIMES
                   DEPENDING ON WS-OpCount.
               03 OT-Rec PIC X(219).
       01 I PIC 99.
       01 WS-HitIdx PIC 99.
       01 WS-LogAction PIC X(10).
      *> Hash calcolato sulla password digitata, col sale
      *> dell'operatore o di una password della sua storia.
       01 WS-CalcSalt PIC X(8).
       01 WS-CalcHash PIC X(32).
       01 WS-Reused PIC X.
       01 H PIC 9.
       01 WS-FileReady PIC X.
       LINKAGE SECTION.
       01 LOpID PIC X(8).
       01 LOpRole PIC X.
               MOVE WS-ParmValue(1:3) TO WS-ExpDays
           END-IF.
           PERFORM EnsureOperatorFile.
           IF WS-FileReady = 'N'
               EXIT PROGRAM
           END-IF.
           PERFORM LoadOperators.
           MOVE ZERO TO WS-Attempts.
           PERFORM UNTIL LStatus = 'Y' OR WS-Attempts >= 3
                       PERFORM AfterGoodPassword
               END-EVALUATE
           END-PERFORM.
           IF LStatus = 'Y'
               PERFORM SelectCompany
           END-IF.
           IF LStatus = 'Y'
               DISPLAY "Signed on: " LOpID " (role " LOpRole ")"
               DISPLAY "Company  : " CmpCode " " CmpName
           END-IF.
       EXIT PROGRAM.

                   IF OpLocked = 'Y'
                       SET AuthLocked TO TRUE
                   ELSE
                       PERFORM MatchPassword
                   END-IF
               END-IF
           END-PERFORM.
               PERFORM CountFailure
           END-IF.

       MatchPassword.
           *> Si confronta solo l'hash: un'utenza ancora in chiaro
           *> (archivio non convertito) non entra.
           IF OpPwdHash = SPACES
               IF OpLegacyPwd NOT = SPACES
                   DISPLAY "Operator file still holds plain "
                       "passwords: run OperHashConv first."
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE OpPwdSalt TO WS-CalcSalt.
           CALL 'PWDHASH' USING WS-CalcSalt, WS-TryPassword,
               WS-CalcHash.
           IF WS-CalcHash = OpPwdHash
               SET AuthOK TO TRUE
           END-IF.

       CountFailure.
           MOVE OT-Rec(WS-HitIdx) TO OperatorRecord.
           ADD 1 TO OpFailCount.
           MOVE OperatorRecord TO OT-Rec(WS-HitIdx).
           PERFORM SaveOperators.

       SelectCompany.
           *> Operatore di una sola societa': entra su quella; con
           *> piu' autorizzazioni la sceglie. Societa' non valida
           *> per tre volte = niente accesso. La scelta resta in
           *> 154curcomp.dat per COMPGET.
           MOVE OT-Rec(WS-HitIdx) TO OperatorRecord.
           IF OpCompanyList = SPACES
               MOVE "01" TO OpCompany(1)
           END-IF.
           MOVE ZERO TO WS-CmpCount.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
               IF OpCompany(K) NOT = SPACES
                   ADD 1 TO WS-CmpCount
                   MOVE OpCompany(K) TO WS-TryCompany
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-CmpAuth.
           IF WS-CmpCount = 1
               PERFORM CheckCompany
           ELSE
               MOVE ZERO TO WS-CmpTries
               PERFORM UNTIL WS-CmpAuth = 'Y' OR WS-CmpTries >= 3
                   ADD 1 TO WS-CmpTries
                   DISPLAY "Company (" OpCompanyList ") : "
                       WITH NO ADVANCING
                   ACCEPT WS-TryCompany
                   PERFORM CheckCompany
               END-PERFORM
           END-IF.
           IF WS-CmpAuth NOT = 'Y'
               DISPLAY "No authorised company, sign-on refused."
               MOVE 'N' TO LStatus
               MOVE SPACES TO LOpID
               MOVE SPACE TO LOpRole
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CurCompanyFile.
           MOVE CmpCode TO CurCompany.
           MOVE OpID TO CurOpID.
           WRITE CurCompanyRecord.
           CLOSE CurCompanyFile.

       CheckCompany.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
               IF OpCompany(K) = WS-TryCompany
                       AND WS-TryCompany NOT = SPACES
                   MOVE 'Y' TO WS-CmpAuth
               END-IF
           END-PERFORM.
           IF WS-CmpAuth NOT = 'Y'
               DISPLAY "Not authorised for company " WS-TryCompany
                   "."
               EXIT PARAGRAPH
           END-IF.
           CALL 'CMPLKUP' USING WS-TryCompany, CompanyData,
               WS-CmpFound.
           IF WS-CmpFound NOT = 'Y'
               DISPLAY "Company " WS-TryCompany " not on file."
               MOVE 'N' TO WS-CmpAuth
           END-IF.

       ChangePassword.
           DISPLAY "New password : " WITH NO ADVANCING.
           ACCEPT WS-NewPassword.
           ACCEPT WS-NewPassword2.
           IF WS-NewPassword = SPACES
                   OR WS-NewPassword NOT = WS-NewPassword2
               DISPLAY "New password refused (blank or mismatch)."
               EXIT PARAGRAPH
           END-IF.
           PERFORM CheckReuse.
           IF WS-Reused = 'Y'
               DISPLAY "New password refused (same as the current "
                   "or one of the last 3)."
               EXIT PARAGRAPH
           END-IF.
           *> La password uscente entra in storia, la piu' vecchia
           *> delle tre esce.
           MOVE OpPwdHistory(2) TO OpPwdHistory(3).
           MOVE OpPwdHistory(1) TO OpPwdHistory(2).
           MOVE OpPwdSalt TO OpHistSalt(1).
           MOVE OpPwdHash TO OpHistHash(1).
           MOVE SPACES TO OpPwdSalt.
           CALL 'PWDHASH' USING OpPwdSalt, WS-NewPassword,
               OpPwdHash.
           MOVE SPACES TO OpLegacyPwd.
           MOVE WS-TodayDate TO OpPwdDate.
           MOVE 'N' TO OpForceChange.
           MOVE 'N' TO WS-MustChange.
           DISPLAY "Password changed.".

       CheckReuse.
           *> Ogni password della storia ha il suo sale: l'hash
           *> della nuova si ricalcola con ciascuno.
           MOVE 'N' TO WS-Reused.
           MOVE OpPwdSalt TO WS-CalcSalt.
           CALL 'PWDHASH' USING WS-CalcSalt, WS-NewPassword,
               WS-CalcHash.
           IF WS-CalcHash = OpPwdHash
               MOVE 'Y' TO WS-Reused
           END-IF.
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > 3
               IF OpHistHash(H) NOT = SPACES
                   MOVE OpHistSalt(H) TO WS-CalcSalt
                   CALL 'PWDHASH' USING WS-CalcSalt, WS-NewPassword,
                       WS-CalcHash
                   IF WS-CalcHash = OpHistHash(H)
                       MOVE 'Y' TO WS-Reused
                   END-IF
               END-IF
           END-PERFORM.

       LogSecurityEvent.
           MOVE SPACES TO CentralRecord.
           MOVE WS-TodayDate TO CenDate.
           ACCEPT CenTime FROM TIME.
           MOVE "SIGNON" TO CenProgram.
               INTO CenDetail
           END-STRING.
           CALL 'RUNGET' USING CenRunID.
           MOVE CentralRecord TO WS-ChainRec.
           CALL 'CHNAPPND' USING WS-OpsLogName, WS-ChainRec,
               WS-OpsDataLen, WS-OpsCarryPos.

       EnsureOperatorFile.
           *> Primo avvio: crea il supervisore di bootstrap ADMIN con
           *> la password scelta qui, niente piu' password di
           *> default note a tutti.
           MOVE 'Y' TO WS-FileReady.
           OPEN INPUT OperatorFile.
           IF WS-OpFileStatus = "35"
               DISPLAY "No operators on file: choose the password "
                   "of the ADMIN supervisor."
               PERFORM ChooseBootstrapPassword
               IF WS-FileReady = 'N'
                   DISPLAY "Password refused (blank or mismatch), "
                       "no operator created."
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT OperatorFile
               MOVE SPACES TO OperatorRecord
               MOVE "ADMIN" TO OpID
               MOVE "Bootstrap Admin" TO OpName
               MOVE "S" TO OpRole
               CALL 'PWDHASH' USING OpPwdSalt, WS-NewPassword,
                   OpPwdHash
               MOVE WS-TodayDate TO OpPwdDate
               MOVE 'N' TO OpForceChange
               MOVE ZERO TO OpFailCount
               MOVE 'N' TO OpLocked
               MOVE "01" TO OpCompany(1)
               WRITE OperatorRecord
           END-IF.
           CLOSE OperatorFile.

       ChooseBootstrapPassword.
           DISPLAY "New password : " WITH NO ADVANCING.
           ACCEPT WS-NewPassword.
           DISPLAY "Repeat       : " WITH NO ADVANCING.
           ACCEPT WS-NewPassword2.
           IF WS-NewPassword = SPACES
                   OR WS-NewPassword NOT = WS-NewPassword2
               MOVE 'N' TO WS-FileReady
           END-IF.
