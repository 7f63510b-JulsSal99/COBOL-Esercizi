       IDENTIFICATION DIVISION.
       PROGRAM-ID.       ElectCount.
       AUTHOR.       Giulio.
       DATE-WRITTEN.11/10/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ElectionFile ASSIGN TO "143election.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ElCode
               FILE STATUS IS WS-ElStatus.
           SELECT ListFile ASSIGN TO "143lists.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LsKey
               FILE STATUS IS WS-LsStatus.
           SELECT CandFile ASSIGN TO "143cands.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CdKey
               FILE STATUS IS WS-CdStatus.
           SELECT StnCountFile ASSIGN TO "143stncount.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ScKey
               FILE STATUS IS WS-ScStatus.
           SELECT VoteCountFile ASSIGN TO "143votes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VcKey
               FILE STATUS IS WS-VcStatus.
           SELECT StationFile ASSIGN TO "111stations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-StnStatus.
           SELECT AssignFile ASSIGN TO "111assign.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AssignStatus.
           SELECT EligRegister ASSIGN TO "6elig.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EligMatr
               FILE STATUS IS WS-EligStatus.
           SELECT StudentiMaster ASSIGN TO "3studenti.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Matr
               FILE STATUS IS WS-StudentiMasterStatus.
           SELECT ResultReport ASSIGN TO "143results.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ElectionFile.
      *> Elezione studentesca: seggi da assegnare nell'organo e
      *> stato. 'O' aperta allo scrutinio, 'C' risultati
      *> certificati (non si toccano piu' liste ne' conteggi).
       01 ElectionData.
           02 ElCode PIC X(6).
           02 ElTitle PIC X(40).
           02 ElDate PIC 9(8).
           02 ElSeats PIC 99.
           02 ElStatus PIC X.
               88 ElOpen VALUE 'O'.
               88 ElCertified VALUE 'C'.
           02 ElCertDate PIC 9(8).
           02 ElCertOp PIC X(8).
       FD ListFile.
      *> Lista di candidati, numerata nell'elezione.
       01 ListData.
           02 LsKey.
               03 LsElect PIC X(6).
               03 LsNum PIC 99.
           02 LsName PIC X(30).
       FD CandFile.
      *> Candidato: posizione nella lista, studente attivo in
      *> 3studenti.dat, una sola lista per elezione.
       01 CandData.
           02 CdKey.
               03 CdElect PIC X(6).
               03 CdList PIC 99.
               03 CdPos PIC 99.
           02 CdMatr PIC 9(5).
           02 CdName PIC X(40).
       FD StnCountFile.
      *> Verbale di scrutinio del seggio: votanti dal registro di
      *> VOTE, schede bianche e nulle. ScCheck 'Y' quando voti di
      *> lista + bianche + nulle = votanti, 'D' differenza accettata
      *> dal supervisore.
       01 StnCountData.
           02 ScKey.
               03 ScElect PIC X(6).
               03 ScStation PIC X(4).
           02 ScTurnout PIC 9(5).
           02 ScBlank PIC 9(5).
           02 ScInvalid PIC 9(5).
           02 ScCheck PIC X.
               88 ScBalanced VALUE 'Y'.
               88 ScAccepted VALUE 'D'.
           02 ScDate PIC 9(8).
           02 ScOpID PIC X(8).
       FD VoteCountFile.
      *> Voti del seggio: VcPos 00 voti di lista, altrimenti
      *> preferenze del candidato in quella posizione.
       01 VoteCountData.
           02 VcKey.
               03 VcElect PIC X(6).
               03 VcStation PIC X(4).
               03 VcList PIC 99.
               03 VcPos PIC 99.
           02 VcVotes PIC 9(5).
       FD StationFile.
       01 StationData.
           02 StnCode PIC X(4).
           02 StnName PIC X(20).
           02 StnCapacity PIC 9(4).
       FD AssignFile.
       01 AssignData.
           02 AsMatr PIC 9(5).
           02 AsStation PIC X(4).
           02 AsName PIC X(63).
       FD EligRegister.
       01 EligData.
           02 EligMatr PIC 9(5).
           02 EligName PIC X(63).
           02 EligAge PIC 99.
           02 EligFlag PIC X.
           02 EligJuris PIC X(2).
           02 EligVoted PIC X.
       FD StudentiMaster.
       COPY "STUDREC.cpy".
       FD ResultReport.
       01 PrintLine PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-ElStatus PIC XX.
       01 WS-LsStatus PIC XX.
       01 WS-CdStatus PIC XX.
       01 WS-ScStatus PIC XX.
       01 WS-VcStatus PIC XX.
       01 WS-StnStatus PIC XX.
       01 WS-AssignStatus PIC XX.
       01 WS-EligStatus PIC XX.
       01 WS-StudentiMasterStatus PIC XX.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-EOF PIC X.
       01 WS-StartOK PIC X.
       01 WS-Found PIC X.
       01 WS-Valid PIC X.
       01 WS-Confirm PIC X.
       01 WS-OpID PIC X(8).
       01 WS-OpRole PIC X.
       01 WS-SignonOK PIC X.
       01 WS-JrnFileCode PIC X(8) VALUE "ELECTION".
       01 WS-JrnAction PIC X(8).
       01 WS-JrnKey PIC X(10).
       01 WS-JrnBefore PIC X(200).
       01 WS-JrnAfter PIC X(200).
       01 WS-CallFirst PIC X(20).
       01 WS-CallMiddle PIC X(20) VALUE SPACES.
       01 WS-CallLast PIC X(20).
       01 WS-FullName PIC X(63).
       01 WS-TodayDate PIC 9(8).
       01 WS-AskElect PIC X(6).
       01 WS-AskList PIC 99.
       01 WS-AskMatr PIC 9(5).
       01 WS-AskStation PIC X(4).
       01 WS-AskVotes PIC 9(5).
       01 WS-NextPos PIC 99.
       01 WS-Turnout PIC 9(5).
       01 WS-CountTotal PIC 9(6).
       01 WS-Diff PIC S9(6).
       01 WS-ValidVotes PIC 9(6).
       01 WS-TotTurnout PIC 9(6).
       01 WS-TotBlank PIC 9(6).
       01 WS-TotInvalid PIC 9(6).
       01 WS-Missing PIC 99.
       01 WS-SeatNum PIC 99.
       01 WS-Best PIC 99.
       01 WS-LeftSide PIC 9(8).
       01 WS-RightSide PIC 9(8).
       01 WS-Pct PIC ZZ9.99.
       01 StationTable.
           02 WS-StnCount PIC 99 VALUE ZERO.
           02 StnEntry OCCURS 20 TIMES
                   DEPENDING ON WS-StnCount.
               03 ST-Code PIC X(4).
               03 ST-Name PIC X(20).
       01 S PIC 99.
      *> Liste dell'elezione, in ordine di numero, con i totali
      *> dello scrutinio e i seggi del riparto.
       01 ListTable.
           02 WS-ListCount PIC 99 VALUE ZERO.
           02 ListEntry OCCURS 20 TIMES
                   DEPENDING ON WS-ListCount.
               03 LT-Num PIC 99.
               03 LT-Name PIC X(30).
               03 LT-Cands PIC 99.
               03 LT-Votes PIC 9(6).
               03 LT-StnVotes PIC 9(5).
               03 LT-Seats PIC 99.
       01 L PIC 99.
       01 CandTable.
           02 WS-CandCount PIC 9(3) VALUE ZERO.
           02 CandEntry OCCURS 300 TIMES
                   DEPENDING ON WS-CandCount.
               03 CA-Key.
                   04 CA-List PIC 99.
                   04 CA-RankPref PIC 9(6).
                   04 CA-Pos PIC 99.
               03 CA-Matr PIC 9(5).
               03 CA-Name PIC X(40).
               03 CA-Prefs PIC 9(6).
               03 CA-StnPrefs PIC 9(5).
               03 CA-Elected PIC X.
       01 C PIC 9(3).
       01 E PIC 9(3).
       01 WS-CandSwap PIC X(67).
       01 WS-Swapped PIC X.
       01 WS-Rank PIC 99.
       01 StationHeading.
           02 FILLER PIC X(7) VALUE "SEGGIO ".
           02 PrnStnCode PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 PrnStnName PIC X(20).
           02 FILLER PIC X(10) VALUE "  votanti ".
           02 PrnStnTurnout PIC ZZZZ9.
           02 FILLER PIC XX VALUE SPACES.
           02 PrnStnCheck PIC X(25).
       01 ListLine.
           02 FILLER PIC X(6) VALUE "Lista ".
           02 PrnListNum PIC Z9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnListName PIC X(30).
           02 FILLER PIC X(7) VALUE "  voti ".
           02 PrnListVotes PIC ZZZZZ9.
           02 FILLER PIC XX VALUE SPACES.
           02 PrnListPct PIC ZZ9.99.
           02 FILLER PIC X VALUE "%".
           02 FILLER PIC X(9) VALUE "  seggi  ".
           02 PrnListSeats PIC Z9.
       01 CandLine.
           02 FILLER PIC X(4) VALUE SPACES.
           02 PrnCandPos PIC Z9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnCandMatr PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCandName PIC X(40).
           02 FILLER PIC X(6) VALUE "  pref".
           02 PrnCandPrefs PIC ZZZZZ9.
           02 FILLER PIC XX VALUE SPACES.
           02 PrnCandNote PIC X(7).
       01 TotalLine.
           02 PrnTotLabel PIC X(30).
           02 PrnTotValue PIC ZZZZZ9.
       PROCEDURE DIVISION.
       StartPara.
      *> Scrutinio delle elezioni studentesche sul registro di VOTE
      *> (6elig.dat) e sui seggi di PollAssign (111.cob): liste e
      *> candidati, verbale per seggio quadrato sull'affluenza
      *> registrata, riparto dei seggi col metodo D'Hondt dello
      *> statuto e graduatoria per preferenze entro la lista. I
      *> risultati li certifica il supervisore.
           CALL 'SIGNON' USING WS-OpID, WS-OpRole, WS-SignonOK.
           IF WS-SignonOK NOT = 'Y'
               DISPLAY "Sign-on failed, program ends."
               STOP RUN
           END-IF.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "STUDENT ELECTION COUNT"
               DISPLAY "1 : Election Setup"
               DISPLAY "2 : Add Candidate List"
               DISPLAY "3 : Add Candidate"
               DISPLAY "4 : Show Lists and Candidates"
               DISPLAY "5 : Station Count Entry"
               DISPLAY "6 : Seat Allocation and Certified Results"
               DISPLAY "0 : Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM ElectionSetup
                   WHEN 2 PERFORM AddList
                   WHEN 3 PERFORM AddCandidate
                   WHEN 4 PERFORM ShowLists
                   WHEN 5 PERFORM StationCountEntry
                   WHEN 6 PERFORM CertifyResults
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       ElectionSetup.
           IF WS-OpRole NOT = 'S'
               DISPLAY "Only supervisors may set up an election."
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O ElectionFile.
           IF WS-ElStatus = "35"
               OPEN OUTPUT ElectionFile
               CLOSE ElectionFile
               OPEN I-O ElectionFile
           END-IF.
           DISPLAY "Election code : " WITH NO ADVANCING.
           ACCEPT WS-AskElect.
           IF WS-AskElect = SPACES
               CLOSE ElectionFile
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AskElect TO ElCode.
           MOVE 'Y' TO WS-Found.
           READ ElectionFile
               INVALID KEY MOVE 'N' TO WS-Found
           END-READ.
           IF WS-Found = 'Y' AND ElCertified
               DISPLAY "Election " ElCode " is certified, no "
                   "changes allowed."
               CLOSE ElectionFile
               EXIT PARAGRAPH
           END-IF.
           IF WS-Found = 'Y'
               DISPLAY "Election " ElCode " " ElTitle
               MOVE ElectionData TO WS-JrnBefore
           ELSE
               MOVE SPACES TO WS-JrnBefore
               MOVE 'O' TO ElStatus
               MOVE ZERO TO ElCertDate
               MOVE SPACES TO ElCertOp
           END-IF.
           DISPLAY "Title : " WITH NO ADVANCING.
           ACCEPT ElTitle.
           DISPLAY "Election date (yyyymmdd) : " WITH NO ADVANCING.
           ACCEPT ElDate.
           DISPLAY "Seats to fill : " WITH NO ADVANCING.
           ACCEPT ElSeats.
           IF ElTitle = SPACES OR ElSeats = ZERO
               DISPLAY "Title and seats are required, refused."
               CLOSE ElectionFile
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AskElect TO ElCode.
           IF WS-Found = 'Y'
               REWRITE ElectionData
                   INVALID KEY DISPLAY "Election not updated"
               END-REWRITE
               MOVE "REWRITE" TO WS-JrnAction
           ELSE
               WRITE ElectionData
                   INVALID KEY DISPLAY "Election not written"
               END-WRITE
               MOVE "WRITE" TO WS-JrnAction
           END-IF.
           MOVE SPACES TO WS-JrnKey.
           MOVE ElCode TO WS-JrnKey(1:6).
           MOVE ElectionData TO WS-JrnAfter.
           CALL 'JRNL' USING WS-JrnFileCode, WS-JrnAction,
               WS-JrnKey, WS-JrnBefore, WS-JrnAfter.
           CLOSE ElectionFile.
           DISPLAY "Election " WS-AskElect " recorded.".

       ReadElection.
           MOVE 'N' TO WS-Found.
           DISPLAY "Election code : " WITH NO ADVANCING.
           ACCEPT WS-AskElect.
           OPEN INPUT ElectionFile.
           IF WS-ElStatus NOT = "00"
               DISPLAY "No elections on file."
               CLOSE ElectionFile
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AskElect TO ElCode.
           MOVE 'Y' TO WS-Found.
           READ ElectionFile
               INVALID KEY MOVE 'N' TO WS-Found
           END-READ.
           CLOSE ElectionFile.
           IF WS-Found = 'N'
               DISPLAY "Election " WS-AskElect " not on file."
           ELSE
               DISPLAY ElCode " " ElTitle " " ElDate " seats "
                   ElSeats
           END-IF.

       AddList.
           PERFORM ReadElection.
           IF WS-Found = 'N'
               EXIT PARAGRAPH
           END-IF.
           IF NOT ElOpen
               DISPLAY "Election is certified, no new lists."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LoadLists.
           IF WS-ListCount >= 20
               DISPLAY "List table full."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "List name : " WITH NO ADVANCING.
           ACCEPT LsName.
           IF LsName = SPACES
               DISPLAY "List name is required."
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O ListFile.
           IF WS-LsStatus = "35"
               OPEN OUTPUT ListFile
               CLOSE ListFile
               OPEN I-O ListFile
           END-IF.
           MOVE WS-AskElect TO LsElect.
           COMPUTE LsNum = WS-ListCount + 1.
           WRITE ListData
               INVALID KEY DISPLAY "List not written"
               NOT INVALID KEY
                   DISPLAY "List " LsNum " " LsName " recorded."
           END-WRITE.
           CLOSE ListFile.

       AddCandidate.
           PERFORM ReadElection.
           IF WS-Found = 'N'
               EXIT PARAGRAPH
           END-IF.
           IF NOT ElOpen
               DISPLAY "Election is certified, no new candidates."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LoadLists.
           PERFORM LoadCandidates.
           DISPLAY "List number : " WITH NO ADVANCING.
           ACCEPT WS-AskList.
           IF WS-AskList = ZERO OR WS-AskList > WS-ListCount
               DISPLAY "No such list in this election."
               EXIT PARAGRAPH
           END-IF.
           IF LT-Cands(WS-AskList) >= 99 OR WS-CandCount >= 300
               DISPLAY "Candidate table full."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Candidate matricola : " WITH NO ADVANCING.
           ACCEPT WS-AskMatr.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CandCount
               IF CA-Matr(C) = WS-AskMatr
                   DISPLAY "Already a candidate on list "
                       CA-List(C) ", refused."
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           OPEN INPUT StudentiMaster.
           IF WS-StudentiMasterStatus NOT = "00"
               DISPLAY "Archivio studenti non disponibile."
               CLOSE StudentiMaster
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AskMatr TO Matr.
           MOVE 'Y' TO WS-Found.
           READ StudentiMaster
               INVALID KEY MOVE 'N' TO WS-Found
           END-READ.
           CLOSE StudentiMaster.
           IF WS-Found = 'N'
               DISPLAY "Matricola non in archivio."
               EXIT PARAGRAPH
           END-IF.
           IF NOT StudAttivo
               DISPLAY "Lo studente non e' attivo (stato "
                   StatoStud "), candidatura respinta."
               EXIT PARAGRAPH
           END-IF.
           MOVE Nome TO WS-CallFirst.
           MOVE Cognome TO WS-CallLast.
           CALL 'NAMEFMT' USING WS-CallFirst, WS-CallMiddle,
               WS-CallLast, WS-FullName.
           OPEN I-O CandFile.
           IF WS-CdStatus = "35"
               OPEN OUTPUT CandFile
               CLOSE CandFile
               OPEN I-O CandFile
           END-IF.
           MOVE WS-AskElect TO CdElect.
           MOVE WS-AskList TO CdList.
           COMPUTE CdPos = LT-Cands(WS-AskList) + 1.
           MOVE WS-AskMatr TO CdMatr.
           MOVE WS-FullName TO CdName.
           WRITE CandData
               INVALID KEY DISPLAY "Candidate not written"
               NOT INVALID KEY
                   DISPLAY CdName " is candidate " CdPos
                       " on list " CdList "."
           END-WRITE.
           CLOSE CandFile.

       LoadLists.
           MOVE ZERO TO WS-ListCount.
           OPEN INPUT ListFile.
           IF WS-LsStatus NOT = "00"
               CLOSE ListFile
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AskElect TO LsElect.
           MOVE ZERO TO LsNum.
           MOVE 'N' TO WS-EOF.
           START ListFile KEY IS NOT LESS THAN LsKey
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ListFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LsElect NOT = WS-AskElect
                               OR WS-ListCount >= 20
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-ListCount
                           MOVE WS-ListCount TO L
                           MOVE LsNum TO LT-Num(L)
                           MOVE LsName TO LT-Name(L)
                           MOVE ZERO TO LT-Cands(L) LT-Votes(L)
                               LT-StnVotes(L) LT-Seats(L)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ListFile.

       LoadCandidates.
      *> Le liste sono numerate da 1 senza buchi (AddList), quindi
      *> il numero di lista e' anche l'indice in ListTable.
           MOVE ZERO TO WS-CandCount.
           OPEN INPUT CandFile.
           IF WS-CdStatus NOT = "00"
               CLOSE CandFile
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AskElect TO CdElect.
           MOVE ZERO TO CdList CdPos.
           MOVE 'N' TO WS-EOF.
           START CandFile KEY IS NOT LESS THAN CdKey
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CandFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CdElect NOT = WS-AskElect
                               OR WS-CandCount >= 300
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-CandCount
                           MOVE WS-CandCount TO C
                           MOVE CdList TO CA-List(C)
                           MOVE ZERO TO CA-RankPref(C)
                           MOVE CdPos TO CA-Pos(C)
                           MOVE CdMatr TO CA-Matr(C)
                           MOVE CdName TO CA-Name(C)
                           MOVE ZERO TO CA-Prefs(C) CA-StnPrefs(C)
                           MOVE 'N' TO CA-Elected(C)
                           IF CdList > ZERO
                                   AND CdList <= WS-ListCount
                               ADD 1 TO LT-Cands(CdList)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CandFile.

       ShowLists.
           PERFORM ReadElection.
           IF WS-Found = 'N'
               EXIT PARAGRAPH
           END-IF.
           PERFORM LoadLists.
           PERFORM LoadCandidates.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-ListCount
               DISPLAY " "
               DISPLAY "Lista " LT-Num(L) " " LT-Name(L)
               PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CandCount
                   IF CA-List(C) = LT-Num(L)
                       DISPLAY "   " CA-Pos(C) " " CA-Matr(C) " "
                           CA-Name(C)
                   END-IF
               END-PERFORM
           END-PERFORM.
           DISPLAY WS-ListCount " lists, " WS-CandCount
               " candidates.".

       LoadStations.
           MOVE ZERO TO WS-StnCount.
           OPEN INPUT StationFile.
           IF WS-StnStatus NOT = "00"
               CLOSE StationFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y' OR WS-StnCount >= 20
               READ StationFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-StnCount
                       MOVE StnCode TO ST-Code(WS-StnCount)
                       MOVE StnName TO ST-Name(WS-StnCount)
               END-READ
           END-PERFORM.
           CLOSE StationFile.

       StationCountEntry.
      *> Verbale di un seggio: voti per lista e preferenze, poi
      *> bianche e nulle. Il totale deve tornare coi votanti
      *> registrati al check-in di VOTE per gli elettori del
      *> seggio; una differenza la puo' accettare solo il
      *> supervisore. Un nuovo verbale sostituisce il precedente.
           PERFORM ReadElection.
           IF WS-Found = 'N'
               EXIT PARAGRAPH
           END-IF.
           IF NOT ElOpen
               DISPLAY "Election is certified, counts are closed."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LoadLists.
           PERFORM LoadCandidates.
           IF WS-ListCount = ZERO
               DISPLAY "No candidate lists for this election."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LoadStations.
           DISPLAY "Station code : " WITH NO ADVANCING.
           ACCEPT WS-AskStation.
           PERFORM VARYING S FROM 1 BY 1
                   UNTIL S > WS-StnCount
                   OR ST-Code(S) = WS-AskStation
               CONTINUE
           END-PERFORM.
           IF S > WS-StnCount
               DISPLAY "Station not in 111stations.dat."
               EXIT PARAGRAPH
           END-IF.
           PERFORM CountStationTurnout.
           IF WS-Valid = 'N'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Seggio " ST-Code(S) " " ST-Name(S)
               ": votanti registrati " WS-Turnout.
           MOVE ZERO TO WS-CountTotal.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-ListCount
               DISPLAY "Lista " LT-Num(L) " " LT-Name(L)
                   " - voti di lista : " WITH NO ADVANCING
               ACCEPT LT-StnVotes(L)
               ADD LT-StnVotes(L) TO WS-CountTotal
               PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CandCount
                   IF CA-List(C) = LT-Num(L)
                       PERFORM AskCandidatePrefs
                   END-IF
               END-PERFORM
           END-PERFORM.
           DISPLAY "Schede bianche : " WITH NO ADVANCING.
           ACCEPT ScBlank.
           DISPLAY "Schede nulle   : " WITH NO ADVANCING.
           ACCEPT ScInvalid.
           ADD ScBlank ScInvalid TO WS-CountTotal.
           MOVE 'Y' TO ScCheck.
           IF WS-CountTotal NOT = WS-Turnout
               COMPUTE WS-Diff = WS-CountTotal - WS-Turnout
               DISPLAY "Schede scrutinate " WS-CountTotal
                   " contro votanti " WS-Turnout
                   ": differenza " WS-Diff "."
               IF WS-OpRole NOT = 'S'
                   DISPLAY "Verbale non registrato: ricontare o "
                       "chiamare un supervisore."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Accept the count with the difference "
                   "(Y/N) : " WITH NO ADVANCING
               ACCEPT WS-Confirm
               IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
                   DISPLAY "Verbale non registrato."
                   EXIT PARAGRAPH
               END-IF
               MOVE 'D' TO ScCheck
           END-IF.
           PERFORM SaveStationCount.
           DISPLAY "Verbale del seggio " WS-AskStation
               " registrato.".

       AskCandidatePrefs.
           MOVE 'N' TO WS-Valid.
           PERFORM UNTIL WS-Valid = 'Y'
               DISPLAY "   " CA-Pos(C) " " CA-Name(C)
                   " - preferenze : " WITH NO ADVANCING
               ACCEPT CA-StnPrefs(C)
               IF CA-StnPrefs(C) > LT-StnVotes(L)
                   DISPLAY "Preferenze oltre i voti della lista."
               ELSE
                   MOVE 'Y' TO WS-Valid
               END-IF
           END-PERFORM.

       CountStationTurnout.
      *> Votanti del seggio: elettori assegnati da PollAssign con
      *> il check-in fatto in VOTE.
           MOVE ZERO TO WS-Turnout.
           MOVE 'Y' TO WS-Valid.
           OPEN INPUT AssignFile.
           IF WS-AssignStatus NOT = "00"
               DISPLAY "No station assignments on file: run "
                   "PollAssign first."
               CLOSE AssignFile
               MOVE 'N' TO WS-Valid
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT EligRegister.
           IF WS-EligStatus NOT = "00"
               DISPLAY "Registro eleggibilita' non disponibile."
               CLOSE AssignFile, EligRegister
               MOVE 'N' TO WS-Valid
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ AssignFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AsStation = ST-Code(S)
                           MOVE AsMatr TO EligMatr
                           READ EligRegister
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   IF EligVoted = 'Y'
                                       ADD 1 TO WS-Turnout
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AssignFile, EligRegister.

       SaveStationCount.
           OPEN I-O StnCountFile.
           IF WS-ScStatus = "35"
               OPEN OUTPUT StnCountFile
               CLOSE StnCountFile
               OPEN I-O StnCountFile
           END-IF.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           MOVE WS-AskElect TO ScElect.
           MOVE WS-AskStation TO ScStation.
           MOVE WS-Turnout TO ScTurnout.
           MOVE WS-TodayDate TO ScDate.
           MOVE WS-OpID TO ScOpID.
           WRITE StnCountData
               INVALID KEY
                   REWRITE StnCountData
                       INVALID KEY DISPLAY "Verbale non aggiornato"
                   END-REWRITE
           END-WRITE.
           CLOSE StnCountFile.
           OPEN I-O VoteCountFile.
           IF WS-VcStatus = "35"
               OPEN OUTPUT VoteCountFile
               CLOSE VoteCountFile
               OPEN I-O VoteCountFile
           END-IF.
           MOVE WS-AskElect TO VcElect.
           MOVE WS-AskStation TO VcStation.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-ListCount
               MOVE LT-Num(L) TO VcList
               MOVE ZERO TO VcPos
               MOVE LT-StnVotes(L) TO VcVotes
               PERFORM WriteVoteCount
           END-PERFORM.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CandCount
               MOVE CA-List(C) TO VcList
               MOVE CA-Pos(C) TO VcPos
               MOVE CA-StnPrefs(C) TO VcVotes
               PERFORM WriteVoteCount
           END-PERFORM.
           CLOSE VoteCountFile.
           MOVE "COUNT" TO WS-JrnAction.
           MOVE SPACES TO WS-JrnKey WS-JrnBefore WS-JrnAfter.
           MOVE ScKey TO WS-JrnKey.
           MOVE StnCountData TO WS-JrnAfter.
           CALL 'JRNL' USING WS-JrnFileCode, WS-JrnAction,
               WS-JrnKey, WS-JrnBefore, WS-JrnAfter.

       WriteVoteCount.
           WRITE VoteCountData
               INVALID KEY
                   REWRITE VoteCountData
                       INVALID KEY DISPLAY "Voti non aggiornati"
                   END-REWRITE
           END-WRITE.

       CertifyResults.
      *> Servono i verbali di tutti i seggi. Il riparto e' D'Hondt:
      *> ogni seggio va al quoziente voti / (seggi gia' avuti + 1)
      *> piu' alto, a parita' alla lista con piu' voti e poi a
      *> quella col numero minore; una lista senza piu' candidati
      *> non prende seggi. Entro la lista sono eletti i piu'
      *> votati per preferenze, a parita' nell'ordine di lista.
           IF WS-OpRole NOT = 'S'
               DISPLAY "Only supervisors may certify results."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ReadElection.
           IF WS-Found = 'N'
               EXIT PARAGRAPH
           END-IF.
           PERFORM LoadLists.
           PERFORM LoadCandidates.
           PERFORM LoadStations.
           IF WS-ListCount = ZERO OR WS-StnCount = ZERO
               DISPLAY "No lists or no stations: nothing to count."
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT StnCountFile.
           IF WS-ScStatus NOT = "00"
               DISPLAY "No station counts on file."
               CLOSE StnCountFile
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-Missing.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-StnCount
               MOVE WS-AskElect TO ScElect
               MOVE ST-Code(S) TO ScStation
               READ StnCountFile
                   INVALID KEY
                       ADD 1 TO WS-Missing
                       DISPLAY "Seggio " ST-Code(S)
                           ": verbale mancante."
               END-READ
           END-PERFORM.
           CLOSE StnCountFile.
           IF WS-Missing > ZERO
               DISPLAY "Results not certified: " WS-Missing
                   " station counts missing."
               EXIT PARAGRAPH
           END-IF.
           IF ElCertified
               DISPLAY "Already certified on " ElCertDate " by "
                   ElCertOp ": results reprinted."
           ELSE
               DISPLAY "Certify the results of " WS-AskElect
                   " (Y/N) : " WITH NO ADVANCING
               ACCEPT WS-Confirm
               IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           OPEN INPUT StnCountFile, VoteCountFile.
           OPEN OUTPUT ResultReport.
           MOVE SPACES TO PrintLine.
           STRING "RISULTATI CERTIFICATI  " ElCode " " ElTitle
               DELIMITED BY SIZE INTO PrintLine.
           WRITE PrintLine AFTER ADVANCING PAGE.
           MOVE SPACES TO PrintLine.
           STRING "Elezione del " ElDate "   seggi da assegnare "
               ElSeats DELIMITED BY SIZE INTO PrintLine.
           WRITE PrintLine AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-TotTurnout WS-TotBlank WS-TotInvalid.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-StnCount
               PERFORM PrintStationResult
           END-PERFORM.
           CLOSE StnCountFile, VoteCountFile.
           PERFORM AllocateSeats.
           PERFORM RankCandidates.
           PERFORM PrintOverallResult.
           CLOSE ResultReport.
           IF NOT ElCertified
               PERFORM MarkCertified
           END-IF.
           DISPLAY "Results on 143results.rpt.".

       PrintStationResult.
           MOVE WS-AskElect TO ScElect.
           MOVE ST-Code(S) TO ScStation.
           READ StnCountFile
               INVALID KEY EXIT PARAGRAPH
           END-READ.
           ADD ScTurnout TO WS-TotTurnout.
           ADD ScBlank TO WS-TotBlank.
           ADD ScInvalid TO WS-TotInvalid.
           MOVE ST-Code(S) TO PrnStnCode.
           MOVE ST-Name(S) TO PrnStnName.
           MOVE ScTurnout TO PrnStnTurnout.
           IF ScBalanced
               MOVE "quadrato" TO PrnStnCheck
           ELSE
               MOVE "DIFFERENZA ACCETTATA" TO PrnStnCheck
           END-IF.
           WRITE PrintLine FROM StationHeading
               AFTER ADVANCING 3 LINES.
           MOVE ZERO TO WS-ValidVotes.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-ListCount
               MOVE WS-AskElect TO VcElect
               MOVE ST-Code(S) TO VcStation
               MOVE LT-Num(L) TO VcList
               MOVE ZERO TO VcPos
               READ VoteCountFile
                   INVALID KEY MOVE ZERO TO VcVotes
               END-READ
               MOVE VcVotes TO LT-StnVotes(L)
               ADD VcVotes TO LT-Votes(L) WS-ValidVotes
           END-PERFORM.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-ListCount
               MOVE LT-Num(L) TO PrnListNum
               MOVE LT-Name(L) TO PrnListName
               MOVE LT-StnVotes(L) TO PrnListVotes
               IF WS-ValidVotes > ZERO
                   COMPUTE PrnListPct ROUNDED =
                       LT-StnVotes(L) * 100 / WS-ValidVotes
               ELSE
                   MOVE ZERO TO PrnListPct
               END-IF
               MOVE ZERO TO PrnListSeats
               WRITE PrintLine FROM ListLine
                   AFTER ADVANCING 2 LINES
               PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CandCount
                   IF CA-List(C) = LT-Num(L)
                       MOVE WS-AskElect TO VcElect
                       MOVE ST-Code(S) TO VcStation
                       MOVE CA-List(C) TO VcList
                       MOVE CA-Pos(C) TO VcPos
                       READ VoteCountFile
                           INVALID KEY MOVE ZERO TO VcVotes
                       END-READ
                       ADD VcVotes TO CA-Prefs(C)
                       MOVE CA-Pos(C) TO PrnCandPos
                       MOVE CA-Matr(C) TO PrnCandMatr
                       MOVE CA-Name(C) TO PrnCandName
                       MOVE VcVotes TO PrnCandPrefs
                       MOVE SPACES TO PrnCandNote
                       WRITE PrintLine FROM CandLine
                           AFTER ADVANCING 1 LINE
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE "  Schede bianche" TO PrnTotLabel.
           MOVE ScBlank TO PrnTotValue.
           WRITE PrintLine FROM TotalLine AFTER ADVANCING 2 LINES.
           MOVE "  Schede nulle" TO PrnTotLabel.
           MOVE ScInvalid TO PrnTotValue.
           WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE.

       AllocateSeats.
           PERFORM VARYING WS-SeatNum FROM 1 BY 1
                   UNTIL WS-SeatNum > ElSeats
               MOVE ZERO TO WS-Best
               PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-ListCount
                   IF LT-Seats(L) < LT-Cands(L)
                           AND LT-Votes(L) > ZERO
                       PERFORM CompareQuotient
                   END-IF
               END-PERFORM
               IF WS-Best = ZERO
                   DISPLAY "Seat " WS-SeatNum " not assigned: no "
                       "list has candidates left."
               ELSE
                   ADD 1 TO LT-Seats(WS-Best)
               END-IF
           END-PERFORM.

       CompareQuotient.
      *> Quozienti confrontati in croce, senza divisioni:
      *> voti(L) / (seggi(L)+1) > voti(B) / (seggi(B)+1).
           IF WS-Best = ZERO
               MOVE L TO WS-Best
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-LeftSide =
               LT-Votes(L) * (LT-Seats(WS-Best) + 1).
           COMPUTE WS-RightSide =
               LT-Votes(WS-Best) * (LT-Seats(L) + 1).
           IF WS-LeftSide > WS-RightSide
               MOVE L TO WS-Best
               EXIT PARAGRAPH
           END-IF.
           IF WS-LeftSide = WS-RightSide
                   AND LT-Votes(L) > LT-Votes(WS-Best)
               MOVE L TO WS-Best
           END-IF.

       RankCandidates.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CandCount
               COMPUTE CA-RankPref(C) = 999999 - CA-Prefs(C)
           END-PERFORM.
           MOVE 'Y' TO WS-Swapped.
           PERFORM UNTIL WS-Swapped = 'N'
               MOVE 'N' TO WS-Swapped
               PERFORM VARYING C FROM 1 BY 1
                       UNTIL C >= WS-CandCount
                   COMPUTE E = C + 1
                   IF CA-Key(C) > CA-Key(E)
                       MOVE CandEntry(C) TO WS-CandSwap
                       MOVE CandEntry(E) TO CandEntry(C)
                       MOVE WS-CandSwap TO CandEntry(E)
                       MOVE 'Y' TO WS-Swapped
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE ZERO TO WS-Rank.
           MOVE ZERO TO L.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CandCount
               IF CA-List(C) NOT = L
                   MOVE CA-List(C) TO L
                   MOVE ZERO TO WS-Rank
               END-IF
               ADD 1 TO WS-Rank
               IF L > ZERO AND L <= WS-ListCount
                   IF WS-Rank <= LT-Seats(L)
                       MOVE 'Y' TO CA-Elected(C)
                   END-IF
               END-IF
           END-PERFORM.

       PrintOverallResult.
           MOVE SPACES TO PrintLine.
           MOVE "RISULTATO COMPLESSIVO" TO PrintLine.
           WRITE PrintLine AFTER ADVANCING PAGE.
           MOVE ZERO TO WS-ValidVotes.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-ListCount
               ADD LT-Votes(L) TO WS-ValidVotes
           END-PERFORM.
           MOVE "Votanti" TO PrnTotLabel.
           MOVE WS-TotTurnout TO PrnTotValue.
           WRITE PrintLine FROM TotalLine AFTER ADVANCING 2 LINES.
           MOVE "Voti validi di lista" TO PrnTotLabel.
           MOVE WS-ValidVotes TO PrnTotValue.
           WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE.
           MOVE "Schede bianche" TO PrnTotLabel.
           MOVE WS-TotBlank TO PrnTotValue.
           WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE.
           MOVE "Schede nulle" TO PrnTotLabel.
           MOVE WS-TotInvalid TO PrnTotValue.
           WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-ListCount
               MOVE LT-Num(L) TO PrnListNum
               MOVE LT-Name(L) TO PrnListName
               MOVE LT-Votes(L) TO PrnListVotes
               IF WS-ValidVotes > ZERO
                   COMPUTE PrnListPct ROUNDED =
                       LT-Votes(L) * 100 / WS-ValidVotes
               ELSE
                   MOVE ZERO TO PrnListPct
               END-IF
               MOVE LT-Seats(L) TO PrnListSeats
               WRITE PrintLine FROM ListLine
                   AFTER ADVANCING 2 LINES
               PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CandCount
                   IF CA-List(C) = LT-Num(L)
                       MOVE CA-Pos(C) TO PrnCandPos
                       MOVE CA-Matr(C) TO PrnCandMatr
                       MOVE CA-Name(C) TO PrnCandName
                       MOVE CA-Prefs(C) TO PrnCandPrefs
                       IF CA-Elected(C) = 'Y'
                           MOVE "ELETTO" TO PrnCandNote
                       ELSE
                           MOVE SPACES TO PrnCandNote
                       END-IF
                       WRITE PrintLine FROM CandLine
                           AFTER ADVANCING 1 LINE
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO PrintLine.
           IF ElCertified
               STRING "Certificato il " ElCertDate " da " ElCertOp
                   DELIMITED BY SIZE INTO PrintLine
           ELSE
               STRING "Certificato il " WS-TodayDate " da " WS-OpID
                   DELIMITED BY SIZE INTO PrintLine
           END-IF.
           WRITE PrintLine AFTER ADVANCING 3 LINES.

       MarkCertified.
           OPEN I-O ElectionFile.
           MOVE WS-AskElect TO ElCode.
           READ ElectionFile
               INVALID KEY
                   CLOSE ElectionFile
                   EXIT PARAGRAPH
           END-READ.
           MOVE ElectionData TO WS-JrnBefore.
           MOVE 'C' TO ElStatus.
           MOVE WS-TodayDate TO ElCertDate.
           MOVE WS-OpID TO ElCertOp.
           REWRITE ElectionData
               INVALID KEY DISPLAY "Election not updated"
           END-REWRITE.
           CLOSE ElectionFile.
           MOVE "CERTIFY" TO WS-JrnAction.
           MOVE SPACES TO WS-JrnKey.
           MOVE ElCode TO WS-JrnKey(1:6).
           MOVE ElectionData TO WS-JrnAfter.
           CALL 'JRNL' USING WS-JrnFileCode, WS-JrnAction,
               WS-JrnKey, WS-JrnBefore, WS-JrnAfter.
           DISPLAY "Election " ElCode " certified.".
