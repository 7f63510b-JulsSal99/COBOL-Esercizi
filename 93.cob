               FILE STATUS IS WS-AssignStatus.
           SELECT RoomRoster ASSIGN TO "93roomroster.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT InvigFile ASSIGN TO "93invig.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-InvStatus.
           SELECT UnavFile ASSIGN TO "93invunav.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UnavStatus.
           SELECT DutyFile ASSIGN TO "93invduty.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DutyStatus.
           SELECT FacultyFile ASSIGN TO "129faculty.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FacCode
               FILE STATUS IS WS-FacStatus.
           SELECT ExaminerFile ASSIGN TO "129examiner.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ExrCourse
               FILE STATUS IS WS-ExrStatus.
           SELECT CalFile ASSIGN TO "94acadcal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CalStatus.
           SELECT SchedReport ASSIGN TO "93invsched.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LoadReport ASSIGN TO "93invload.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RoomFile.
           02 RaSeats PIC 9(3).
       FD RoomRoster.
       01 PrintLine PIC X(70).
       FD InvigFile.
      *> Albo sorveglianti: docenti presi da 129faculty.dat ('F')
      *> e personale inserito a mano ('S'). IvActive 'N' per chi
      *> non sorveglia piu' (le sue vecchie sorveglianze restano).
       01 InvigData.
           02 IvCode PIC X(6).
           02 IvName PIC X(30).
           02 IvKind PIC X.
               88 IvFaculty VALUE 'F'.
               88 IvStaff VALUE 'S'.
           02 IvActive PIC X.
       FD UnavFile.
      *> Indisponibilita' di un sorvegliante, dal/al compresi.
       01 UnavData.
           02 UvCode PIC X(6).
           02 UvFrom PIC 9(8).
           02 UvTo PIC 9(8).
       FD DutyFile.
      *> Sorveglianze assegnate: una riga per persona e aula.
       01 DutyData.
           02 DuDate PIC 9(8).
           02 DuCourse PIC 9(5).
           02 DuRoom PIC X(4).
           02 DuCode PIC X(6).
       FD FacultyFile.
       COPY "FACREC.cpy".
       FD ExaminerFile.
       COPY "EXRREC.cpy".
       FD CalFile.
       COPY "ACADCAL.cpy".
       FD SchedReport.
       01 SchedLine PIC X(70).
       FD LoadReport.
       01 LoadLine PIC X(70).
       WORKING-STORAGE SECTION.
       01 WS-RoomStatus PIC XX.
       01 WS-RegStatus PIC XX.
       01 WS-AssignStatus PIC XX.
       01 WS-InvStatus PIC XX.
       01 WS-UnavStatus PIC XX.
       01 WS-DutyStatus PIC XX.
       01 WS-FacStatus PIC XX.
       01 WS-ExrStatus PIC XX.
       01 WS-CalStatus PIC XX.
       01 WS-ExrOpen PIC X.
       01 WS-Examiner PIC X(6).
       01 WS-ParmKey PIC X(12).
       01 WS-ParmValue PIC X(20).
       01 WS-ParmFound PIC X.
      *> Candidati per sorvegliante: SYSPARM INVIGRATIO.
       01 WS-InvRatio PIC 9(3).
       01 WS-Need PIC 9(3).
       01 WS-Pick PIC 9(3).
       01 WS-InvShort PIC 9(4).
       01 WS-SeasonFrom PIC 9(8).
       01 WS-SeasonTo PIC 9(8).
       01 WS-AskCode PIC X(6).
       01 WS-AskName PIC X(30).
       01 WS-AskKind PIC X.
       01 WS-AskFrom PIC 9(8).
       01 WS-AskTo PIC 9(8).
       01 WS-Confirm PIC X.
       01 WS-AddedCount PIC 9(3).
       01 WS-StartOK PIC X.
      *> Albo in memoria; PL-Load sono le sorveglianze della
      *> sessione d'esame, PL-Busy/PL-Unavail valgono per la data
      *> in assegnazione.
       01 PoolTable.
           02 WS-PoolCount PIC 9(3) VALUE ZERO.
           02 PoolEntry OCCURS 300 TIMES
                   DEPENDING ON WS-PoolCount.
               03 PL-Code PIC X(6).
               03 PL-Name PIC X(30).
               03 PL-Kind PIC X.
               03 PL-Active PIC X.
               03 PL-Load PIC 9(3).
               03 PL-Busy PIC X.
               03 PL-Unavail PIC X.
       01 P PIC 9(3).
       01 DutyTable.
           02 WS-DutyCount PIC 9(3) VALUE ZERO.
           02 DutyEntry OCCURS 200 TIMES
                   DEPENDING ON WS-DutyCount.
               03 DT-Course PIC 9(5).
               03 DT-Room PIC X(4).
               03 DT-Pool PIC 9(3).
       01 D PIC 9(4).
       01 SchedTable.
           02 WS-SchedCount PIC 9(4) VALUE ZERO.
           02 SchedEntry OCCURS 3000 TIMES
                   DEPENDING ON WS-SchedCount.
               03 SC-Key.
                   04 SC-Code PIC X(6).
                   04 SC-Date PIC 9(8).
               03 SC-Course PIC 9(5).
               03 SC-Room PIC X(4).
       01 WS-SchedSwap PIC X(23).
       01 E PIC 9(4).
       01 WS-Swapped PIC X.
       01 WS-SeasonDuties PIC 9(5).
       01 WS-LoadMin PIC 9(3).
       01 WS-LoadMax PIC 9(3).
       01 WS-LoadAvg PIC ZZ9.99.
       01 WS-ActiveCount PIC 9(3).
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-EOF PIC X.
           02 PrnCourse PIC 9(5).
           02 FILLER PIC X(7) VALUE "  data ".
           02 PrnDate PIC 9(8).
       01 InvigLine.
           02 FILLER PIC X(14) VALUE "  sorvegliante".
           02 FILLER PIC X VALUE SPACE.
           02 PrnInvCode PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnInvName PIC X(30).
       01 SchedPersonLine.
           02 PrnSCode PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnSName PIC X(30).
       01 SchedDutyLine.
           02 FILLER PIC X(8) VALUE SPACES.
           02 PrnSDate PIC 9(8).
           02 FILLER PIC X(7) VALUE "  aula ".
           02 PrnSRoom PIC X(4).
           02 FILLER PIC X(8) VALUE "  corso ".
           02 PrnSCourse PIC 9(5).
       01 LoadHeading.
           02 FILLER PIC X(38) VALUE
               "Codice Nome".
           02 FILLER PIC X(20) VALUE "   Tipo Sorveglianze".
       01 LoadDetailLine.
           02 PrnLCode PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnLName PIC X(30).
           02 FILLER PIC X(4) VALUE SPACES.
           02 PrnLKind PIC X.
           02 FILLER PIC X(9) VALUE SPACES.
           02 PrnLCount PIC ZZ9.
       01 RosterLine.
           02 PrnSeat PIC ZZ9.
           02 FILLER PIC XX VALUE SPACE.
       PROCEDURE DIVISION.
       StartPara.
           PERFORM LoadRooms.
           PERFORM LoadPool.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "EXAM ROOM SCHEDULING"
               DISPLAY "1 : List Rooms"
               DISPLAY "2 : Add Room"
               DISPLAY "3 : Assign Rooms for a Date"
               DISPLAY "4 : Invigilator Pool"
               DISPLAY "5 : Load Faculty into Pool"
               DISPLAY "6 : Add or Withdraw Invigilator"
               DISPLAY "7 : Record Unavailable Dates"
               DISPLAY "8 : Duty Schedule and Season Workload"
               DISPLAY "0 : Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
                   WHEN 1 PERFORM ListRooms
                   WHEN 2 PERFORM AddRoom
                   WHEN 3 PERFORM AssignForDate
                   WHEN 4 PERFORM ListPool
                   WHEN 5 PERFORM LoadFacultyPool
                   WHEN 6 PERFORM MaintainInvigilator
                   WHEN 7 PERFORM RecordUnavailable
                   WHEN 8 PERFORM SeasonWorkload
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
               PERFORM AssignOneSession
           END-PERFORM.
           PERFORM SaveAssignments.
           PERFORM AssignInvigilators.
           PERFORM PrintRosters.
           IF WS-ShortCount > ZERO
               DISPLAY "WARNING: " WS-ShortCount " candidates "
                   "without a seat: add rooms and re-run."
           END-IF.
           IF WS-InvShort > ZERO
               DISPLAY "WARNING: " WS-InvShort " invigilator "
                   "places not covered: extend the pool."
           END-IF.

       MarkBookedRooms.
           OPEN INPUT AssignFile.
           MOVE WS-AskDate TO PrnDate.
           WRITE PrintLine FROM RosterHeading AFTER ADVANCING
           PAGE.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DutyCount
               IF DT-Room(D) = AS-Room(K)
                       AND DT-Course(D) = AS-Course(K)
                   MOVE DT-Pool(D) TO P
                   MOVE PL-Code(P) TO PrnInvCode
                   MOVE PL-Name(P) TO PrnInvName
                   WRITE PrintLine FROM InvigLine
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO PrintLine.
           WRITE PrintLine AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-Printed.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= K
               IF AS-Course(I) = AS-Course(K)
               END-READ
           END-PERFORM.
           CLOSE RegFile.

       LoadPool.
           MOVE ZERO TO WS-PoolCount.
           OPEN INPUT InvigFile.
           IF WS-InvStatus NOT = "00"
               CLOSE InvigFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y' OR WS-PoolCount >= 300
               READ InvigFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-PoolCount
                       MOVE IvCode TO PL-Code(WS-PoolCount)
                       MOVE IvName TO PL-Name(WS-PoolCount)
                       MOVE IvKind TO PL-Kind(WS-PoolCount)
                       MOVE IvActive TO PL-Active(WS-PoolCount)
               END-READ
           END-PERFORM.
           CLOSE InvigFile.

       SavePool.
           OPEN OUTPUT InvigFile.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PoolCount
               MOVE PL-Code(P) TO IvCode
               MOVE PL-Name(P) TO IvName
               MOVE PL-Kind(P) TO IvKind
               MOVE PL-Active(P) TO IvActive
               WRITE InvigData
           END-PERFORM.
           CLOSE InvigFile.

       FindPoolCode.
           PERFORM VARYING P FROM 1 BY 1
                   UNTIL P > WS-PoolCount
                   OR PL-Code(P) = WS-AskCode
               CONTINUE
           END-PERFORM.

       ListPool.
           DISPLAY " ".
           DISPLAY "Code   Name                           Kind Active".
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PoolCount
               DISPLAY PL-Code(P) " " PL-Name(P) " " PL-Kind(P)
                   "    " PL-Active(P)
           END-PERFORM.
           DISPLAY WS-PoolCount " invigilators in the pool.".

       LoadFacultyPool.
      *> Tutti i docenti dell'anagrafica entrano nell'albo; chi c'e'
      *> gia' (anche ritirato) resta com'e'.
           OPEN INPUT FacultyFile.
           IF WS-FacStatus NOT = "00"
               DISPLAY "No faculty master on file."
               CLOSE FacultyFile
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-AddedCount.
           MOVE 'Y' TO WS-StartOK.
           MOVE LOW-VALUES TO FacCode.
           START FacultyFile KEY IS NOT LESS THAN FacCode
               INVALID KEY MOVE 'N' TO WS-StartOK
           END-START.
           MOVE 'N' TO WS-EOF.
           IF WS-StartOK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FacultyFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM AddFacultyToPool
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FacultyFile.
           IF WS-AddedCount > ZERO
               PERFORM SavePool
           END-IF.
           DISPLAY WS-AddedCount " faculty members added to the "
               "pool.".

       AddFacultyToPool.
           MOVE FacCode TO WS-AskCode.
           PERFORM FindPoolCode.
           IF P <= WS-PoolCount
               EXIT PARAGRAPH
           END-IF.
           IF WS-PoolCount >= 300
               DISPLAY "Pool full, " FacCode " not added."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PoolCount.
           MOVE FacCode TO PL-Code(WS-PoolCount).
           MOVE FacName TO PL-Name(WS-PoolCount).
           MOVE 'F' TO PL-Kind(WS-PoolCount).
           MOVE 'Y' TO PL-Active(WS-PoolCount).
           ADD 1 TO WS-AddedCount.

       MaintainInvigilator.
      *> Un codice gia' in albo si ritira o si reintegra; uno nuovo
      *> e' un docente se e' in 129faculty.dat, altrimenti
      *> personale, con il nome digitato.
           DISPLAY "Invigilator code : " WITH NO ADVANCING.
           ACCEPT WS-AskCode.
           IF WS-AskCode = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM FindPoolCode.
           IF P <= WS-PoolCount
               DISPLAY PL-Code(P) " " PL-Name(P)
               IF PL-Active(P) = 'Y'
                   DISPLAY "Withdraw from the pool (Y/N) : "
                       WITH NO ADVANCING
               ELSE
                   DISPLAY "Reinstate in the pool (Y/N) : "
                       WITH NO ADVANCING
               END-IF
               ACCEPT WS-Confirm
               IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
               IF PL-Active(P) = 'Y'
                   MOVE 'N' TO PL-Active(P)
               ELSE
                   MOVE 'Y' TO PL-Active(P)
               END-IF
               PERFORM SavePool
               DISPLAY "Pool updated."
               EXIT PARAGRAPH
           END-IF.
           IF WS-PoolCount >= 300
               DISPLAY "Pool full."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-AskName.
           MOVE 'S' TO WS-AskKind.
           OPEN INPUT FacultyFile.
           IF WS-FacStatus = "00"
               MOVE WS-AskCode TO FacCode
               READ FacultyFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE FacName TO WS-AskName
                       MOVE 'F' TO WS-AskKind
               END-READ
           END-IF.
           CLOSE FacultyFile.
           IF WS-AskKind = 'F'
               DISPLAY "Faculty member " WS-AskName
           ELSE
               DISPLAY "Staff member name : " WITH NO ADVANCING
               ACCEPT WS-AskName
               IF WS-AskName = SPACES
                   DISPLAY "Name is required, refused."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO WS-PoolCount.
           MOVE WS-AskCode TO PL-Code(WS-PoolCount).
           MOVE WS-AskName TO PL-Name(WS-PoolCount).
           MOVE WS-AskKind TO PL-Kind(WS-PoolCount).
           MOVE 'Y' TO PL-Active(WS-PoolCount).
           PERFORM SavePool.
           DISPLAY "Invigilator " WS-AskCode " added.".

       RecordUnavailable.
           DISPLAY "Invigilator code : " WITH NO ADVANCING.
           ACCEPT WS-AskCode.
           PERFORM FindPoolCode.
           IF P > WS-PoolCount
               DISPLAY "Code not in the invigilator pool."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY PL-Code(P) " " PL-Name(P).
           DISPLAY "Unavailable from (yyyymmdd) : "
               WITH NO ADVANCING.
           ACCEPT WS-AskFrom.
           DISPLAY "Unavailable to (yyyymmdd, 0 = same day) : "
               WITH NO ADVANCING.
           ACCEPT WS-AskTo.
           IF WS-AskTo = ZERO
               MOVE WS-AskFrom TO WS-AskTo
           END-IF.
           IF WS-AskFrom = ZERO OR WS-AskTo < WS-AskFrom
               DISPLAY "Invalid date range, refused."
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND UnavFile.
           IF WS-UnavStatus = "35"
               OPEN OUTPUT UnavFile
               CLOSE UnavFile
               OPEN EXTEND UnavFile
           END-IF.
           MOVE WS-AskCode TO UvCode.
           MOVE WS-AskFrom TO UvFrom.
           MOVE WS-AskTo TO UvTo.
           WRITE UnavData.
           CLOSE UnavFile.
           DISPLAY "Unavailability recorded.".

       FindSeason.
      *> La sessione d'esame che contiene WS-AskDate, dalla finestra
      *> esami del calendario accademico; senza calendario vale il
      *> mese della data.
           MOVE WS-AskDate TO WS-SeasonFrom WS-SeasonTo.
           MOVE "01" TO WS-SeasonFrom(7:2).
           MOVE "31" TO WS-SeasonTo(7:2).
           OPEN INPUT CalFile.
           IF WS-CalStatus NOT = "00"
               CLOSE CalFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CalFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CalExamFrom <= WS-AskDate
                               AND CalExamTo >= WS-AskDate
                           MOVE CalExamFrom TO WS-SeasonFrom
                           MOVE CalExamTo TO WS-SeasonTo
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CalFile.

       AssignInvigilators.
      *> Ogni aula assegnata riceve un sorvegliante ogni
      *> INVIGRATIO candidati (almeno uno). Si sceglie sempre chi
      *> ha meno sorveglianze nella sessione, escludendo chi e'
      *> indisponibile, gia' in un'altra aula quel giorno o
      *> esaminatore del corso.
           MOVE ZERO TO WS-DutyCount WS-InvShort.
           IF WS-AssignCount = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-PoolCount = ZERO
               DISPLAY "No invigilator pool: rosters printed "
                   "without invigilators."
               EXIT PARAGRAPH
           END-IF.
           MOVE 30 TO WS-InvRatio.
           MOVE "INVIGRATIO" TO WS-ParmKey.
           CALL 'PARMGET' USING WS-ParmKey, WS-ParmValue,
               WS-ParmFound.
           IF WS-ParmFound = 'Y' AND WS-ParmValue(1:3) IS NUMERIC
                   AND WS-ParmValue(1:3) NOT = "000"
               MOVE WS-ParmValue(1:3) TO WS-InvRatio
           END-IF.
           PERFORM FindSeason.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PoolCount
               MOVE ZERO TO PL-Load(P)
               MOVE 'N' TO PL-Busy(P) PL-Unavail(P)
           END-PERFORM.
           PERFORM MarkPoolForDate.
           MOVE 'Y' TO WS-ExrOpen.
           OPEN INPUT ExaminerFile.
           IF WS-ExrStatus NOT = "00"
               MOVE 'N' TO WS-ExrOpen
           END-IF.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-AssignCount
               PERFORM AssignRoomInvigilators
           END-PERFORM.
           IF WS-ExrOpen = 'Y'
               CLOSE ExaminerFile
           END-IF.
           PERFORM SaveDuties.

       MarkPoolForDate.
           OPEN INPUT DutyFile.
           IF WS-DutyStatus = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DutyFile
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF DuDate >= WS-SeasonFrom
                                   AND DuDate <= WS-SeasonTo
                               MOVE DuCode TO WS-AskCode
                               PERFORM FindPoolCode
                               IF P <= WS-PoolCount
                                   ADD 1 TO PL-Load(P)
                                   IF DuDate = WS-AskDate
                                       MOVE 'Y' TO PL-Busy(P)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DutyFile.
           OPEN INPUT UnavFile.
           IF WS-UnavStatus = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ UnavFile
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF UvFrom <= WS-AskDate
                                   AND UvTo >= WS-AskDate
                               MOVE UvCode TO WS-AskCode
                               PERFORM FindPoolCode
                               IF P <= WS-PoolCount
                                   MOVE 'Y' TO PL-Unavail(P)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE UnavFile.

       AssignRoomInvigilators.
           COMPUTE WS-Need = (AS-Cap(K) + WS-InvRatio - 1)
               / WS-InvRatio.
           IF WS-Need = ZERO
               MOVE 1 TO WS-Need
           END-IF.
           MOVE SPACES TO WS-Examiner.
           IF WS-ExrOpen = 'Y'
               MOVE AS-Course(K) TO ExrCourse
               READ ExaminerFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE ExrFacCode TO WS-Examiner
               END-READ
           END-IF.
           PERFORM PickInvigilator WS-Need TIMES.

       PickInvigilator.
           MOVE ZERO TO WS-Pick.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PoolCount
               IF PL-Active(P) = 'Y' AND PL-Busy(P) = 'N'
                       AND PL-Unavail(P) = 'N'
                       AND PL-Code(P) NOT = WS-Examiner
                   IF WS-Pick = ZERO
                       MOVE P TO WS-Pick
                   ELSE
                       IF PL-Load(P) < PL-Load(WS-Pick)
                           MOVE P TO WS-Pick
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-Pick = ZERO OR WS-DutyCount >= 200
               ADD 1 TO WS-InvShort
               DISPLAY "Room " AS-Room(K) " course " AS-Course(K)
                   ": no invigilator available."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO PL-Busy(WS-Pick).
           ADD 1 TO PL-Load(WS-Pick).
           ADD 1 TO WS-DutyCount.
           MOVE AS-Course(K) TO DT-Course(WS-DutyCount).
           MOVE AS-Room(K) TO DT-Room(WS-DutyCount).
           MOVE WS-Pick TO DT-Pool(WS-DutyCount).

       SaveDuties.
           IF WS-DutyCount = ZERO
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND DutyFile.
           IF WS-DutyStatus = "35"
               OPEN OUTPUT DutyFile
               CLOSE DutyFile
               OPEN EXTEND DutyFile
           END-IF.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DutyCount
               MOVE WS-AskDate TO DuDate
               MOVE DT-Course(D) TO DuCourse
               MOVE DT-Room(D) TO DuRoom
               MOVE DT-Pool(D) TO P
               MOVE PL-Code(P) TO DuCode
               WRITE DutyData
           END-PERFORM.
           CLOSE DutyFile.

       SeasonWorkload.
      *> Turni per persona (93invsched.rpt) e carico della sessione
      *> d'esame (93invload.rpt), per la sessione di una data.
           DISPLAY "Any date in the exam season (yyyymmdd): "
               WITH NO ADVANCING.
           ACCEPT WS-AskDate.
           PERFORM FindSeason.
           MOVE ZERO TO WS-SchedCount.
           OPEN INPUT DutyFile.
           IF WS-DutyStatus NOT = "00"
               DISPLAY "No invigilation duties on file."
               CLOSE DutyFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ DutyFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DuDate >= WS-SeasonFrom
                               AND DuDate <= WS-SeasonTo
                               AND WS-SchedCount < 3000
                           ADD 1 TO WS-SchedCount
                           MOVE DuCode TO SC-Code(WS-SchedCount)
                           MOVE DuDate TO SC-Date(WS-SchedCount)
                           MOVE DuCourse TO SC-Course(WS-SchedCount)
                           MOVE DuRoom TO SC-Room(WS-SchedCount)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DutyFile.
           PERFORM SortSchedule.
           PERFORM PrintSchedule.
           PERFORM PrintWorkload.
           DISPLAY "Season " WS-SeasonFrom " - " WS-SeasonTo ": "
               WS-SchedCount " duties.".
           DISPLAY "Duty schedule on 93invsched.rpt, workload on "
               "93invload.rpt.".

       SortSchedule.
           MOVE 'Y' TO WS-Swapped.
           PERFORM UNTIL WS-Swapped = 'N'
               MOVE 'N' TO WS-Swapped
               PERFORM VARYING D FROM 1 BY 1
                       UNTIL D >= WS-SchedCount
                   COMPUTE E = D + 1
                   IF SC-Key(D) > SC-Key(E)
                       MOVE SchedEntry(D) TO WS-SchedSwap
                       MOVE SchedEntry(E) TO SchedEntry(D)
                       MOVE WS-SchedSwap TO SchedEntry(E)
                       MOVE 'Y' TO WS-Swapped
                   END-IF
               END-PERFORM
           END-PERFORM.

       PrintSchedule.
           OPEN OUTPUT SchedReport.
           MOVE SPACES TO SchedLine.
           STRING "TURNI DI SORVEGLIANZA  sessione " WS-SeasonFrom
               " - " WS-SeasonTo DELIMITED BY SIZE INTO SchedLine.
           WRITE SchedLine AFTER ADVANCING PAGE.
           MOVE SPACES TO WS-AskCode.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-SchedCount
               IF SC-Code(D) NOT = WS-AskCode
                   MOVE SC-Code(D) TO WS-AskCode
                   PERFORM FindPoolCode
                   MOVE SC-Code(D) TO PrnSCode
                   IF P <= WS-PoolCount
                       MOVE PL-Name(P) TO PrnSName
                   ELSE
                       MOVE "(non in albo)" TO PrnSName
                   END-IF
                   WRITE SchedLine FROM SchedPersonLine
                       AFTER ADVANCING 2 LINES
               END-IF
               MOVE SC-Date(D) TO PrnSDate
               MOVE SC-Room(D) TO PrnSRoom
               MOVE SC-Course(D) TO PrnSCourse
               WRITE SchedLine FROM SchedDutyLine
                   AFTER ADVANCING 1 LINE
           END-PERFORM.
           CLOSE SchedReport.

       PrintWorkload.
      *> Tutti gli attivi, anche a zero, piu' i ritirati che hanno
      *> sorvegliato nella sessione; minimo e massimo sugli attivi.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PoolCount
               MOVE ZERO TO PL-Load(P)
           END-PERFORM.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-SchedCount
               MOVE SC-Code(D) TO WS-AskCode
               PERFORM FindPoolCode
               IF P <= WS-PoolCount
                   ADD 1 TO PL-Load(P)
               END-IF
           END-PERFORM.
           OPEN OUTPUT LoadReport.
           MOVE SPACES TO LoadLine.
           STRING "CARICO SORVEGLIANZE  sessione " WS-SeasonFrom
               " - " WS-SeasonTo DELIMITED BY SIZE INTO LoadLine.
           WRITE LoadLine AFTER ADVANCING PAGE.
           WRITE LoadLine FROM LoadHeading AFTER ADVANCING 2 LINES.
           MOVE ZERO TO WS-ActiveCount WS-SeasonDuties WS-LoadMax.
           MOVE 999 TO WS-LoadMin.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PoolCount
               IF PL-Active(P) = 'Y' OR PL-Load(P) > ZERO
                   MOVE PL-Code(P) TO PrnLCode
                   MOVE PL-Name(P) TO PrnLName
                   MOVE PL-Kind(P) TO PrnLKind
                   MOVE PL-Load(P) TO PrnLCount
                   WRITE LoadLine FROM LoadDetailLine
                       AFTER ADVANCING 1 LINE
               END-IF
               IF PL-Active(P) = 'Y'
                   ADD 1 TO WS-ActiveCount
                   ADD PL-Load(P) TO WS-SeasonDuties
                   IF PL-Load(P) > WS-LoadMax
                       MOVE PL-Load(P) TO WS-LoadMax
                   END-IF
                   IF PL-Load(P) < WS-LoadMin
                       MOVE PL-Load(P) TO WS-LoadMin
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ActiveCount = ZERO
               MOVE ZERO TO WS-LoadMin WS-LoadAvg
           ELSE
               COMPUTE WS-LoadAvg ROUNDED =
                   WS-SeasonDuties / WS-ActiveCount
           END-IF.
           MOVE SPACES TO LoadLine.
           STRING "Attivi " WS-ActiveCount "  sorveglianze "
               WS-SeasonDuties "  media " WS-LoadAvg
               "  min " WS-LoadMin "  max " WS-LoadMax
               DELIMITED BY SIZE INTO LoadLine.
           WRITE LoadLine AFTER ADVANCING 2 LINES.
           CLOSE LoadReport.
