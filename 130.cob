       IDENTIFICATION DIVISION.
       PROGRAM-ID.       Timetable.
       AUTHOR.       Giulio.
       DATE-WRITTEN.23/09/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReqFile ASSIGN TO "130ttreq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ReqStatus.
           SELECT TtFile ASSIGN TO DYNAMIC WS-TtName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TtStatus.
           SELECT RoomFile ASSIGN TO "93rooms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RoomStatus.
           SELECT CalFile ASSIGN TO "94acadcal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CalStatus.
           SELECT CourseFile ASSIGN TO "33courses.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CourseCode
               FILE STATUS IS WS-CourseStatus.
           SELECT FacultyFile ASSIGN TO "129faculty.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FacCode
               FILE STATUS IS WS-FacStatus.
           SELECT StudentiMaster ASSIGN TO "3studenti.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Matr
               FILE STATUS IS WS-StudentiMasterStatus.
           SELECT SessionFile ASSIGN TO "99sessions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SessStatus.
           SELECT TtReport ASSIGN TO "130timetable.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ReqFile.
       COPY "TTREQREC.cpy".
       FD TtFile.
       COPY "TTREC.cpy".
       FD RoomFile.
      *> Anagrafica aule (RoomAssign, 93.cob).
       01 RoomData.
           02 RoomCode PIC X(4).
           02 RoomBldg PIC X(10).
           02 RoomSeats PIC 9(3).
       FD CalFile.
       COPY "ACADCAL.cpy".
       FD CourseFile.
       COPY "COURSEREC.cpy".
       FD FacultyFile.
       COPY "FACREC.cpy".
       FD StudentiMaster.
       COPY "STUDREC.cpy".
       FD SessionFile.
      *> Lezioni programmate per corso (Attendance, 99.cob).
       01 SessionData.
           02 SesCourse PIC 9(5).
           02 SesDate PIC 9(8).
       FD TtReport.
       01 PrintLine PIC X(90).
       WORKING-STORAGE SECTION.
       01 WS-ReqStatus PIC XX.
       01 WS-TtStatus PIC XX.
       01 WS-RoomStatus PIC XX.
       01 WS-CalStatus PIC XX.
       01 WS-CourseStatus PIC XX.
       01 WS-FacStatus PIC XX.
       01 WS-StudentiMasterStatus PIC XX.
       01 WS-SessStatus PIC XX.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-EOF PIC X.
       01 WS-Found PIC X.
       01 WS-Confirm PIC X.
       01 WS-TtName PIC X(20).
       01 WS-AskTerm PIC 9(6).
       01 WS-TermStart PIC 9(8).
       01 WS-TermEnd PIC 9(8).
      *> Fasce orarie della griglia settimanale (ora d'inizio,
      *> lezioni di un'ora, pausa dalle 13 alle 14).
       01 SlotValues PIC X(16) VALUE "0910111214151617".
       01 SlotTable REDEFINES SlotValues.
           02 SlotHour PIC 99 OCCURS 8 TIMES.
       01 DayValues PIC X(15) VALUE "LunMarMerGioVen".
       01 DayTable REDEFINES DayValues.
           02 DayName PIC X(3) OCCURS 5 TIMES.
      *> Aule in ordine di posti crescenti: a ogni lezione va la
      *> piu' piccola che contiene gli iscritti.
       01 RoomTable.
           02 WS-RoomCount PIC 99 VALUE ZERO.
           02 RoomEntry OCCURS 20 TIMES
                   DEPENDING ON WS-RoomCount.
               03 RM-Code PIC X(4).
               03 RM-Bldg PIC X(10).
               03 RM-Seats PIC 9(3).
       01 WS-RoomSwap PIC X(17).
      *> Ore richieste del termine, iscritti della coorte.
       01 ReqTable.
           02 WS-ReqCount PIC 9(3) VALUE ZERO.
           02 ReqEntry OCCURS 200 TIMES
                   DEPENDING ON WS-ReqCount.
               03 RQ-Heads PIC 9(4).
               03 RQ-Course PIC 9(5).
               03 RQ-Year PIC 99.
               03 RQ-Subject PIC X(20).
               03 RQ-Fac PIC X(6).
               03 RQ-Hours PIC 99.
               03 RQ-Placed PIC 99.
       01 WS-ReqSwap PIC X(41).
      *> Iscritti attivi per coorte (Corso, AnnoCorso).
       01 HeadTable.
           02 WS-HeadCount PIC 9(3) VALUE ZERO.
           02 HeadEntry OCCURS 300 TIMES
                   DEPENDING ON WS-HeadCount.
               03 HC-Course PIC 9(5).
               03 HC-Year PIC 99.
               03 HC-Count PIC 9(4).
      *> Orario del termine: una riga per lezione settimanale, stesso
      *> tracciato di TTREC.cpy.
       01 LecTable.
           02 WS-LecCount PIC 9(3) VALUE ZERO.
           02 LecEntry OCCURS 400 TIMES
                   DEPENDING ON WS-LecCount.
               03 LT-Day PIC 9.
               03 LT-Slot PIC 9.
               03 LT-Course PIC 9(5).
               03 LT-Year PIC 99.
               03 LT-Subject PIC X(20).
               03 LT-Fac PIC X(6).
               03 LT-Room PIC X(4).
               03 LT-Heads PIC 9(4).
       01 WS-LecSwap PIC X(43).
      *> Chiavi distinte per la stampa per corso, aula o docente.
       01 KeyTable.
           02 WS-KeyCount PIC 9(3) VALUE ZERO.
           02 KeyEntry OCCURS 400 TIMES
                   DEPENDING ON WS-KeyCount PIC X(7).
       01 WS-KeySwap PIC X(7).
       01 WS-KeyType PIC X.
       01 WS-LecKey PIC X(7).
      *> Lezioni gia' in 99sessions.dat: non si duplicano.
       01 SessTable.
           02 WS-SessCount PIC 9(4) VALUE ZERO.
           02 SessEntry OCCURS 3000 TIMES
                   DEPENDING ON WS-SessCount PIC X(13).
       01 WS-SessKey.
           02 WS-SessKeyCourse PIC 9(5).
           02 WS-SessKeyDate PIC 9(8).
       01 I PIC 9(4).
       01 J PIC 9(4).
       01 K PIC 9(4).
       01 R PIC 99.
       01 D PIC 9.
       01 S PIC 9.
       01 WS-Hour PIC 99.
       01 WS-Pass PIC 9.
       01 WS-Placed PIC X.
       01 WS-DayUsed PIC X(5).
      *> Controllo conflitti di una lezione in giorno D e fascia S.
       01 WS-ChkCourse PIC 9(5).
       01 WS-ChkYear PIC 99.
       01 WS-ChkFac PIC X(6).
       01 WS-ChkRoom PIC X(4).
       01 WS-ChkHeads PIC 9(4).
       01 WS-ClashWhy PIC X(30).
       01 WS-RoomPick PIC 99.
       01 WS-NewCourse PIC 9(5).
       01 WS-NewYear PIC 99.
       01 WS-NewSubject PIC X(20).
       01 WS-NewFac PIC X(6).
       01 WS-NewHours PIC 99.
       01 WS-NewDay PIC 9.
       01 WS-NewHour PIC 99.
       01 WS-NewRoom PIC X(4).
       01 WS-CourseYears PIC 9.
       01 WS-Unplaced PIC 9(4).
       01 WS-DateInt PIC 9(7).
       01 WS-EndInt PIC 9(7).
       01 WS-Date PIC 9(8).
       01 WS-Dow PIC 9.
       01 WS-SessWritten PIC 9(5).
       01 ReportHeading.
           02 FILLER PIC X(26) VALUE "TEACHING TIMETABLE  term ".
           02 PrnTerm PIC 9(6).
           02 FILLER PIC X(4) VALUE "  - ".
           02 PrnSection PIC X(20).
       01 KeyHeading.
           02 PrnKeyLabel PIC X(10).
           02 PrnKeyValue PIC X(10).
           02 PrnKeyExtra PIC X(40).
       01 LecLine.
           02 FILLER PIC XX VALUE SPACE.
           02 PrnDay PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 PrnFrom PIC 99.
           02 FILLER PIC X VALUE "-".
           02 PrnTo PIC 99.
           02 FILLER PIC X(8) VALUE "  corso ".
           02 PrnCourse PIC 9(5).
           02 FILLER PIC X VALUE "/".
           02 PrnYear PIC 99.
           02 FILLER PIC XX VALUE SPACE.
           02 PrnSubject PIC X(20).
           02 FILLER PIC X(7) VALUE "  aula ".
           02 PrnRoom PIC X(4).
           02 FILLER PIC X(10) VALUE "  docente ".
           02 PrnFac PIC X(6).
           02 FILLER PIC X(11) VALUE "  iscritti ".
           02 PrnHeads PIC ZZZ9.
       PROCEDURE DIVISION.
       StartPara.
      *> Orario settimanale delle lezioni: le ore richieste per
      *> insegnamento (130ttreq.dat) si piazzano in una griglia
      *> lunedi'-venerdi' senza sovrapporre aula, docente o coorte
      *> (Corso, AnnoCorso); l'aula e' la piu' piccola di
      *> 93rooms.dat che contiene gli iscritti. Dall'orario si
      *> generano le lezioni del termine in 99sessions.dat.
           PERFORM LoadRooms.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "WEEKLY TEACHING TIMETABLE"
               DISPLAY "1 : List Hour Requests"
               DISPLAY "2 : Add an Hour Request"
               DISPLAY "3 : Build the Term Timetable"
               DISPLAY "4 : Add a Lecture by Hand"
               DISPLAY "5 : Remove a Lecture"
               DISPLAY "6 : Print Timetables"
               DISPLAY "7 : Generate Class Sessions for the Term"
               DISPLAY "0 : Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM ListRequests
                   WHEN 2 PERFORM AddRequest
                   WHEN 3 PERFORM BuildTimetable
                   WHEN 4 PERFORM AddLecture
                   WHEN 5 PERFORM RemoveLecture
                   WHEN 6 PERFORM PrintTimetables
                   WHEN 7 PERFORM GenerateSessions
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       LoadRooms.
           MOVE ZERO TO WS-RoomCount.
           OPEN INPUT RoomFile.
           IF WS-RoomStatus NOT = "00"
               CLOSE RoomFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y' OR WS-RoomCount >= 20
               READ RoomFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RoomCount
                       MOVE RoomCode TO RM-Code(WS-RoomCount)
                       MOVE RoomBldg TO RM-Bldg(WS-RoomCount)
                       MOVE RoomSeats TO RM-Seats(WS-RoomCount)
               END-READ
           END-PERFORM.
           CLOSE RoomFile.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= WS-RoomCount
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J >= WS-RoomCount
                   IF RM-Seats(J + 1) < RM-Seats(J)
                       MOVE RoomEntry(J) TO WS-RoomSwap
                       MOVE RoomEntry(J + 1) TO RoomEntry(J)
                       MOVE WS-RoomSwap TO RoomEntry(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       ListRequests.
           OPEN INPUT ReqFile.
           IF WS-ReqStatus NOT = "00"
               DISPLAY "No hour requests on file."
               CLOSE ReqFile
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Corso Anno Insegnamento         Docente Ore".
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ReqFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       DISPLAY TrCourse " " TrYear "   " TrSubject
                           " " TrFacCode "  " TrHours
               END-READ
           END-PERFORM.
           CLOSE ReqFile.

       AddRequest.
           DISPLAY "Course code : " WITH NO ADVANCING.
           ACCEPT WS-NewCourse.
           PERFORM GetCourse.
           IF WS-Found = 'N'
               DISPLAY "Corso non in catalogo, refused."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Year of study (AnnoCorso) : " WITH NO ADVANCING.
           ACCEPT WS-NewYear.
           IF WS-NewYear < 1 OR WS-NewYear > WS-CourseYears
               DISPLAY "Il corso dura " WS-CourseYears
                   " anni, refused."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Subject : " WITH NO ADVANCING.
           ACCEPT WS-NewSubject.
           DISPLAY "Teacher code : " WITH NO ADVANCING.
           ACCEPT WS-NewFac.
           PERFORM GetFaculty.
           IF WS-Found = 'N'
               DISPLAY "Docente non in archivio, refused."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Hours per week (1-20) : " WITH NO ADVANCING.
           ACCEPT WS-NewHours.
           IF WS-NewHours < 1 OR WS-NewHours > 20
               DISPLAY "Hours must be 1 to 20, refused."
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND ReqFile.
           IF WS-ReqStatus = "35"
               OPEN OUTPUT ReqFile
               CLOSE ReqFile
               OPEN EXTEND ReqFile
           END-IF.
           MOVE WS-NewCourse TO TrCourse.
           MOVE WS-NewYear TO TrYear.
           MOVE WS-NewSubject TO TrSubject.
           MOVE WS-NewFac TO TrFacCode.
           MOVE WS-NewHours TO TrHours.
           WRITE TtReqData.
           CLOSE ReqFile.
           DISPLAY "Hour request recorded.".

       GetCourse.
           MOVE 'N' TO WS-Found.
           MOVE ZERO TO WS-CourseYears.
           OPEN INPUT CourseFile.
           IF WS-CourseStatus = "00"
               MOVE WS-NewCourse TO CourseCode
               READ CourseFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-Found
                       MOVE CourseYears TO WS-CourseYears
               END-READ
           END-IF.
           CLOSE CourseFile.

       GetFaculty.
           MOVE 'N' TO WS-Found.
           OPEN INPUT FacultyFile.
           IF WS-FacStatus = "00"
               MOVE WS-NewFac TO FacCode
               READ FacultyFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-Found
               END-READ
           END-IF.
           CLOSE FacultyFile.

       AskTerm.
           *> Il termine deve essere nel calendario accademico: le
           *> sue date delimitano le lezioni generate.
           MOVE 'N' TO WS-Found.
           DISPLAY "Term (aaaamm) : " WITH NO ADVANCING.
           ACCEPT WS-AskTerm.
           OPEN INPUT CalFile.
           IF WS-CalStatus = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CalFile
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CalTerm = WS-AskTerm
                               MOVE 'Y' TO WS-Found
                               MOVE CalStart TO WS-TermStart
                               MOVE CalEnd TO WS-TermEnd
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CalFile.
           IF WS-Found = 'N'
               DISPLAY "Term " WS-AskTerm " not in the academic "
                   "calendar."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-TtName.
           STRING "130tt" WS-AskTerm ".dat"
               DELIMITED BY SIZE INTO WS-TtName.

       LoadTimetable.
           MOVE ZERO TO WS-LecCount.
           OPEN INPUT TtFile.
           IF WS-TtStatus NOT = "00"
               CLOSE TtFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y' OR WS-LecCount >= 400
               READ TtFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LecCount
                       MOVE TimetableData TO LecEntry(WS-LecCount)
               END-READ
           END-PERFORM.
           CLOSE TtFile.

       SaveTimetable.
           OPEN OUTPUT TtFile.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LecCount
               MOVE LecEntry(I) TO TimetableData
               WRITE TimetableData
           END-PERFORM.
           CLOSE TtFile.

       LoadHeadcounts.
           *> Iscritti attivi (non laureati ne' ritirati) per coorte.
           MOVE ZERO TO WS-HeadCount.
           OPEN INPUT StudentiMaster.
           IF WS-StudentiMasterStatus NOT = "00"
               CLOSE StudentiMaster
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           MOVE ZERO TO Matr.
           START StudentiMaster KEY IS NOT LESS THAN Matr
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ StudentiMaster NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NOT StudLaureato AND NOT StudRitirato
                           PERFORM TallyHeadcount
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE StudentiMaster.

       TallyHeadcount.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WS-HeadCount
                   OR (HC-Course(K) = Corso AND HC-Year(K) = AnnoCorso)
               CONTINUE
           END-PERFORM.
           IF K > WS-HeadCount
               IF WS-HeadCount >= 300
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-HeadCount
               MOVE Corso TO HC-Course(K)
               MOVE AnnoCorso TO HC-Year(K)
               MOVE ZERO TO HC-Count(K)
           END-IF.
           ADD 1 TO HC-Count(K).

       FindHeadcount.
           MOVE ZERO TO WS-ChkHeads.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-HeadCount
               IF HC-Course(K) = WS-ChkCourse
                       AND HC-Year(K) = WS-ChkYear
                   MOVE HC-Count(K) TO WS-ChkHeads
               END-IF
           END-PERFORM.

       BuildTimetable.
           PERFORM AskTerm.
           IF WS-Found = 'N'
               EXIT PARAGRAPH
           END-IF.
           IF WS-RoomCount = ZERO
               DISPLAY "No rooms in 93rooms.dat, nothing built."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LoadTimetable.
           IF WS-LecCount > ZERO
               DISPLAY "Term " WS-AskTerm " already has " WS-LecCount
                   " lectures: rebuild from the requests? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WS-Confirm
               IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
                   DISPLAY "Timetable unchanged."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM LoadHeadcounts.
           PERFORM LoadRequests.
           IF WS-ReqCount = ZERO
               DISPLAY "No hour requests on file."
               EXIT PARAGRAPH
           END-IF.
           *> Prima le coorti piu' numerose, che hanno meno aule
           *> adatte.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= WS-ReqCount
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J >= WS-ReqCount
                   IF RQ-Heads(J + 1) > RQ-Heads(J)
                       MOVE ReqEntry(J) TO WS-ReqSwap
                       MOVE ReqEntry(J + 1) TO ReqEntry(J)
                       MOVE WS-ReqSwap TO ReqEntry(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE ZERO TO WS-LecCount WS-Unplaced.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ReqCount
               PERFORM PlaceRequest
           END-PERFORM.
           PERFORM SaveTimetable.
           DISPLAY WS-LecCount " lectures placed in " WS-TtName.
           IF WS-Unplaced > ZERO
               DISPLAY WS-Unplaced " requested hours could not be "
                   "placed without a clash (see above)."
           END-IF.

       LoadRequests.
           MOVE ZERO TO WS-ReqCount.
           OPEN INPUT ReqFile.
           IF WS-ReqStatus NOT = "00"
               CLOSE ReqFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y' OR WS-ReqCount >= 200
               READ ReqFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ReqCount
                       MOVE TrCourse TO RQ-Course(WS-ReqCount)
                       MOVE TrYear TO RQ-Year(WS-ReqCount)
                       MOVE TrSubject TO RQ-Subject(WS-ReqCount)
                       MOVE TrFacCode TO RQ-Fac(WS-ReqCount)
                       MOVE TrHours TO RQ-Hours(WS-ReqCount)
                       MOVE ZERO TO RQ-Placed(WS-ReqCount)
                       MOVE TrCourse TO WS-ChkCourse
                       MOVE TrYear TO WS-ChkYear
                       PERFORM FindHeadcount
                       MOVE WS-ChkHeads TO RQ-Heads(WS-ReqCount)
               END-READ
           END-PERFORM.
           CLOSE ReqFile.

       PlaceRequest.
           *> Un'ora per giorno finche' ce ne sono liberi, poi anche
           *> due ore lo stesso giorno.
           MOVE RQ-Course(I) TO WS-ChkCourse.
           MOVE RQ-Year(I) TO WS-ChkYear.
           MOVE RQ-Fac(I) TO WS-ChkFac.
           MOVE RQ-Heads(I) TO WS-ChkHeads.
           MOVE "NNNNN" TO WS-DayUsed.
           PERFORM VARYING WS-Hour FROM 1 BY 1
                   UNTIL WS-Hour > RQ-Hours(I)
               MOVE 'N' TO WS-Placed
               PERFORM VARYING WS-Pass FROM 1 BY 1
                       UNTIL WS-Pass > 2 OR WS-Placed = 'Y'
                   PERFORM VARYING D FROM 1 BY 1
                           UNTIL D > 5 OR WS-Placed = 'Y'
                       IF WS-Pass = 2 OR WS-DayUsed(D:1) = 'N'
                           PERFORM VARYING S FROM 1 BY 1
                                   UNTIL S > 8 OR WS-Placed = 'Y'
                               PERFORM TrySlot
                           END-PERFORM
                       END-IF
                   END-PERFORM
               END-PERFORM
               IF WS-Placed = 'N'
                   ADD 1 TO WS-Unplaced
                   DISPLAY "Not placed: corso " RQ-Course(I) "/"
                       RQ-Year(I) " " RQ-Subject(I) " hour "
                       WS-Hour " of " RQ-Hours(I)
               END-IF
           END-PERFORM.

       TrySlot.
           MOVE SPACES TO WS-ChkRoom.
           PERFORM CheckClash.
           IF WS-ClashWhy NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-RoomPick.
           PERFORM VARYING R FROM 1 BY 1
                   UNTIL R > WS-RoomCount OR WS-RoomPick > ZERO
               IF RM-Seats(R) >= WS-ChkHeads
                   MOVE RM-Code(R) TO WS-ChkRoom
                   PERFORM CheckClash
                   IF WS-ClashWhy = SPACES
                       MOVE R TO WS-RoomPick
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-RoomPick = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-LecCount >= 400
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LecCount.
           MOVE D TO LT-Day(WS-LecCount).
           MOVE S TO LT-Slot(WS-LecCount).
           MOVE RQ-Course(I) TO LT-Course(WS-LecCount).
           MOVE RQ-Year(I) TO LT-Year(WS-LecCount).
           MOVE RQ-Subject(I) TO LT-Subject(WS-LecCount).
           MOVE RQ-Fac(I) TO LT-Fac(WS-LecCount).
           MOVE RM-Code(WS-RoomPick) TO LT-Room(WS-LecCount).
           MOVE RQ-Heads(I) TO LT-Heads(WS-LecCount).
           ADD 1 TO RQ-Placed(I).
           MOVE 'Y' TO WS-DayUsed(D:1).
           MOVE 'Y' TO WS-Placed.

       CheckClash.
           *> Conflitto in giorno D, fascia S: stessa aula, stesso
           *> docente o stessa coorte (Corso, AnnoCorso).
           MOVE SPACES TO WS-ClashWhy.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WS-LecCount OR WS-ClashWhy NOT = SPACES
               IF LT-Day(K) = D AND LT-Slot(K) = S
                   EVALUATE TRUE
                       WHEN LT-Room(K) = WS-ChkRoom
                           MOVE "room already booked" TO WS-ClashWhy
                       WHEN LT-Fac(K) = WS-ChkFac
                           MOVE "teacher already teaching"
                               TO WS-ClashWhy
                       WHEN LT-Course(K) = WS-ChkCourse
                               AND LT-Year(K) = WS-ChkYear
                           MOVE "cohort already in class"
                               TO WS-ClashWhy
                   END-EVALUATE
               END-IF
           END-PERFORM.

       AskDayHour.
           MOVE ZERO TO D S.
           DISPLAY "Day (1=Mon ... 5=Fri) : " WITH NO ADVANCING.
           ACCEPT WS-NewDay.
           DISPLAY "Start hour (09,10,11,12,14,15,16,17) : "
               WITH NO ADVANCING.
           ACCEPT WS-NewHour.
           IF WS-NewDay < 1 OR WS-NewDay > 5
               DISPLAY "Day must be 1 to 5."
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > 8 OR SlotHour(K) = WS-NewHour
               CONTINUE
           END-PERFORM.
           IF K > 8
               DISPLAY "Not a timetable hour."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NewDay TO D.
           MOVE K TO S.

       AddLecture.
           PERFORM AskTerm.
           IF WS-Found = 'N'
               EXIT PARAGRAPH
           END-IF.
           PERFORM LoadTimetable.
           IF WS-LecCount >= 400
               DISPLAY "Timetable full."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Course code : " WITH NO ADVANCING.
           ACCEPT WS-NewCourse.
           PERFORM GetCourse.
           IF WS-Found = 'N'
               DISPLAY "Corso non in catalogo, refused."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Year of study (AnnoCorso) : " WITH NO ADVANCING.
           ACCEPT WS-NewYear.
           IF WS-NewYear < 1 OR WS-NewYear > WS-CourseYears
               DISPLAY "Il corso dura " WS-CourseYears
                   " anni, refused."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Subject : " WITH NO ADVANCING.
           ACCEPT WS-NewSubject.
           DISPLAY "Teacher code : " WITH NO ADVANCING.
           ACCEPT WS-NewFac.
           PERFORM GetFaculty.
           IF WS-Found = 'N'
               DISPLAY "Docente non in archivio, refused."
               EXIT PARAGRAPH
           END-IF.
           PERFORM AskDayHour.
           IF D = ZERO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Room : " WITH NO ADVANCING.
           ACCEPT WS-NewRoom.
           PERFORM VARYING R FROM 1 BY 1
                   UNTIL R > WS-RoomCount OR RM-Code(R) = WS-NewRoom
               CONTINUE
           END-PERFORM.
           IF R > WS-RoomCount
               DISPLAY "Room not in 93rooms.dat, refused."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LoadHeadcounts.
           MOVE WS-NewCourse TO WS-ChkCourse.
           MOVE WS-NewYear TO WS-ChkYear.
           PERFORM FindHeadcount.
           IF RM-Seats(R) < WS-ChkHeads
               DISPLAY "Room " WS-NewRoom " seats " RM-Seats(R)
                   ", cohort has " WS-ChkHeads " students, refused."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NewFac TO WS-ChkFac.
           MOVE WS-NewRoom TO WS-ChkRoom.
           PERFORM CheckClash.
           IF WS-ClashWhy NOT = SPACES
               DISPLAY "Clash on " DayName(D) " " SlotHour(S)
                   ": " WS-ClashWhy ", refused."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LecCount.
           MOVE D TO LT-Day(WS-LecCount).
           MOVE S TO LT-Slot(WS-LecCount).
           MOVE WS-NewCourse TO LT-Course(WS-LecCount).
           MOVE WS-NewYear TO LT-Year(WS-LecCount).
           MOVE WS-NewSubject TO LT-Subject(WS-LecCount).
           MOVE WS-NewFac TO LT-Fac(WS-LecCount).
           MOVE WS-NewRoom TO LT-Room(WS-LecCount).
           MOVE WS-ChkHeads TO LT-Heads(WS-LecCount).
           PERFORM SaveTimetable.
           DISPLAY "Lecture added on " DayName(D) " " SlotHour(S)
               " in room " WS-NewRoom ".".

       RemoveLecture.
           PERFORM AskTerm.
           IF WS-Found = 'N'
               EXIT PARAGRAPH
           END-IF.
           PERFORM LoadTimetable.
           PERFORM AskDayHour.
           IF D = ZERO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Room : " WITH NO ADVANCING.
           ACCEPT WS-NewRoom.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-LecCount
                   OR (LT-Day(I) = D AND LT-Slot(I) = S
                       AND LT-Room(I) = WS-NewRoom)
               CONTINUE
           END-PERFORM.
           IF I > WS-LecCount
               DISPLAY "No lecture in that room at that time."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Remove corso " LT-Course(I) "/" LT-Year(I) " "
               LT-Subject(I) "? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-Confirm.
           IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
               DISPLAY "Nothing removed."
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING J FROM I BY 1 UNTIL J >= WS-LecCount
               MOVE LecEntry(J + 1) TO LecEntry(J)
           END-PERFORM.
           SUBTRACT 1 FROM WS-LecCount.
           PERFORM SaveTimetable.
           DISPLAY "Lecture removed.".

       PrintTimetables.
           PERFORM AskTerm.
           IF WS-Found = 'N'
               EXIT PARAGRAPH
           END-IF.
           PERFORM LoadTimetable.
           IF WS-LecCount = ZERO
               DISPLAY "No timetable for term " WS-AskTerm "."
               EXIT PARAGRAPH
           END-IF.
           *> Righe in ordine di giorno e fascia.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= WS-LecCount
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J >= WS-LecCount
                   IF LecEntry(J + 1)(1:2) < LecEntry(J)(1:2)
                       MOVE LecEntry(J) TO WS-LecSwap
                       MOVE LecEntry(J + 1) TO LecEntry(J)
                       MOVE WS-LecSwap TO LecEntry(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           OPEN OUTPUT TtReport.
           MOVE WS-AskTerm TO PrnTerm.
           MOVE 'C' TO WS-KeyType.
           MOVE "by course and year" TO PrnSection.
           PERFORM PrintSection.
           MOVE 'R' TO WS-KeyType.
           MOVE "by room" TO PrnSection.
           PERFORM PrintSection.
           MOVE 'T' TO WS-KeyType.
           MOVE "by teacher" TO PrnSection.
           PERFORM PrintSection.
           CLOSE TtReport.
           DISPLAY "Timetables written to 130timetable.rpt.".

       PrintSection.
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING PAGE.
           MOVE ZERO TO WS-KeyCount.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LecCount
               PERFORM GetLecKey
               PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > WS-KeyCount
                       OR KeyEntry(K) = WS-LecKey
                   CONTINUE
               END-PERFORM
               IF K > WS-KeyCount
                   ADD 1 TO WS-KeyCount
                   MOVE WS-LecKey TO KeyEntry(WS-KeyCount)
               END-IF
           END-PERFORM.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= WS-KeyCount
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J >= WS-KeyCount
                   IF KeyEntry(J + 1) < KeyEntry(J)
                       MOVE KeyEntry(J) TO WS-KeySwap
                       MOVE KeyEntry(J + 1) TO KeyEntry(J)
                       MOVE WS-KeySwap TO KeyEntry(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-KeyCount
               PERFORM PrintKeyHeading
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LecCount
                   PERFORM GetLecKey
                   IF WS-LecKey = KeyEntry(K)
                       PERFORM PrintLecLine
                   END-IF
               END-PERFORM
           END-PERFORM.

       GetLecKey.
           MOVE SPACES TO WS-LecKey.
           EVALUATE WS-KeyType
               WHEN 'C'
                   MOVE LT-Course(I) TO WS-LecKey(1:5)
                   MOVE LT-Year(I) TO WS-LecKey(6:2)
               WHEN 'R'
                   MOVE LT-Room(I) TO WS-LecKey
               WHEN OTHER
                   MOVE LT-Fac(I) TO WS-LecKey
           END-EVALUATE.

       PrintKeyHeading.
           MOVE SPACES TO KeyHeading.
           EVALUATE WS-KeyType
               WHEN 'C'
                   MOVE "Corso" TO PrnKeyLabel
                   STRING KeyEntry(K)(1:5) "/" KeyEntry(K)(6:2)
                       DELIMITED BY SIZE INTO PrnKeyValue
                   END-STRING
               WHEN 'R'
                   MOVE "Aula" TO PrnKeyLabel
                   MOVE KeyEntry(K) TO PrnKeyValue
                   PERFORM VARYING R FROM 1 BY 1
                           UNTIL R > WS-RoomCount
                           OR RM-Code(R) = KeyEntry(K)(1:4)
                       CONTINUE
                   END-PERFORM
                   IF R <= WS-RoomCount
                       STRING RM-Bldg(R) "  posti " RM-Seats(R)
                           DELIMITED BY SIZE INTO PrnKeyExtra
                       END-STRING
                   END-IF
               WHEN OTHER
                   MOVE "Docente" TO PrnKeyLabel
                   MOVE KeyEntry(K) TO PrnKeyValue
                   MOVE KeyEntry(K)(1:6) TO WS-NewFac
                   OPEN INPUT FacultyFile
                   IF WS-FacStatus = "00"
                       MOVE WS-NewFac TO FacCode
                       READ FacultyFile
                           INVALID KEY CONTINUE
                           NOT INVALID KEY MOVE FacName TO PrnKeyExtra
                       END-READ
                   END-IF
                   CLOSE FacultyFile
           END-EVALUATE.
           WRITE PrintLine FROM KeyHeading AFTER ADVANCING 2 LINES.

       PrintLecLine.
           MOVE DayName(LT-Day(I)) TO PrnDay.
           MOVE SlotHour(LT-Slot(I)) TO PrnFrom.
           COMPUTE PrnTo = SlotHour(LT-Slot(I)) + 1.
           MOVE LT-Course(I) TO PrnCourse.
           MOVE LT-Year(I) TO PrnYear.
           MOVE LT-Subject(I) TO PrnSubject.
           MOVE LT-Room(I) TO PrnRoom.
           MOVE LT-Fac(I) TO PrnFac.
           MOVE LT-Heads(I) TO PrnHeads.
           WRITE PrintLine FROM LecLine AFTER ADVANCING 1 LINE.

       GenerateSessions.
           *> Una lezione per corso e giorno del termine in cui
           *> l'orario ne prevede almeno una; le date gia' presenti
           *> in 99sessions.dat non si ripetono.
           PERFORM AskTerm.
           IF WS-Found = 'N'
               EXIT PARAGRAPH
           END-IF.
           PERFORM LoadTimetable.
           IF WS-LecCount = ZERO
               DISPLAY "No timetable for term " WS-AskTerm "."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LoadSessions.
           OPEN EXTEND SessionFile.
           IF WS-SessStatus = "35"
               OPEN OUTPUT SessionFile
               CLOSE SessionFile
               OPEN EXTEND SessionFile
           END-IF.
           MOVE ZERO TO WS-SessWritten.
           COMPUTE WS-DateInt = FUNCTION INTEGER-OF-DATE(WS-TermStart).
           COMPUTE WS-EndInt = FUNCTION INTEGER-OF-DATE(WS-TermEnd).
           PERFORM UNTIL WS-DateInt > WS-EndInt
               *> Giorno 1 del calendario intero (1601-01-01) e' un
               *> lunedi'.
               COMPUTE WS-Dow = FUNCTION MOD(WS-DateInt - 1, 7) + 1
               IF WS-Dow <= 5
                   COMPUTE WS-Date =
                       FUNCTION DATE-OF-INTEGER(WS-DateInt)
                   PERFORM SessionsForDay
               END-IF
               ADD 1 TO WS-DateInt
           END-PERFORM.
           CLOSE SessionFile.
           DISPLAY WS-SessWritten " class sessions added to "
               "99sessions.dat for term " WS-AskTerm ".".

       LoadSessions.
           MOVE ZERO TO WS-SessCount.
           OPEN INPUT SessionFile.
           IF WS-SessStatus NOT = "00"
               CLOSE SessionFile
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SessionFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SesDate >= WS-TermStart
                               AND SesDate <= WS-TermEnd
                               AND WS-SessCount < 3000
                           ADD 1 TO WS-SessCount
                           MOVE SessionData TO SessEntry(WS-SessCount)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SessionFile.

       SessionsForDay.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LecCount
               IF LT-Day(I) = WS-Dow
                   MOVE LT-Course(I) TO WS-SessKeyCourse
                   MOVE WS-Date TO WS-SessKeyDate
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > WS-SessCount
                           OR SessEntry(J) = WS-SessKey
                       CONTINUE
                   END-PERFORM
                   IF J > WS-SessCount
                       MOVE WS-SessKeyCourse TO SesCourse
                       MOVE WS-SessKeyDate TO SesDate
                       WRITE SessionData
                       ADD 1 TO WS-SessWritten
                       IF WS-SessCount < 3000
                           ADD 1 TO WS-SessCount
                           MOVE WS-SessKey TO SessEntry(WS-SessCount)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
