       IDENTIFICATION DIVISION.
       PROGRAM-ID. examsched.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> End-of-term exam timetable - timetable.cob proves the
       *> weekly meeting slots clash-free, but the exam schedule was
       *> built on a whiteboard, and every term somebody sat two
       *> exams at once or a room that seats 30 was booked for 60.
       *> ExamSessions.dat lists the sessions on offer - date, slot
       *> of the day, room and seats. Each section on
       *> SectionControl.dat is placed in a session, biggest section
       *> first, so that no student on student4.dat has two exams in
       *> the same date and slot and the sections sharing a room
       *> never need more seats than it has. Prints to
       *> ExamTimetable.txt a timetable per room and one per
       *> student, then every section that could not be placed and
       *> why, and ends with return code 8 when any were left over.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT SessionFile ASSIGN TO 'ExamSessions.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSSessionStatus.
              SELECT ControlFile ASSIGN TO 'SectionControl.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSControlStatus.
              SELECT RosterFile ASSIGN TO 'student4.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSRosterStatus.
              SELECT ReportFile ASSIGN TO 'ExamTimetable.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD SessionFile.
       01 SessionRecord.
              02 EsDate       PIC 9(8).
              02 FILLER       PIC X(1).
              02 EsSlot       PIC 9.
              02 FILLER       PIC X(1).
              02 EsRoom       PIC X(4).
              02 FILLER       PIC X(1).
              02 EsSeats      PIC 9(3).
       FD ControlFile.
       COPY sectrec.
       FD RosterFile.
           COPY studrec REPLACING ==RECNAME== BY ==NStudData==
                                   ==IDFIELD== BY ==NIDNum==
                                   ==NAMEFIELD== BY ==NStudName==
                                   ==SECTFIELD== BY ==NStudSection==.
       FD ReportFile.
       01 ReportLine   PIC X(70).

       WORKING-STORAGE SECTION.
       01 WSSessionStatus PIC XX.
       01 WSControlStatus PIC XX.
       01 WSRosterStatus  PIC XX.
       01 WSReportStatus  PIC XX.
       01 WSEOF           PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
      *> The sessions on offer, ordered by date and slot so the
      *> earliest free session is always tried first. WSSesFree is
      *> the seats still unbooked.
       01 WSSesTable.
              02 WSSesEntry OCCURS 50 TIMES.
                  03 WSSesDate     PIC 9(8).
                  03 WSSesSlot     PIC 9.
                  03 WSSesRoom     PIC X(4).
                  03 WSSesSeats    PIC 9(3).
                  03 WSSesFree     PIC 9(3).
       01 WSSesCount      PIC 99 VALUE ZERO.
       01 WSSesIdx        PIC 99.
       01 WSSesScan       PIC 99.
       01 WSSesSwap.
              02 WSSwDate      PIC 9(8).
              02 WSSwSlot      PIC 9.
              02 WSSwRoom      PIC X(4).
              02 WSSwSeats     PIC 9(3).
              02 WSSwFree      PIC 9(3).
      *> The sections, each with its enrollment, the session it is
      *> placed in (zero until placed) and the reason when it can't
      *> be - twenty sections is the same bound sectreport.cob
      *> lives with
       01 WSSectTable.
              02 WSSectEntry OCCURS 20 TIMES.
                  03 WSSectCode    PIC X(2).
                  03 WSSectSize    PIC 9(3).
                  03 WSSectSession PIC 99.
                  03 WSSectReason  PIC X(40).
       01 WSSectCount     PIC 99 VALUE ZERO.
       01 WSSectIdx       PIC 99.
       01 WSSectScan      PIC 99.
       01 WSSectFound     PIC 99.
       01 WSSectSwap.
              02 WSSSCode      PIC X(2).
              02 WSSSSize      PIC 9(3).
              02 WSSSSession   PIC 99.
              02 WSSSReason    PIC X(40).
      *> The roster held whole - a student in two sections is two
      *> entries, and those two sections may not share a slot
       01 WSRosTable.
              02 WSRosEntry OCCURS 500 TIMES.
                  03 WSRosID       PIC 9(4).
                  03 WSRosName     PIC X(10).
                  03 WSRosSect     PIC X(2).
       01 WSRosCount      PIC 9(3) VALUE ZERO.
       01 WSRosIdx        PIC 9(3).
       01 WSRosScan       PIC 9(3).
       01 WSRosFull       PIC X VALUE 'N'.
              88 RosterTableFull    VALUE 'Y'.
      *> Section pairs sharing at least one student - built once,
      *> before any placing is done
       01 WSClashTable.
              02 WSClashRow OCCURS 20 TIMES.
                  03 WSClash OCCURS 20 TIMES  PIC X.
       01 WSClashSwap     PIC X(20).
       01 WSClashCell     PIC X.
       01 WSSlotFlag      PIC X.
              88 SlotClashes      VALUE 'Y'.
       01 WSRoomFlag      PIC X.
              88 RoomSeatsFound   VALUE 'Y'.
       01 WSRoomList.
              02 WSRoomName OCCURS 50 TIMES  PIC X(4).
       01 WSRoomCount     PIC 99 VALUE ZERO.
       01 WSRoomIdx       PIC 99.
       01 WSRoomFound     PIC 99.
       01 WSPlacedCount   PIC 99 VALUE ZERO.
       01 WSUnplacedCount PIC 99 VALUE ZERO.
       01 WSEmptyCount    PIC 99 VALUE ZERO.
       01 WSRoomHead.
              02 FILLER       PIC X(7) VALUE "Room : ".
              02 WSRHRoom     PIC X(4).
       01 WSRoomLine.
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSRLDate     PIC 9999/99/99.
              02 FILLER       PIC X(7) VALUE "  slot ".
              02 WSRLSlot     PIC 9.
              02 FILLER       PIC X(10) VALUE "  section ".
              02 WSRLSection  PIC X(2).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSRLSize     PIC ZZ9.
              02 FILLER       PIC X(4) VALUE " of ".
              02 WSRLSeats    PIC ZZ9.
              02 FILLER       PIC X(6) VALUE " seats".
       01 WSStudLine.
              02 WSTLIDNum    PIC 9(4).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSTLName     PIC X(10).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSTLSection  PIC X(2).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSTLDate     PIC 9999/99/99.
              02 FILLER       PIC X(7) VALUE "  slot ".
              02 WSTLSlot     PIC 9.
              02 FILLER       PIC X(4) VALUE " in ".
              02 WSTLRoom     PIC X(4).
       01 WSUnplacedLine.
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSULSection  PIC X(2).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSULSize     PIC ZZ9.
              02 FILLER       PIC X(12) VALUE " student(s)".
              02 WSULReason   PIC X(40).

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           PERFORM LoadSessions.
           IF WSSesCount = ZERO
              DISPLAY "examsched: no ExamSessions.dat on file - "
                  "nothing to schedule"
              GOBACK
           END-IF.
           PERFORM LoadSections.
           IF WSSectCount = ZERO
              DISPLAY "examsched: no SectionControl.dat on file - "
                  "nothing to schedule"
              GOBACK
           END-IF.
           PERFORM LoadRoster.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM BuildClashTable.
           PERFORM SortSectionsBySize.
           PERFORM PlaceOneSection
               VARYING WSSectIdx FROM 1 BY 1
               UNTIL WSSectIdx > WSSectCount.
           OPEN OUTPUT ReportFile.
           IF WSReportStatus NOT = "00"
              DISPLAY "examsched: unable to open ExamTimetable.txt"
                  " - status " WSReportStatus
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM ReportByRoom.
           PERFORM ReportByStudent.
           PERFORM ReportUnplaced.
           CLOSE ReportFile.
           DISPLAY "examsched: " WSPlacedCount " section(s) "
               "placed, " WSUnplacedCount " not placed - see "
               "ExamTimetable.txt".
           IF WSUnplacedCount > ZERO
              MOVE 8 TO RETURN-CODE
           END-IF.
      *> GOBACK so a batch driver can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

      *> A line with a bad date, slot or seat count can't be booked
      *> and is skipped
       LoadSessions.
           OPEN INPUT SessionFile.
           IF WSSessionStatus NOT = "00"
              CLOSE SessionFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ SessionFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF EsDate NUMERIC AND EsSlot NUMERIC
                            AND EsSeats NUMERIC AND EsSeats > ZERO
                            AND EsRoom NOT = SPACES
                            AND WSSesCount < 50
                            ADD 1 TO WSSesCount
                            MOVE EsDate TO WSSesDate(WSSesCount)
                            MOVE EsSlot TO WSSesSlot(WSSesCount)
                            MOVE EsRoom TO WSSesRoom(WSSesCount)
                            MOVE EsSeats TO WSSesSeats(WSSesCount)
                            MOVE EsSeats TO WSSesFree(WSSesCount)
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE SessionFile
              MOVE 'N' TO WSEOF
           END-IF.
      *> Date then slot - the same exchange sort the other report
      *> programs use
           PERFORM VARYING WSSesIdx FROM 1 BY 1
               UNTIL WSSesIdx > WSSesCount
               PERFORM VARYING WSSesScan FROM 1 BY 1
                   UNTIL WSSesScan >= WSSesCount
                   IF WSSesDate(WSSesScan) > WSSesDate(WSSesScan + 1)
                      OR (WSSesDate(WSSesScan) =
                          WSSesDate(WSSesScan + 1)
                      AND WSSesSlot(WSSesScan) >
                          WSSesSlot(WSSesScan + 1))
                      MOVE WSSesEntry(WSSesScan) TO WSSesSwap
                      MOVE WSSesEntry(WSSesScan + 1)
                          TO WSSesEntry(WSSesScan)
                      MOVE WSSesSwap TO WSSesEntry(WSSesScan + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       LoadSections.
           OPEN INPUT ControlFile.
           IF WSControlStatus NOT = "00"
              CLOSE ControlFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ ControlFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSSectCount < 20
                            ADD 1 TO WSSectCount
                            MOVE CtlSection
                                TO WSSectCode(WSSectCount)
                            MOVE ZERO TO WSSectSize(WSSectCount)
                            MOVE ZERO TO WSSectSession(WSSectCount)
                            MOVE SPACES TO WSSectReason(WSSectCount)
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE ControlFile
              MOVE 'N' TO WSEOF
           END-IF.

       LoadRoster.
           OPEN INPUT RosterFile.
           IF WSRosterStatus NOT = "00"
              DISPLAY "examsched: unable to open student4.dat - "
                  "status " WSRosterStatus
              CLOSE RosterFile
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM UNTIL EndOfPass OR RosterTableFull
                 READ RosterFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSRosCount < 500
                            ADD 1 TO WSRosCount
                            MOVE NIDNum TO WSRosID(WSRosCount)
                            MOVE NStudName TO WSRosName(WSRosCount)
                            MOVE NStudSection
                                TO WSRosSect(WSRosCount)
                            PERFORM CountSectionSeat
                         ELSE
                            SET RosterTableFull TO TRUE
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE RosterFile
              MOVE 'N' TO WSEOF
              IF RosterTableFull
                 DISPLAY "examsched: student4.dat has more than 500"
                     " records - table exceeded, aborting run"
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.

       CountSectionSeat.
           PERFORM VARYING WSSectScan FROM 1 BY 1
               UNTIL WSSectScan > WSSectCount
               IF WSSectCode(WSSectScan) = NStudSection
                  ADD 1 TO WSSectSize(WSSectScan)
               END-IF
           END-PERFORM.

      *> Two roster entries with the same ID in different sections
      *> mark that pair of sections as clashing
       BuildClashTable.
           MOVE ALL 'N' TO WSClashTable.
           PERFORM VARYING WSRosIdx FROM 1 BY 1
               UNTIL WSRosIdx > WSRosCount
               PERFORM VARYING WSRosScan FROM 1 BY 1
                   UNTIL WSRosScan >= WSRosIdx
                   IF WSRosID(WSRosScan) = WSRosID(WSRosIdx)
                      AND WSRosSect(WSRosScan)
                          NOT = WSRosSect(WSRosIdx)
                      PERFORM MarkSectionClash
                   END-IF
               END-PERFORM
           END-PERFORM.

       MarkSectionClash.
           MOVE ZERO TO WSSectFound.
           MOVE ZERO TO WSSectScan.
           PERFORM VARYING WSSectIdx FROM 1 BY 1
               UNTIL WSSectIdx > WSSectCount
               IF WSSectCode(WSSectIdx) = WSRosSect(WSRosIdx)
                  MOVE WSSectIdx TO WSSectFound
               END-IF
               IF WSSectCode(WSSectIdx) = WSRosSect(WSRosScan)
                  MOVE WSSectIdx TO WSSectScan
               END-IF
           END-PERFORM.
           IF WSSectFound > ZERO AND WSSectScan > ZERO
              MOVE 'Y' TO WSClash(WSSectFound, WSSectScan)
              MOVE 'Y' TO WSClash(WSSectScan, WSSectFound)
           END-IF.

      *> Biggest section first - the large ones have the fewest
      *> rooms that fit them, so they choose before the small ones
      *> fill those rooms up. The clash table moves with its rows
      *> and columns.
       SortSectionsBySize.
           PERFORM VARYING WSSectIdx FROM 1 BY 1
               UNTIL WSSectIdx > WSSectCount
               PERFORM VARYING WSSectScan FROM 1 BY 1
                   UNTIL WSSectScan >= WSSectCount
                   IF WSSectSize(WSSectScan) <
                       WSSectSize(WSSectScan + 1)
                      PERFORM SwapSections
                   END-IF
               END-PERFORM
           END-PERFORM.

       SwapSections.
           MOVE WSSectEntry(WSSectScan) TO WSSectSwap.
           MOVE WSSectEntry(WSSectScan + 1)
               TO WSSectEntry(WSSectScan).
           MOVE WSSectSwap TO WSSectEntry(WSSectScan + 1).
           MOVE WSClashRow(WSSectScan) TO WSClashSwap.
           MOVE WSClashRow(WSSectScan + 1)
               TO WSClashRow(WSSectScan).
           MOVE WSClashSwap TO WSClashRow(WSSectScan + 1).
           PERFORM VARYING WSSectFound FROM 1 BY 1
               UNTIL WSSectFound > WSSectCount
               MOVE WSClash(WSSectFound, WSSectScan) TO WSClashCell
               MOVE WSClash(WSSectFound, WSSectScan + 1)
                   TO WSClash(WSSectFound, WSSectScan)
               MOVE WSClashCell
                   TO WSClash(WSSectFound, WSSectScan + 1)
           END-PERFORM.

      *> The first session, in date and slot order, with the seats
      *> left for the whole section and no exam already in that
      *> date and slot for any of its students
       PlaceOneSection.
           MOVE 'N' TO WSRoomFlag.
           IF WSSectSize(WSSectIdx) = ZERO
              MOVE "no students enrolled - no exam needed"
                  TO WSSectReason(WSSectIdx)
              ADD 1 TO WSEmptyCount
           ELSE
              PERFORM VARYING WSSesIdx FROM 1 BY 1
                  UNTIL WSSesIdx > WSSesCount
                     OR WSSectSession(WSSectIdx) > ZERO
                  IF WSSesSeats(WSSesIdx) >= WSSectSize(WSSectIdx)
                     SET RoomSeatsFound TO TRUE
                  END-IF
                  IF WSSesFree(WSSesIdx) >= WSSectSize(WSSectIdx)
                     PERFORM CheckSlotClash
                     IF NOT SlotClashes
                        MOVE WSSesIdx TO WSSectSession(WSSectIdx)
                        SUBTRACT WSSectSize(WSSectIdx)
                            FROM WSSesFree(WSSesIdx)
                     END-IF
                  END-IF
              END-PERFORM
              IF WSSectSession(WSSectIdx) > ZERO
                 ADD 1 TO WSPlacedCount
              ELSE
                 ADD 1 TO WSUnplacedCount
                 IF RoomSeatsFound
                    MOVE "sessions that fit clash or are full"
                        TO WSSectReason(WSSectIdx)
                 ELSE
                    MOVE "no exam room seats this many"
                        TO WSSectReason(WSSectIdx)
                 END-IF
              END-IF
           END-IF.

       CheckSlotClash.
           MOVE 'N' TO WSSlotFlag.
           PERFORM VARYING WSSectScan FROM 1 BY 1
               UNTIL WSSectScan >= WSSectIdx OR SlotClashes
               IF WSSectSession(WSSectScan) > ZERO
                  AND WSClash(WSSectIdx, WSSectScan) = 'Y'
                  AND WSSesDate(WSSectSession(WSSectScan))
                      = WSSesDate(WSSesIdx)
                  AND WSSesSlot(WSSectSession(WSSectScan))
                      = WSSesSlot(WSSesIdx)
                  SET SlotClashes TO TRUE
               END-IF
           END-PERFORM.

      *> Rooms in the order they first appear, each with its
      *> sessions in date and slot order and the sections sitting
      *> there
       ReportByRoom.
           MOVE "Exam timetable by room :" TO ReportLine.
           WRITE ReportLine.
           PERFORM VARYING WSSesIdx FROM 1 BY 1
               UNTIL WSSesIdx > WSSesCount
               MOVE ZERO TO WSRoomFound
               PERFORM VARYING WSRoomIdx FROM 1 BY 1
                   UNTIL WSRoomIdx > WSRoomCount
                   IF WSRoomName(WSRoomIdx) = WSSesRoom(WSSesIdx)
                      MOVE WSRoomIdx TO WSRoomFound
                   END-IF
               END-PERFORM
               IF WSRoomFound = ZERO
                  ADD 1 TO WSRoomCount
                  MOVE WSSesRoom(WSSesIdx) TO WSRoomName(WSRoomCount)
               END-IF
           END-PERFORM.
           PERFORM PrintOneRoom
               VARYING WSRoomIdx FROM 1 BY 1
               UNTIL WSRoomIdx > WSRoomCount.

       PrintOneRoom.
           MOVE WSRoomName(WSRoomIdx) TO WSRHRoom.
           WRITE ReportLine FROM WSRoomHead
               AFTER ADVANCING 1 LINE
           END-WRITE.
           PERFORM VARYING WSSesIdx FROM 1 BY 1
               UNTIL WSSesIdx > WSSesCount
               IF WSSesRoom(WSSesIdx) = WSRoomName(WSRoomIdx)
                  PERFORM VARYING WSSectIdx FROM 1 BY 1
                      UNTIL WSSectIdx > WSSectCount
                      IF WSSectSession(WSSectIdx) = WSSesIdx
                         MOVE WSSesDate(WSSesIdx) TO WSRLDate
                         MOVE WSSesSlot(WSSesIdx) TO WSRLSlot
                         MOVE WSSectCode(WSSectIdx) TO WSRLSection
                         MOVE WSSectSize(WSSectIdx) TO WSRLSize
                         MOVE WSSesSeats(WSSesIdx) TO WSRLSeats
                         WRITE ReportLine FROM WSRoomLine
                             AFTER ADVANCING 1 LINE
                         END-WRITE
                      END-IF
                  END-PERFORM
               END-IF
           END-PERFORM.

      *> One line per roster entry, in roster order - the same
      *> shape as timetable.cob's per-student list
       ReportByStudent.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
           MOVE "Exam timetable by student :" TO ReportLine.
           WRITE ReportLine.
           PERFORM VARYING WSRosIdx FROM 1 BY 1
               UNTIL WSRosIdx > WSRosCount
               MOVE ZERO TO WSSectFound
               PERFORM VARYING WSSectScan FROM 1 BY 1
                   UNTIL WSSectScan > WSSectCount
                   IF WSSectCode(WSSectScan) = WSRosSect(WSRosIdx)
                      MOVE WSSectScan TO WSSectFound
                   END-IF
               END-PERFORM
               IF WSSectFound > ZERO
                  AND WSSectSession(WSSectFound) > ZERO
                  MOVE WSSectSession(WSSectFound) TO WSSesIdx
                  MOVE WSRosID(WSRosIdx) TO WSTLIDNum
                  MOVE WSRosName(WSRosIdx) TO WSTLName
                  MOVE WSRosSect(WSRosIdx) TO WSTLSection
                  MOVE WSSesDate(WSSesIdx) TO WSTLDate
                  MOVE WSSesSlot(WSSesIdx) TO WSTLSlot
                  MOVE WSSesRoom(WSSesIdx) TO WSTLRoom
                  WRITE ReportLine FROM WSStudLine
                      AFTER ADVANCING 1 LINE
                  END-WRITE
               ELSE
                  MOVE SPACES TO ReportLine
                  STRING WSRosID(WSRosIdx) "  " WSRosName(WSRosIdx)
                      "  " WSRosSect(WSRosIdx)
                      "  no exam scheduled"
                      DELIMITED BY SIZE INTO ReportLine
                  WRITE ReportLine
                      AFTER ADVANCING 1 LINE
                  END-WRITE
               END-IF
           END-PERFORM.

       ReportUnplaced.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
           MOVE "Sections not placed :" TO ReportLine.
           WRITE ReportLine.
           PERFORM VARYING WSSectIdx FROM 1 BY 1
               UNTIL WSSectIdx > WSSectCount
               IF WSSectSession(WSSectIdx) = ZERO
                  MOVE WSSectCode(WSSectIdx) TO WSULSection
                  MOVE WSSectSize(WSSectIdx) TO WSULSize
                  MOVE WSSectReason(WSSectIdx) TO WSULReason
                  WRITE ReportLine FROM WSUnplacedLine
                      AFTER ADVANCING 1 LINE
                  END-WRITE
               END-IF
           END-PERFORM.
           IF WSUnplacedCount = ZERO AND WSEmptyCount = ZERO
              MOVE "  none" TO ReportLine
              WRITE ReportLine
                  AFTER ADVANCING 1 LINE
              END-WRITE
           END-IF.
