       IDENTIFICATION DIVISION.
       PROGRAM-ID. coursemaint.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Course catalog and prerequisites - a section in
       *> SectionControl.dat was only ever a two-character code, so
       *> nothing said what it taught or what a student had to have
       *> passed first, and students landed in courses they had no
       *> grounding for. (L)ist and (A)dd maintain CourseCatalog.dat
       *> - code, title, credit hours and up to three prerequisite
       *> courses with the minimum mark each needs; (S)ection ties a
       *> section on the control data to its course, the same
       *> load-edit-rewrite instructor.cob uses for instructors.
       *> studmaint.cob holds each enrollment to the prerequisites
       *> through the shared Copybooks/prereqchkp.cpy check, and
       *> (P)rerequisite exceptions prints every student enrolled on
       *> student4.dat who falls short - the ones let through on a
       *> supervisor override marked as such - to
       *> PrereqExceptions.txt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CourseFile ASSIGN TO 'CourseCatalog.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSCourseStatus.
              SELECT ControlFile ASSIGN TO 'SectionControl.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSControlStatus.
              SELECT ScoreFile ASSIGN TO 'StudentScores.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSScoreStatus.
              SELECT RosterFile ASSIGN TO 'student4.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSRosterStatus.
              SELECT OverrideFile ASSIGN TO 'PrereqOverrides.log'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSOverrideStatus.
              SELECT ReportFile ASSIGN TO 'PrereqExceptions.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CourseFile.
       COPY courserec.
       FD ControlFile.
       COPY sectrec.
       FD ScoreFile.
       COPY scorerec.
       FD RosterFile.
           COPY studrec REPLACING ==RECNAME== BY ==NStudData==
                                   ==IDFIELD== BY ==NIDNum==
                                   ==NAMEFIELD== BY ==NStudName==
                                   ==SECTFIELD== BY ==NStudSection==.
       FD OverrideFile.
       COPY prereqovr.
       FD ReportFile.
       01 ReportLine   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WSControlStatus PIC XX.
       01 WSRosterStatus  PIC XX.
       01 WSOverrideStatus PIC XX.
       01 WSReportStatus  PIC XX.
       01 WSEOF           PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
       01 WSMenuChoice    PIC X VALUE SPACE.
              88 WantsList      VALUE 'L' 'l'.
              88 WantsAdd       VALUE 'A' 'a'.
              88 WantsAssign    VALUE 'S' 's'.
              88 WantsExcept    VALUE 'P' 'p'.
              88 WantsQuit      VALUE 'Q' 'q'.
       01 WSContinueFlag  PIC X VALUE 'Y'.
              88 KeepGoing      VALUE 'Y'.
      *> Shared prerequisite check fields and the course table -
      *> see Copybooks/prereqchkp.cpy
       COPY prereqchk.
      *> The control data loaded whole for the assignment rewrite,
      *> sized to the whole sectrec.cpy record
       01 WSSectTable.
              02 WSSectEntry OCCURS 20 TIMES.
                  03 WSSectRec    PIC X(28).
       01 WSSectCount     PIC 99 VALUE ZERO.
       01 WSSectIdx       PIC 99.
       01 WSSectFull      PIC X VALUE 'N'.
              88 SectTableFull    VALUE 'Y'.
       01 WSSectFound     PIC 9 VALUE ZERO.
       01 WSCodeEntry     PIC X(6).
       01 WSTitleEntry    PIC X(25).
       01 WSCreditEntry   PIC X(2).
       01 WSPreEntry      PIC X(6).
       01 WSMinEntry      PIC X(3).
       01 WSSectEntryIn   PIC X(2).
       01 WSAddOK         PIC X.
              88 CourseAddOK      VALUE 'Y'.
       01 WSNewCourse.
              02 WSNcPre OCCURS 3 TIMES.
                  03 WSNcPreCode   PIC X(6).
                  03 WSNcPreMin    PIC 9(3).
       01 WSPreIdx        PIC 9.
       01 WSListIdx       PIC 9.
      *> Overrides loaded once per report - a student let through on
      *> a supervisor's say-so is still short, but it was a decision
      *> rather than a slip, and the report says so
       01 WSOvrTable.
              02 WSOvrEntry OCCURS 200 TIMES.
                  03 WSOvrSection  PIC X(2).
                  03 WSOvrIDNum    PIC 9(4).
                  03 WSOvrOper     PIC X(10).
       01 WSOvrCount      PIC 9(3) VALUE ZERO.
       01 WSOvrIdx        PIC 9(3).
       01 WSOvrFound      PIC 9(3).
       01 WSRosterEOF     PIC X VALUE 'N'.
              88 EndOfRoster      VALUE 'Y'.
       01 WSChecked       PIC 9(4) VALUE ZERO.
       01 WSShortCount    PIC 9(4) VALUE ZERO.
       01 WSOverCount     PIC 9(4) VALUE ZERO.
       01 WSListLine.
              02 WSLCode      PIC X(6).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSLTitle     PIC X(25).
              02 FILLER       PIC X(1) VALUE SPACES.
              02 WSLCredits   PIC Z9.
              02 FILLER       PIC X(4) VALUE " cr ".
              02 WSLPrereqs   PIC X(36).
       01 WSLPreItem.
              02 WSLPreCode   PIC X(6).
              02 FILLER       PIC X(1) VALUE "@".
              02 WSLPreMin    PIC ZZ9.
              02 FILLER       PIC X(2) VALUE SPACES.
       01 WSHeadLine.
              02 FILLER       PIC X(6) VALUE "ID".
              02 FILLER       PIC X(11) VALUE "Name".
              02 FILLER       PIC X(5) VALUE "Sect".
              02 FILLER       PIC X(8) VALUE "Course".
              02 FILLER       PIC X(8) VALUE "Needs".
              02 FILLER       PIC X(5) VALUE "Min".
              02 FILLER       PIC X(6) VALUE "Best".
              02 FILLER       PIC X(8) VALUE "Override".
       01 WSDetailLine.
              02 WSDIDNum     PIC 9(4).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSDName      PIC X(10).
              02 FILLER       PIC X(1) VALUE SPACES.
              02 WSDSection   PIC X(2).
              02 FILLER       PIC X(3) VALUE SPACES.
              02 WSDCourse    PIC X(6).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSDPrereq    PIC X(6).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSDMin       PIC ZZ9.
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSDBest      PIC X(4).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSDOverride  PIC X(10).
       01 WSShownBest     PIC ZZ9.
       01 WSTotalLine.
              02 WSTLabel     PIC X(30).
              02 WSTCount     PIC ZZZ9.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           PERFORM LoadCourseCatalog.
           PERFORM ShowCourseMenu UNTIL NOT KeepGoing.
      *> GOBACK so a batch driver can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

      *> Shared prerequisite check - see Copybooks/prereqchk.cpy for
      *> the fields
       COPY prereqchkp.

       ShowCourseMenu.
           DISPLAY " ".
           DISPLAY "Course Catalog - " WSCrsCount " course(s)".
           DISPLAY "(L)ist  (A)dd course  (S)ection course  "
               "(P)rerequisite exceptions  (Q)uit".
           DISPLAY "Select an option " WITH NO ADVANCING.
           ACCEPT WSMenuChoice.
           EVALUATE TRUE
               WHEN WantsList      PERFORM ListCourses
               WHEN WantsAdd       PERFORM AddCourse
               WHEN WantsAssign    PERFORM AssignSectionCourse
               WHEN WantsExcept    PERFORM ExceptionsReport
               WHEN WantsQuit      MOVE 'N' TO WSContinueFlag
               WHEN OTHER
                   DISPLAY "Invalid option, please try again"
           END-EVALUATE.

       ListCourses.
           IF WSCrsCount = ZERO
              DISPLAY "No courses on file - add one first"
           ELSE
              PERFORM VARYING WSCrsIdx FROM 1 BY 1
                  UNTIL WSCrsIdx > WSCrsCount
                  MOVE WSCrsCode(WSCrsIdx) TO WSLCode
                  MOVE WSCrsTitle(WSCrsIdx) TO WSLTitle
                  MOVE WSCrsCredits(WSCrsIdx) TO WSLCredits
                  MOVE SPACES TO WSLPrereqs
                  PERFORM VARYING WSListIdx FROM 1 BY 1
                      UNTIL WSListIdx > 3
                      IF WSCrsPreCode(WSCrsIdx, WSListIdx)
                          NOT = SPACES
                         MOVE WSCrsPreCode(WSCrsIdx, WSListIdx)
                             TO WSLPreCode
                         MOVE WSCrsPreMin(WSCrsIdx, WSListIdx)
                             TO WSLPreMin
                         MOVE WSLPreItem
                             TO WSLPrereqs((WSListIdx - 1) * 12 + 1:12)
                      END-IF
                  END-PERFORM
                  IF WSLPrereqs = SPACES
                     MOVE "no prerequisites" TO WSLPrereqs
                  END-IF
                  DISPLAY WSListLine
              END-PERFORM
           END-IF.

       *> Appended, never rewritten - same create-if-missing handling
       *> the other maintenance screens use. A prerequisite has to
       *> be a course already in the catalog, so the chain is always
       *> built from the bottom up.
       AddCourse.
           MOVE SPACES TO WSCodeEntry.
           DISPLAY "Course code (6 chars, blank to cancel) "
               WITH NO ADVANCING.
           ACCEPT WSCodeEntry.
           IF WSCodeEntry = SPACES
              CONTINUE
           ELSE
              MOVE FUNCTION UPPER-CASE(WSCodeEntry) TO WSCodeEntry
              MOVE ZERO TO WSCrsFound
              PERFORM VARYING WSCrsIdx FROM 1 BY 1
                  UNTIL WSCrsIdx > WSCrsCount OR WSCrsFound > 0
                  IF WSCrsCode(WSCrsIdx) = WSCodeEntry
                     MOVE WSCrsIdx TO WSCrsFound
                  END-IF
              END-PERFORM
              IF WSCrsFound > ZERO
                 DISPLAY "Course " WSCodeEntry " already in the "
                     "catalog"
              ELSE
                 IF WSCrsCount >= 50
                    DISPLAY "Catalog is full - 50 courses"
                 ELSE
                    PERFORM TakeCourseDetails
                 END-IF
              END-IF
           END-IF.

       TakeCourseDetails.
           MOVE 'Y' TO WSAddOK.
           MOVE SPACES TO WSTitleEntry.
           DISPLAY "Course title " WITH NO ADVANCING.
           ACCEPT WSTitleEntry.
           IF WSTitleEntry = SPACES
              DISPLAY "Blank title - course not added"
              MOVE 'N' TO WSAddOK
           END-IF.
           IF CourseAddOK
              MOVE SPACES TO WSCreditEntry
              DISPLAY "Credit hours (2 digits) " WITH NO ADVANCING
              ACCEPT WSCreditEntry
              IF WSCreditEntry NOT NUMERIC
                 DISPLAY "Invalid credit hours - enter 2 digits"
                 MOVE 'N' TO WSAddOK
              END-IF
           END-IF.
           MOVE SPACES TO WSNewCourse.
           PERFORM VARYING WSPreIdx FROM 1 BY 1
               UNTIL WSPreIdx > 3 OR NOT CourseAddOK
               PERFORM TakeOnePrereq
           END-PERFORM.
           IF CourseAddOK
              PERFORM WriteCourse
           END-IF.

       *> A blank code ends the list; the rest stay empty
       TakeOnePrereq.
           MOVE ZERO TO WSNcPreMin(WSPreIdx).
           IF WSPreIdx > 1
              AND WSNcPreCode(WSPreIdx - 1) = SPACES
              CONTINUE
           ELSE
              MOVE SPACES TO WSPreEntry
              DISPLAY "Prerequisite " WSPreIdx
                  " course (blank for none) " WITH NO ADVANCING
              ACCEPT WSPreEntry
              MOVE FUNCTION UPPER-CASE(WSPreEntry) TO WSPreEntry
              IF WSPreEntry NOT = SPACES
                 MOVE ZERO TO WSCrsFound
                 PERFORM VARYING WSCrsIdx FROM 1 BY 1
                     UNTIL WSCrsIdx > WSCrsCount OR WSCrsFound > 0
                     IF WSCrsCode(WSCrsIdx) = WSPreEntry
                        MOVE WSCrsIdx TO WSCrsFound
                     END-IF
                 END-PERFORM
                 IF WSCrsFound = ZERO
                    DISPLAY "Course " WSPreEntry " not in the "
                        "catalog - course not added"
                    MOVE 'N' TO WSAddOK
                 ELSE
                    MOVE SPACES TO WSMinEntry
                    DISPLAY "Minimum mark (3 digits) "
                        WITH NO ADVANCING
                    ACCEPT WSMinEntry
                    IF WSMinEntry NOT NUMERIC
                       OR WSMinEntry > "100"
                       DISPLAY "Invalid mark - enter 000 to 100"
                       MOVE 'N' TO WSAddOK
                    ELSE
                       MOVE WSPreEntry TO WSNcPreCode(WSPreIdx)
                       MOVE WSMinEntry TO WSNcPreMin(WSPreIdx)
                    END-IF
                 END-IF
              END-IF
           END-IF.

       WriteCourse.
           MOVE SPACES TO CourseRecord.
           MOVE WSCodeEntry TO CrsCode.
           MOVE WSTitleEntry TO CrsTitle.
           MOVE WSCreditEntry TO CrsCredits.
           PERFORM VARYING WSPreIdx FROM 1 BY 1 UNTIL WSPreIdx > 3
               IF WSNcPreCode(WSPreIdx) NOT = SPACES
                  MOVE WSNcPreCode(WSPreIdx) TO CrsPreCode(WSPreIdx)
                  MOVE WSNcPreMin(WSPreIdx) TO CrsPreMin(WSPreIdx)
               END-IF
           END-PERFORM.
           OPEN EXTEND CourseFile.
           IF WSCourseStatus = "35"
              OPEN OUTPUT CourseFile
              CLOSE CourseFile
              OPEN EXTEND CourseFile
           END-IF.
           WRITE CourseRecord.
           CLOSE CourseFile.
           PERFORM LoadCourseCatalog.
           DISPLAY "Course recorded".

       *> The course lives on the section control row - the file is
       *> loaded whole, the one row changed, and the whole file
       *> written back, so nothing else on the row moves
       AssignSectionCourse.
           PERFORM LoadSections.
           IF SectTableFull
              DISPLAY "coursemaint: more than 20 control rows - "
                  "table exceeded, nothing assigned"
           ELSE
              IF WSSectCount = ZERO
                 DISPLAY "No SectionControl.dat on file"
              ELSE
                 PERFORM TakeSectionCourse
              END-IF
           END-IF.

       LoadSections.
           MOVE ZERO TO WSSectCount.
           MOVE 'N' TO WSSectFull.
           MOVE 'N' TO WSEOF.
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
                            MOVE ControlRecord
                                TO WSSectRec(WSSectCount)
                         ELSE
                            SET SectTableFull TO TRUE
                            MOVE 'Y' TO WSEOF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE ControlFile
              MOVE 'N' TO WSEOF
           END-IF.

       TakeSectionCourse.
           MOVE SPACES TO WSSectEntryIn.
           DISPLAY "Section to assign (blank to cancel) "
               WITH NO ADVANCING.
           ACCEPT WSSectEntryIn.
           IF WSSectEntryIn = SPACES
              CONTINUE
           ELSE
              MOVE FUNCTION UPPER-CASE(WSSectEntryIn)
                  TO WSSectEntryIn
              MOVE SPACES TO WSCodeEntry
              DISPLAY "Course code (. to clear) "
                  WITH NO ADVANCING
              ACCEPT WSCodeEntry
              MOVE FUNCTION UPPER-CASE(WSCodeEntry) TO WSCodeEntry
              IF WSCodeEntry = ".     "
                 MOVE SPACES TO WSCodeEntry
                 PERFORM ApplySectionCourse
              ELSE
                 MOVE ZERO TO WSCrsFound
                 PERFORM VARYING WSCrsIdx FROM 1 BY 1
                     UNTIL WSCrsIdx > WSCrsCount OR WSCrsFound > 0
                     IF WSCrsCode(WSCrsIdx) = WSCodeEntry
                        MOVE WSCrsIdx TO WSCrsFound
                     END-IF
                 END-PERFORM
                 IF WSCrsFound = ZERO
                    DISPLAY "Course " WSCodeEntry " not in the "
                        "catalog - nothing assigned"
                 ELSE
                    PERFORM ApplySectionCourse
                 END-IF
              END-IF
           END-IF.

       ApplySectionCourse.
           MOVE ZERO TO WSSectFound.
           PERFORM VARYING WSSectIdx FROM 1 BY 1
               UNTIL WSSectIdx > WSSectCount
               MOVE WSSectRec(WSSectIdx) TO ControlRecord
               IF CtlSection = WSSectEntryIn
                  MOVE WSCodeEntry TO CtlCourse
                  MOVE ControlRecord TO WSSectRec(WSSectIdx)
                  MOVE 1 TO WSSectFound
               END-IF
           END-PERFORM.
           IF WSSectFound = ZERO
              DISPLAY "Section " WSSectEntryIn " not on the "
                  "control file"
           ELSE
              OPEN OUTPUT ControlFile
              PERFORM VARYING WSSectIdx FROM 1 BY 1
                  UNTIL WSSectIdx > WSSectCount
                  MOVE WSSectRec(WSSectIdx) TO ControlRecord
                  WRITE ControlRecord
                  END-WRITE
              END-PERFORM
              CLOSE ControlFile
              DISPLAY "Section " WSSectEntryIn " assigned"
           END-IF.

       *> Every student on the current roster whose section teaches
       *> a catalogued course, checked against that course's
       *> prerequisites exactly as studmaint.cob checks a new
       *> enrollment - catches the students enrolled before the
       *> catalog existed, and the ones a supervisor let through
       ExceptionsReport.
           PERFORM LoadCourseCatalog.
           PERFORM LoadSectionCourses.
           PERFORM LoadOverrides.
           MOVE ZERO TO WSChecked WSShortCount WSOverCount.
           OPEN OUTPUT ReportFile.
           IF WSReportStatus NOT = "00"
              DISPLAY "coursemaint: unable to open "
                  "PrereqExceptions.txt - status " WSReportStatus
           ELSE
              MOVE "Prerequisite Exceptions - Current Enrollment"
                  TO ReportLine
              WRITE ReportLine
              MOVE SPACES TO ReportLine
              WRITE ReportLine
              WRITE ReportLine FROM WSHeadLine
              MOVE 'N' TO WSRosterEOF
              OPEN INPUT RosterFile
              IF WSRosterStatus NOT = "00"
                 MOVE "  (no student4.dat on file)" TO ReportLine
                 WRITE ReportLine
              ELSE
                 PERFORM UNTIL EndOfRoster
                    READ RosterFile
                        AT END MOVE 'Y' TO WSRosterEOF
                        NOT AT END PERFORM CheckEnrolledStudent
                    END-READ
                 END-PERFORM
              END-IF
              CLOSE RosterFile
              MOVE SPACES TO ReportLine
              WRITE ReportLine
              MOVE "Enrollments checked" TO WSTLabel
              MOVE WSChecked TO WSTCount
              WRITE ReportLine FROM WSTotalLine
              MOVE "Prerequisites not met" TO WSTLabel
              MOVE WSShortCount TO WSTCount
              WRITE ReportLine FROM WSTotalLine
              MOVE "  of which overridden" TO WSTLabel
              MOVE WSOverCount TO WSTCount
              WRITE ReportLine FROM WSTotalLine
              CLOSE ReportFile
              DISPLAY WSShortCount " exception(s) printed to "
                  "PrereqExceptions.txt"
           END-IF.

       CheckEnrolledStudent.
           MOVE NStudSection TO WSPqSection.
           PERFORM FindSectionCourse.
           IF WSCrsFound > ZERO AND NIDNum NUMERIC
              ADD 1 TO WSChecked
              MOVE NIDNum TO WSPqStudent
              PERFORM CheckPrerequisites
              IF WSPqUnmet > ZERO
                 PERFORM PrintException
              END-IF
           END-IF.

       PrintException.
           ADD 1 TO WSShortCount.
           MOVE NIDNum TO WSDIDNum.
           MOVE NStudName TO WSDName.
           MOVE NStudSection TO WSDSection.
           MOVE WSPqCourse TO WSDCourse.
           MOVE WSPqShortCode TO WSDPrereq.
           MOVE WSPqShortMin TO WSDMin.
           IF PqShortHasMark
              MOVE WSPqShortBest TO WSShownBest
              MOVE WSShownBest TO WSDBest
           ELSE
              MOVE "none" TO WSDBest
           END-IF.
           MOVE ZERO TO WSOvrFound.
           PERFORM VARYING WSOvrIdx FROM 1 BY 1
               UNTIL WSOvrIdx > WSOvrCount
               IF WSOvrIDNum(WSOvrIdx) = NIDNum
                  AND WSOvrSection(WSOvrIdx) = NStudSection
                  MOVE WSOvrIdx TO WSOvrFound
               END-IF
           END-PERFORM.
           IF WSOvrFound > ZERO
              ADD 1 TO WSOverCount
              MOVE WSOvrOper(WSOvrFound) TO WSDOverride
           ELSE
              MOVE SPACES TO WSDOverride
           END-IF.
           WRITE ReportLine FROM WSDetailLine.

       LoadOverrides.
           MOVE ZERO TO WSOvrCount.
           MOVE 'N' TO WSEOF.
           OPEN INPUT OverrideFile.
           IF WSOverrideStatus NOT = "00"
              CLOSE OverrideFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ OverrideFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSOvrCount < 200
                            ADD 1 TO WSOvrCount
                            MOVE PoSection
                                TO WSOvrSection(WSOvrCount)
                            MOVE PoIDNum
                                TO WSOvrIDNum(WSOvrCount)
                            MOVE PoOperator
                                TO WSOvrOper(WSOvrCount)
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE OverrideFile
              MOVE 'N' TO WSEOF
           END-IF.
