              SELECT PromoteFile ASSIGN TO 'WaitlistPromotions.log'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSPromoteStatus.
       *> NEW : course prerequisites - the catalog says what each
       *> course needs, the score history says what the student has
       *> passed, and an enrollment short of a prerequisite is
       *> refused unless a supervisor overrides it. Overrides are
       *> logged for coursemaint.cob's exceptions report.
              SELECT CourseFile ASSIGN TO 'CourseCatalog.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSCourseStatus.
              SELECT ScoreFile ASSIGN TO 'StudentScores.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSScoreStatus.
              SELECT OperatorFile ASSIGN TO 'OperatorMaster.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSOperatorStatus.
              SELECT OverrideFile ASSIGN TO 'PrereqOverrides.log'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSOverrideStatus.

       DATA DIVISION.
       FILE SECTION.
              02 WlDate      PIC 9(8).
       FD PromoteFile.
       01 PromoteLine    PIC X(40).
       FD CourseFile.
       COPY courserec.
       FD ScoreFile.
       COPY scorerec.
       FD OperatorFile.
       01 OperatorRecord.
              02 OperID      PIC X(10).
              02 FILLER      PIC X(2).
              02 OperName    PIC X(20).
              02 FILLER      PIC X(2).
              02 OperLevel   PIC 9.
       FD OverrideFile.
       COPY prereqovr.

       WORKING-STORAGE SECTION.
       01 WSRosterStatus  PIC XX.
              02 WSPNIDNum    PIC 9(4).
              02 FILLER       PIC X(1) VALUE SPACES.
              02 WSPNName     PIC X(10).
       *> NEW : shared prerequisite check fields - see
       *> Copybooks/prereqchkp.cpy
       COPY prereqchk.
       01 WSOperatorStatus PIC XX.
       01 WSOverrideStatus PIC XX.
       01 WSOverrideAsk   PIC X.
              88 WantsOverride     VALUE 'Y' 'y'.
      *> The custmenu sign-on, shared through EXTERNAL storage, and
      *> the operator's level when run standalone
       01 WSSignedOnOper    PIC X(10) EXTERNAL.
       01 WSSignedOnLevel   PIC 9 EXTERNAL.
       01 WSOperatorID      PIC X(10) VALUE SPACES.
       01 WSAuthority       PIC 9 VALUE ZERO.
              88 SupervisorAuthority   VALUE 2 THRU 9.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           PERFORM LoadMeetingSlots.
      *> NEW : the course catalog and each section's course, loaded
      *> once for the prerequisite check
           PERFORM LoadCourseCatalog.
           PERFORM LoadSectionCourses.
           PERFORM LoadRoster.
           IF RETURN-CODE NOT = ZERO
              GOBACK
      *> NEW : shared student-ID check-digit routine - see
      *> Copybooks/studcheck.cpy for the fields
       COPY studcheckp.
      *> NEW : shared prerequisite check - see
      *> Copybooks/prereqchk.cpy for the fields
       COPY prereqchkp.

       LoadRoster.
           OPEN INPUT RosterFile.
                       IF WSSectEntry NOT = SPACES
                          PERFORM CheckSectionClash
                       END-IF
      *> NEW : the course's prerequisites before a seat is taken
                       IF WSSectEntry NOT = SPACES
                          PERFORM CheckSectionPrereqs
                       END-IF
                       IF WSSectEntry NOT = SPACES
                          PERFORM CheckSectionRoom
                       END-IF
                 IF WSSectEntry NOT = SPACES
                    PERFORM CheckSectionClash
                 END-IF
      *> NEW : the course's prerequisites before a seat is taken
                 IF WSSectEntry NOT = SPACES
                    PERFORM CheckSectionPrereqs
                 END-IF
                 IF WSSectEntry NOT = SPACES
                    PERFORM CheckSectionRoom
                 END-IF
              SET SectionClashes TO TRUE
           END-IF.

       *> NEW : a section teaching a catalogued course takes only
       *> students whose best mark in each prerequisite course meets
       *> the catalog minimum. Short of that a supervisor can let the
       *> enrollment through - the override is logged with who gave
       *> it - otherwise the entry is blanked and the add or move
       *> abandoned, same convention as the clash check.
       CheckSectionPrereqs.
           MOVE WSSectEntry TO WSPqSection.
           PERFORM FindSectionCourse.
           IF WSCrsFound > ZERO
              MOVE FUNCTION NUMVAL(WSIDEntry) TO WSPqStudent
              PERFORM CheckPrerequisites
              IF WSPqUnmet > ZERO
                 IF PqShortHasMark
                    DISPLAY "Section " WSSectEntry " teaches "
                        WSPqCourse " - needs " WSPqShortCode
                        " at " WSPqShortMin ", best mark on file "
                        WSPqShortBest
                 ELSE
                    DISPLAY "Section " WSSectEntry " teaches "
                        WSPqCourse " - needs " WSPqShortCode
                        " at " WSPqShortMin ", no mark on file"
                 END-IF
                 IF WSPqUnmet > 1
                    DISPLAY "(" WSPqUnmet " prerequisites not met)"
                 END-IF
                 MOVE SPACE TO WSOverrideAsk
                 DISPLAY "Supervisor override (Y/N)? "
                     WITH NO ADVANCING
                 ACCEPT WSOverrideAsk
                 IF WantsOverride
                    PERFORM EstablishAuthority
                 END-IF
                 IF WantsOverride AND SupervisorAuthority
                    PERFORM LogPrereqOverride
                    DISPLAY "Prerequisite overridden by "
                        WSOperatorID
                 ELSE
                    IF WantsOverride
                       DISPLAY "Supervisor authority required"
                    END-IF
                    DISPLAY "Prerequisites not met - enrollment "
                        "refused"
                    MOVE SPACES TO WSSectEntry
                 END-IF
              END-IF
           END-IF.

       *> NEW : same create-if-missing handling the other EXTEND
       *> files use
       LogPrereqOverride.
           MOVE SPACES TO OverrideRecord.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PoDate.
           MOVE WSSectEntry TO PoSection.
           MOVE WSPqStudent TO PoIDNum.
           MOVE WSPqCourse TO PoCourse.
           MOVE WSPqShortCode TO PoPrereq.
           MOVE WSOperatorID TO PoOperator.
           OPEN EXTEND OverrideFile.
           IF WSOverrideStatus = "35"
              OPEN OUTPUT OverrideFile
              CLOSE OverrideFile
              OPEN EXTEND OverrideFile
           END-IF.
           WRITE OverrideRecord.
           CLOSE OverrideFile.

       *> NEW : the custmenu sign-on travels in via EXTERNAL
       *> storage; a standalone run is verified against
       *> OperatorMaster.dat
       EstablishAuthority.
           IF WSSignedOnOper NOT = SPACES
              AND WSSignedOnOper NOT = LOW-VALUES
              MOVE WSSignedOnOper TO WSOperatorID
              MOVE WSSignedOnLevel TO WSAuthority
           ELSE
              DISPLAY "Operator ID " WITH NO ADVANCING
              ACCEPT WSOperatorID
              MOVE ZERO TO WSAuthority
              MOVE 'N' TO WSEOF
              OPEN INPUT OperatorFile
              IF WSOperatorStatus NOT = "00"
                 DISPLAY "studmaint: operator master unavailable"
                     " - status " WSOperatorStatus
                 CLOSE OperatorFile
              ELSE
                 PERFORM UNTIL EndOfRoster
                    READ OperatorFile
                        AT END MOVE 'Y' TO WSEOF
                        NOT AT END
                            IF OperID = WSOperatorID
                               MOVE OperLevel TO WSAuthority
                               MOVE 'Y' TO WSEOF
                            END-IF
                    END-READ
                 END-PERFORM
                 CLOSE OperatorFile
                 MOVE 'N' TO WSEOF
              END-IF
           END-IF.

       *> NEW : a section at the cap sectreport.cob reports can't
       *> take the student - but instead of turning them away, the
       *> office offers the waitlist, queued in arrival order
