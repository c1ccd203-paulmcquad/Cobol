      *> Shared fields for the course prerequisite check in
      *> Copybooks/prereqchkp.cpy - same fields-plus-paragraph split
      *> as studcheck/studcheckp. COPY this into WORKING-STORAGE
      *> alongside SELECT/FDs for CourseCatalog.dat (CourseFile, COPY
      *> courserec, FILE STATUS WSCourseStatus), SectionControl.dat
      *> (ControlFile, COPY sectrec, FILE STATUS WSControlStatus)
      *> and StudentScores.dat (ScoreFile, COPY scorerec, FILE
      *> STATUS WSScoreStatus). PERFORM LoadCourseCatalog and
      *> LoadSectionCourses once; then for each enrollment MOVE the
      *> section to WSPqSection and PERFORM FindSectionCourse, and
      *> with a course found MOVE the student to WSPqStudent and
      *> PERFORM CheckPrerequisites. WSPqUnmet counts the
      *> prerequisites the student's best mark falls short of;
      *> WSPqShort holds the first of them for the message.
       01 WSCourseStatus   PIC XX.
       01 WSScoreStatus    PIC XX.
       01 WSPqEOF          PIC X VALUE 'N'.
              88 EndOfPqPass      VALUE 'Y'.
       01 WSCrsTable.
              02 WSCrsEntry OCCURS 50 TIMES.
                  03 WSCrsCode      PIC X(6).
                  03 WSCrsTitle     PIC X(25).
                  03 WSCrsCredits   PIC 9(2).
                  03 WSCrsPre OCCURS 3 TIMES.
                      04 WSCrsPreCode   PIC X(6).
                      04 WSCrsPreMin    PIC 9(3).
       01 WSCrsCount       PIC 99 VALUE ZERO.
       01 WSCrsIdx         PIC 99.
       01 WSCrsFound       PIC 99.
       01 WSPqSectTable.
              02 WSPqSectEntry OCCURS 20 TIMES.
                  03 WSPqSectCode   PIC X(2).
                  03 WSPqSectCourse PIC X(6).
       01 WSPqSectCount    PIC 99 VALUE ZERO.
       01 WSPqSectIdx      PIC 99.
       01 WSPqSection      PIC X(2).
       01 WSPqCourse       PIC X(6).
       01 WSPqStudent      PIC 9(4).
       01 WSPqScoreCourse  PIC X(6).
       01 WSPqIdx          PIC 9.
       01 WSPqBest         PIC 9(3) OCCURS 3 TIMES.
       01 WSPqSeen         PIC X OCCURS 3 TIMES.
       01 WSPqUnmet        PIC 9.
       01 WSPqShort.
              02 WSPqShortCode  PIC X(6).
              02 WSPqShortMin   PIC 9(3).
              02 WSPqShortBest  PIC 9(3).
              02 WSPqShortSeen  PIC X.
                  88 PqShortHasMark   VALUE 'Y'.
