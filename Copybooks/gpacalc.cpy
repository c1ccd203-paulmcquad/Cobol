      *> Shared fields for the credit-weighted grade point average
      *> in Copybooks/gpacalcp.cpy - same fields-plus-paragraph split
      *> as studcheck/studcheckp. COPY this into WORKING-STORAGE
      *> alongside SELECT/FDs for CourseCatalog.dat (CourseFile, COPY
      *> courserec, FILE STATUS WSCourseStatus) and
      *> SectionControl.dat (ControlFile, COPY sectrec, FILE STATUS
      *> WSControlStatus). PERFORM LoadCreditHours once; then for
      *> each mark MOVE its letter to WSGpLetter and its section to
      *> WSGpSection and PERFORM FindGradePoints - WSGpQuality is the
      *> grade points times the credit hours of the course the
      *> section teaches. Sum WSGpQuality and WSGpCredits, MOVE the
      *> sums to WSGpQPTotal and WSGpCrTotal, and PERFORM ComputeGPA
      *> for the average in WSGpResult.
       01 WSCourseStatus   PIC XX.
       01 WSControlStatus  PIC XX.
       01 WSGpEOF          PIC X VALUE 'N'.
              88 EndOfGpPass      VALUE 'Y'.
       01 WSGpCrsTable.
              02 WSGpCrsEntry OCCURS 50 TIMES.
                  03 WSGpCrsCode    PIC X(6).
                  03 WSGpCrsCredits PIC 9(2).
       01 WSGpCrsCount     PIC 99 VALUE ZERO.
       01 WSGpCrsIdx       PIC 99.
       01 WSGpSectTable.
              02 WSGpSectEntry OCCURS 20 TIMES.
                  03 WSGpSectCode    PIC X(2).
                  03 WSGpSectCredits PIC 9(2).
       01 WSGpSectCount    PIC 99 VALUE ZERO.
       01 WSGpSectIdx      PIC 99.
      *> The four-point scale the universities ask for - the letter
      *> itself still comes from GradeBoundaries.dat
       01 WSGpPointsA      PIC 9V9 VALUE 4.0.
       01 WSGpPointsB      PIC 9V9 VALUE 3.0.
       01 WSGpPointsC      PIC 9V9 VALUE 2.0.
       01 WSGpPointsD      PIC 9V9 VALUE 1.0.
      *> A section with no catalogued course, or a course with no
      *> credit hours on file, weighs as one credit hour
       01 WSGpDefaultCr    PIC 9(2) VALUE 1.
       01 WSGpLetter       PIC X.
       01 WSGpSection      PIC X(2).
       01 WSGpPoints       PIC 9V9.
       01 WSGpCredits      PIC 9(2).
       01 WSGpQuality      PIC 9(3)V9.
       01 WSGpQPTotal      PIC 9(5)V9.
       01 WSGpCrTotal      PIC 9(5).
       01 WSGpResult       PIC 9V99.
