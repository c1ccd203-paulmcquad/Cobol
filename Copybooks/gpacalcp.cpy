      *> Shared credit-weighted grade point average, COPYed into the
      *> PROCEDURE DIVISION by any program that also COPYs
      *> Copybooks/gpacalc.cpy's fields (transcript.cob,
      *> reportcards.cob, honorroll.cob, classrank.cob). A mark's
      *> weight is the credit hours of the course its section
      *> teaches on SectionControl.dat, looked up in
      *> CourseCatalog.dat, so a one-credit elective no longer counts
      *> as much as a core course. Missing files just mean every
      *> mark weighs the default one credit hour.
       LoadCreditHours.
           MOVE ZERO TO WSGpCrsCount.
           MOVE ZERO TO WSGpSectCount.
           MOVE 'N' TO WSGpEOF.
           OPEN INPUT CourseFile.
           IF WSCourseStatus = "00"
              PERFORM UNTIL EndOfGpPass
                 READ CourseFile
                     AT END MOVE 'Y' TO WSGpEOF
                     NOT AT END
                         IF WSGpCrsCount < 50
                            ADD 1 TO WSGpCrsCount
                            MOVE CrsCode TO WSGpCrsCode(WSGpCrsCount)
                            IF CrsCredits NUMERIC
                               AND CrsCredits > ZERO
                               MOVE CrsCredits
                                   TO WSGpCrsCredits(WSGpCrsCount)
                            ELSE
                               MOVE WSGpDefaultCr
                                   TO WSGpCrsCredits(WSGpCrsCount)
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE CourseFile.
           MOVE 'N' TO WSGpEOF.
           OPEN INPUT ControlFile.
           IF WSControlStatus = "00"
              PERFORM UNTIL EndOfGpPass
                 READ ControlFile
                     AT END MOVE 'Y' TO WSGpEOF
                     NOT AT END
                         IF WSGpSectCount < 20
                            ADD 1 TO WSGpSectCount
                            PERFORM TakeSectionCredits
                         END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE ControlFile.
           MOVE 'N' TO WSGpEOF.

       TakeSectionCredits.
           MOVE CtlSection TO WSGpSectCode(WSGpSectCount).
           MOVE WSGpDefaultCr TO WSGpSectCredits(WSGpSectCount).
           PERFORM VARYING WSGpCrsIdx FROM 1 BY 1
               UNTIL WSGpCrsIdx > WSGpCrsCount
               IF CtlCourse NOT = SPACES
                  AND WSGpCrsCode(WSGpCrsIdx) = CtlCourse
                  MOVE WSGpCrsCredits(WSGpCrsIdx)
                      TO WSGpSectCredits(WSGpSectCount)
               END-IF
           END-PERFORM.

      *> WSGpLetter and WSGpSection in; WSGpPoints, WSGpCredits and
      *> WSGpQuality out. A letter other than A to D earns nothing
      *> but its credit hours still count against the average.
       FindGradePoints.
           EVALUATE WSGpLetter
               WHEN "A"   MOVE WSGpPointsA TO WSGpPoints
               WHEN "B"   MOVE WSGpPointsB TO WSGpPoints
               WHEN "C"   MOVE WSGpPointsC TO WSGpPoints
               WHEN "D"   MOVE WSGpPointsD TO WSGpPoints
               WHEN OTHER MOVE ZERO TO WSGpPoints
           END-EVALUATE.
           MOVE WSGpDefaultCr TO WSGpCredits.
           PERFORM VARYING WSGpSectIdx FROM 1 BY 1
               UNTIL WSGpSectIdx > WSGpSectCount
               IF WSGpSectCode(WSGpSectIdx) = WSGpSection
                  MOVE WSGpSectCredits(WSGpSectIdx) TO WSGpCredits
               END-IF
           END-PERFORM.
           COMPUTE WSGpQuality = WSGpPoints * WSGpCredits.

      *> WSGpQPTotal and WSGpCrTotal in; WSGpResult out
       ComputeGPA.
           IF WSGpCrTotal = ZERO
              MOVE ZERO TO WSGpResult
           ELSE
              COMPUTE WSGpResult ROUNDED =
                  WSGpQPTotal / WSGpCrTotal
           END-IF.
