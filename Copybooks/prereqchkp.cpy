      *> Shared course prerequisite check, COPYed into the PROCEDURE
      *> DIVISION by any program that also COPYs
      *> Copybooks/prereqchk.cpy's fields (studmaint.cob at
      *> enrollment, coursemaint.cob for the exceptions report).
      *> Marks are kept by section, so each score on
      *> StudentScores.dat counts toward the course its section
      *> teaches on SectionControl.dat. A prerequisite is met when
      *> the student's best mark in that course, any term, reaches
      *> the catalog minimum. Missing files simply mean no courses,
      *> no section courses or no marks.
       LoadCourseCatalog.
           MOVE ZERO TO WSCrsCount.
           MOVE 'N' TO WSPqEOF.
           OPEN INPUT CourseFile.
           IF WSCourseStatus = "00"
              PERFORM UNTIL EndOfPqPass
                 READ CourseFile
                     AT END MOVE 'Y' TO WSPqEOF
                     NOT AT END
                         IF WSCrsCount < 50
                            ADD 1 TO WSCrsCount
                            MOVE CrsCode TO WSCrsCode(WSCrsCount)
                            MOVE CrsTitle TO WSCrsTitle(WSCrsCount)
                            IF CrsCredits NUMERIC
                               MOVE CrsCredits
                                   TO WSCrsCredits(WSCrsCount)
                            ELSE
                               MOVE ZERO TO WSCrsCredits(WSCrsCount)
                            END-IF
                            PERFORM TakeCoursePrereq
                                VARYING WSPqIdx FROM 1 BY 1
                                UNTIL WSPqIdx > 3
                         END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE CourseFile.
           MOVE 'N' TO WSPqEOF.

       TakeCoursePrereq.
           IF CrsPreCode(WSPqIdx) = SPACES
              OR CrsPreMin(WSPqIdx) NOT NUMERIC
              MOVE SPACES TO WSCrsPreCode(WSCrsCount, WSPqIdx)
              MOVE ZERO TO WSCrsPreMin(WSCrsCount, WSPqIdx)
           ELSE
              MOVE CrsPreCode(WSPqIdx)
                  TO WSCrsPreCode(WSCrsCount, WSPqIdx)
              MOVE CrsPreMin(WSPqIdx)
                  TO WSCrsPreMin(WSCrsCount, WSPqIdx)
           END-IF.

       LoadSectionCourses.
           MOVE ZERO TO WSPqSectCount.
           MOVE 'N' TO WSPqEOF.
           OPEN INPUT ControlFile.
           IF WSControlStatus = "00"
              PERFORM UNTIL EndOfPqPass
                 READ ControlFile
                     AT END MOVE 'Y' TO WSPqEOF
                     NOT AT END
                         IF WSPqSectCount < 20
                            ADD 1 TO WSPqSectCount
                            MOVE CtlSection
                                TO WSPqSectCode(WSPqSectCount)
                            MOVE CtlCourse
                                TO WSPqSectCourse(WSPqSectCount)
                         END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE ControlFile.
           MOVE 'N' TO WSPqEOF.

      *> WSPqSection in; WSPqCourse and WSCrsFound out - spaces and
      *> zero when the section teaches no catalogued course
       FindSectionCourse.
           MOVE SPACES TO WSPqCourse.
           MOVE ZERO TO WSCrsFound.
           PERFORM VARYING WSPqSectIdx FROM 1 BY 1
               UNTIL WSPqSectIdx > WSPqSectCount
               IF WSPqSectCode(WSPqSectIdx) = WSPqSection
                  MOVE WSPqSectCourse(WSPqSectIdx) TO WSPqCourse
               END-IF
           END-PERFORM.
           IF WSPqCourse NOT = SPACES
              PERFORM VARYING WSCrsIdx FROM 1 BY 1
                  UNTIL WSCrsIdx > WSCrsCount OR WSCrsFound > 0
                  IF WSCrsCode(WSCrsIdx) = WSPqCourse
                     MOVE WSCrsIdx TO WSCrsFound
                  END-IF
              END-PERFORM
           END-IF.

      *> WSPqStudent and WSCrsFound in; the student's best mark in
      *> each prerequisite is gathered in one pass of the scores
       CheckPrerequisites.
           MOVE ZERO TO WSPqUnmet.
           MOVE SPACES TO WSPqShortCode WSPqShortSeen.
           MOVE ZERO TO WSPqShortMin WSPqShortBest.
           PERFORM VARYING WSPqIdx FROM 1 BY 1 UNTIL WSPqIdx > 3
               MOVE ZERO TO WSPqBest(WSPqIdx)
               MOVE 'N' TO WSPqSeen(WSPqIdx)
           END-PERFORM.
           MOVE 'N' TO WSPqEOF.
           OPEN INPUT ScoreFile.
           IF WSScoreStatus = "00"
              PERFORM UNTIL EndOfPqPass
                 READ ScoreFile
                     AT END MOVE 'Y' TO WSPqEOF
                     NOT AT END
                         IF ScoreIDNum NUMERIC
                            AND ScoreIDNum = WSPqStudent
                            AND ScoreMark NUMERIC
                            PERFORM TakePrereqScore
                         END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE ScoreFile.
           MOVE 'N' TO WSPqEOF.
           PERFORM VARYING WSPqIdx FROM 1 BY 1 UNTIL WSPqIdx > 3
               IF WSCrsPreCode(WSCrsFound, WSPqIdx) NOT = SPACES
                  AND (WSPqSeen(WSPqIdx) = 'N'
                   OR WSPqBest(WSPqIdx)
                      < WSCrsPreMin(WSCrsFound, WSPqIdx))
                  ADD 1 TO WSPqUnmet
                  IF WSPqShortCode = SPACES
                     MOVE WSCrsPreCode(WSCrsFound, WSPqIdx)
                         TO WSPqShortCode
                     MOVE WSCrsPreMin(WSCrsFound, WSPqIdx)
                         TO WSPqShortMin
                     MOVE WSPqBest(WSPqIdx) TO WSPqShortBest
                     MOVE WSPqSeen(WSPqIdx) TO WSPqShortSeen
                  END-IF
               END-IF
           END-PERFORM.

       TakePrereqScore.
           MOVE SPACES TO WSPqScoreCourse.
           PERFORM VARYING WSPqSectIdx FROM 1 BY 1
               UNTIL WSPqSectIdx > WSPqSectCount
               IF WSPqSectCode(WSPqSectIdx) = ScoreSection
                  MOVE WSPqSectCourse(WSPqSectIdx) TO WSPqScoreCourse
               END-IF
           END-PERFORM.
           IF WSPqScoreCourse NOT = SPACES
              PERFORM VARYING WSPqIdx FROM 1 BY 1 UNTIL WSPqIdx > 3
                 IF WSCrsPreCode(WSCrsFound, WSPqIdx)
                     = WSPqScoreCourse
                    MOVE 'Y' TO WSPqSeen(WSPqIdx)
                    IF ScoreMark > WSPqBest(WSPqIdx)
                       MOVE ScoreMark TO WSPqBest(WSPqIdx)
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.
