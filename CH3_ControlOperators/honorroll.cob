       *> 90, PROBATION-THRESH fallback 60), never hard-coded -
       *> grouped by section with the names from student4.dat. The
       *> principal asks for both lists the week after marks close.
       *> NEW : with HONOR-USE-GPA 1 in RunControl.dat both lists
       *> are drawn on the credit-weighted GPA (Copybooks/gpacalcp.cpy)
       *> instead of the raw average, so a one-credit elective no
       *> longer counts as much as a core course. The GPA thresholds
       *> are in hundredths - HONOR-GPA fallback 350 (3.50),
       *> PROBATION-GPA fallback 200 (2.00).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ReportFile ASSIGN TO "HonorRoll.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReportStatus.
      *> NEW : the letter boundaries and credit hours the GPA is
      *> worked from
              SELECT BoundaryFile ASSIGN TO "GradeBoundaries.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSBoundaryStatus.
              SELECT CourseFile ASSIGN TO "CourseCatalog.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSCourseStatus.
              SELECT ControlFile ASSIGN TO "SectionControl.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSControlStatus.

       DATA DIVISION.
       FILE SECTION.
                                   ==SECTFIELD== BY ==NStudSection==.
       FD ReportFile.
       01 ReportLine   PIC X(70).
       FD BoundaryFile.
       01 BoundaryRecord.
              02 BdName    PIC X(4).
              02 FILLER    PIC X(1).
              02 BdMin     PIC 9(3).
       FD CourseFile.
       COPY courserec.
       FD ControlFile.
       COPY sectrec.

       WORKING-STORAGE SECTION.
       01 WSScoreStatus   PIC XX.
                  03 WSStudMarkTotal   PIC 9(6) COMP-3.
                  03 WSStudMarkCount   PIC 9(3) COMP-3.
                  03 WSStudAverage     PIC 9(3) COMP-3.
      *> NEW : quality points, credit hours and the GPA
                  03 WSStudQuality     PIC 9(5)V9 COMP-3.
                  03 WSStudCredits     PIC 9(5) COMP-3.
                  03 WSStudGPA         PIC 9V99 COMP-3.
       01 WSStudCount     PIC 9(3) VALUE ZERO.
       01 WSTableIdx      PIC 9(3).
       01 WSScanIdx       PIC 9(3).
              02 WSSwapTotal  PIC 9(6) COMP-3.
              02 WSSwapCount  PIC 9(3) COMP-3.
              02 WSSwapAvg    PIC 9(3) COMP-3.
              02 WSSwapQuality PIC 9(5)V9 COMP-3.
              02 WSSwapCredits PIC 9(5) COMP-3.
              02 WSSwapGPA    PIC 9V99 COMP-3.
       *> NEW : the thresholds, from RunControl.dat when it carries
       *> them - the VALUE clauses stay as fallbacks
       01 WSHonorMark     PIC 9(5) VALUE 90.
       01 WSParmName      PIC X(20).
       01 WSParmValue     PIC 9(5).
       01 WSParmFound     PIC X.
       *> NEW : the GPA basis switch and its thresholds, in
       *> hundredths of a grade point
       01 WSUseGPA        PIC X VALUE 'N'.
              88 ListsOnGPA       VALUE 'Y'.
       01 WSHonorGPA      PIC 9(5) VALUE 350.
       01 WSProbationGPA  PIC 9(5) VALUE 200.
       01 WSStanding      PIC 9(5).
       01 WSShownGPA      PIC 9.99.
       01 WSShownAverage  PIC ZZ9.
       01 WSBoundaryStatus PIC XX.
       01 WSBoundA      PIC 9(3) VALUE 90.
       01 WSBoundB      PIC 9(3) VALUE 80.
       01 WSBoundC      PIC 9(3) VALUE 70.
       01 WSBoundD      PIC 9(3) VALUE 60.
       01 WSLetter      PIC X.
       *> NEW : shared credit-weighted GPA fields - see
       *> Copybooks/gpacalcp.cpy
       COPY gpacalc.
       01 WSHonorCount    PIC 9(3) VALUE ZERO.
       01 WSProbCount     PIC 9(3) VALUE ZERO.
       01 WSLastSection   PIC X(2).
              02 WSDIDNum     PIC 9(4).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSDName      PIC X(10).
              02 WSDBasis     PIC X(6) VALUE "  avg ".
              02 WSDAverage   PIC X(4).

       PROCEDURE DIVISION.
       Main.
           IF WSParmFound = 'Y' AND WSParmValue > ZERO
              MOVE WSParmValue TO WSProbationMark
           END-IF.
      *> NEW : the GPA basis and its thresholds
           MOVE "HONOR-USE-GPA" TO WSParmName.
           CALL 'runcontrol' USING WSParmName, WSParmValue,
               WSParmFound
           END-CALL.
           IF WSParmFound = 'Y' AND WSParmValue = 1
              SET ListsOnGPA TO TRUE
           END-IF.
           MOVE "HONOR-GPA" TO WSParmName.
           CALL 'runcontrol' USING WSParmName, WSParmValue,
               WSParmFound
           END-CALL.
           IF WSParmFound = 'Y' AND WSParmValue > ZERO
              MOVE WSParmValue TO WSHonorGPA
           END-IF.
           MOVE "PROBATION-GPA" TO WSParmName.
           CALL 'runcontrol' USING WSParmName, WSParmValue,
               WSParmFound
           END-CALL.
           IF WSParmFound = 'Y' AND WSParmValue > ZERO
              MOVE WSParmValue TO WSProbationGPA
           END-IF.
           IF ListsOnGPA
              PERFORM LoadBoundaries
              PERFORM LoadCreditHours
           END-IF.
           PERFORM LoadRoster.
           IF RETURN-CODE NOT = ZERO
              GOBACK
                                TO WSStudMarkCount(WSStudCount)
                            MOVE ZERO
                                TO WSStudAverage(WSStudCount)
                            MOVE ZERO
                                TO WSStudQuality(WSStudCount)
                            MOVE ZERO
                                TO WSStudCredits(WSStudCount)
                            MOVE ZERO
                                TO WSStudGPA(WSStudCount)
                         ELSE
                            SET RosterTableFull TO TRUE
                         END-IF
           IF WSFoundIdx > ZERO
              ADD ScoreMark TO WSStudMarkTotal(WSFoundIdx)
              ADD 1 TO WSStudMarkCount(WSFoundIdx)
      *> NEW : grade points weighted by the course's credit hours
              IF ListsOnGPA
                 PERFORM ConvertMarkToLetter
                 MOVE WSLetter TO WSGpLetter
                 MOVE ScoreSection TO WSGpSection
                 PERFORM FindGradePoints
                 ADD WSGpQuality TO WSStudQuality(WSFoundIdx)
                 ADD WSGpCredits TO WSStudCredits(WSFoundIdx)
              END-IF
           END-IF.

       *> NEW : same letters gradereport.cob converts with
       ConvertMarkToLetter.
           EVALUATE TRUE
               WHEN ScoreMark >= WSBoundA
                   MOVE "A" TO WSLetter
               WHEN ScoreMark >= WSBoundB
                   MOVE "B" TO WSLetter
               WHEN ScoreMark >= WSBoundC
                   MOVE "C" TO WSLetter
               WHEN ScoreMark >= WSBoundD
                   MOVE "D" TO WSLetter
               WHEN OTHER
                   MOVE "F" TO WSLetter
           END-EVALUATE.

       LoadBoundaries.
           OPEN INPUT BoundaryFile.
           IF WSBoundaryStatus NOT = "00"
              CLOSE BoundaryFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ BoundaryFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF BdMin IS NUMERIC
                            EVALUATE BdName
                                WHEN "A" MOVE BdMin TO WSBoundA
                                WHEN "B" MOVE BdMin TO WSBoundB
                                WHEN "C" MOVE BdMin TO WSBoundC
                                WHEN "D" MOVE BdMin TO WSBoundD
                                WHEN OTHER CONTINUE
                            END-EVALUATE
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE BoundaryFile
              MOVE 'N' TO WSEOF
           END-IF.

      *> NEW : shared credit-weighted GPA routine - see
      *> Copybooks/gpacalc.cpy for the fields
       COPY gpacalcp.

       ComputeAverages.
           PERFORM VARYING WSTableIdx FROM 1 BY 1
               UNTIL WSTableIdx > WSStudCount
                      WSStudMarkTotal(WSTableIdx)
                      / WSStudMarkCount(WSTableIdx)
               END-IF
               MOVE WSStudQuality(WSTableIdx) TO WSGpQPTotal
               MOVE WSStudCredits(WSTableIdx) TO WSGpCrTotal
               PERFORM ComputeGPA
               MOVE WSGpResult TO WSStudGPA(WSTableIdx)
           END-PERFORM.

       *> NEW : grouped by section for the principal's door lists -
              GOBACK
           END-IF.
           MOVE SPACES TO ReportLine.
      *> NEW : the GPA basis heads its lists with the GPA threshold
           IF ListsOnGPA
              COMPUTE WSGpResult = WSHonorGPA / 100
              MOVE WSGpResult TO WSShownGPA
              STRING "Honor Roll (GPA " WSShownGPA " and up)"
                  DELIMITED BY SIZE INTO ReportLine
           ELSE
              STRING "Honor Roll (average " WSHonorMark " and up)"
                  DELIMITED BY SIZE INTO ReportLine
           END-IF.
           WRITE ReportLine.
           MOVE SPACES TO WSLastSection.
           PERFORM VARYING WSTableIdx FROM 1 BY 1
               UNTIL WSTableIdx > WSStudCount
               PERFORM FindStanding
               IF WSStudMarkCount(WSTableIdx) > ZERO
                  AND ((NOT ListsOnGPA
                        AND WSStanding >= WSHonorMark)
                    OR (ListsOnGPA
                        AND WSStanding >= WSHonorGPA))
                  ADD 1 TO WSHonorCount
                  PERFORM PrintOneStudent
               END-IF
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
           MOVE SPACES TO ReportLine.
           IF ListsOnGPA
              COMPUTE WSGpResult = WSProbationGPA / 100
              MOVE WSGpResult TO WSShownGPA
              STRING "Academic Probation (GPA below "
                  WSShownGPA ")"
                  DELIMITED BY SIZE INTO ReportLine
           ELSE
              STRING "Academic Probation (average below "
                  WSProbationMark ")"
                  DELIMITED BY SIZE INTO ReportLine
           END-IF.
           WRITE ReportLine.
           MOVE SPACES TO WSLastSection.
           PERFORM VARYING WSTableIdx FROM 1 BY 1
               UNTIL WSTableIdx > WSStudCount
               PERFORM FindStanding
               IF WSStudMarkCount(WSTableIdx) > ZERO
                  AND ((NOT ListsOnGPA
                        AND WSStanding < WSProbationMark)
                    OR (ListsOnGPA
                        AND WSStanding < WSProbationGPA))
                  ADD 1 TO WSProbCount
                  PERFORM PrintOneStudent
               END-IF
           END-IF.
           MOVE WSStudEntryID(WSTableIdx) TO WSDIDNum.
           MOVE WSStudEntryName(WSTableIdx) TO WSDName.
           IF ListsOnGPA
              MOVE "  GPA " TO WSDBasis
              MOVE WSStudGPA(WSTableIdx) TO WSShownGPA
              MOVE WSShownGPA TO WSDAverage
           ELSE
              MOVE "  avg " TO WSDBasis
              MOVE WSStudAverage(WSTableIdx) TO WSShownAverage
              MOVE WSShownAverage TO WSDAverage
           END-IF.
           WRITE ReportLine FROM WSDetailLine
               AFTER ADVANCING 1 LINE
           END-WRITE.

       *> NEW : the figure the thresholds are compared with - the
       *> average, or the GPA in hundredths
       FindStanding.
           IF ListsOnGPA
              COMPUTE WSStanding = WSStudGPA(WSTableIdx) * 100
           ELSE
              MOVE WSStudAverage(WSTableIdx) TO WSStanding
           END-IF.
