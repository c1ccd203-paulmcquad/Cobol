       *> section and grades, follows with a per-section grade
       *> distribution, and flags scores whose student ID isn't on
       *> the roster.
       *> NEW : each card now carries the term's credit-weighted GPA
       *> and the cumulative GPA over every term on file - grade
       *> points from the letter, weighted by the credit hours of the
       *> course the section teaches (Copybooks/gpacalcp.cpy).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ReportFile ASSIGN TO "ReportCards.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReportStatus.
      *> NEW : credit hours come from the course each section
      *> teaches
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
       01 ReportLine   PIC X(80).
       FD CourseFile.
       COPY courserec.
       FD ControlFile.
       COPY sectrec.

       WORKING-STORAGE SECTION.
       01 WSScoreStatus   PIC XX.
                  03 WSStudEntrySect   PIC X(2).
                  03 WSStudGradeCount  PIC 99.
                  03 WSStudGrades      PIC X(10).
      *> NEW : quality points and credit hours for the term printed
      *> and for every term on file
                  03 WSStudTermQP      PIC 9(5)V9.
                  03 WSStudTermCr      PIC 9(5).
                  03 WSStudCumQP       PIC 9(5)V9.
                  03 WSStudCumCr       PIC 9(5).
       01 WSStudCount     PIC 9(3) VALUE ZERO.
       01 WSTableIdx      PIC 9(3).
       01 WSFoundIdx      PIC 9(3).
       *> blank (old single-term files read back with a blank term
       *> and print the same way they always did)
       01 WSTermEntry     PIC X(5).
       *> NEW : credit-weighted GPA - see Copybooks/gpacalcp.cpy
       COPY gpacalc.

       01 WSCardLine.
              02 WSCLIDNum     PIC 9(4).
              02 WSCLSection   PIC X(2).
              02 FILLER        PIC X(3) VALUE SPACES.
              02 WSCLGrades    PIC X(10).
      *> NEW : term and cumulative GPA
              02 FILLER        PIC X(7) VALUE "   GPA ".
              02 WSCLTermGPA   PIC 9.99.
              02 FILLER        PIC X(7) VALUE "   Cum ".
              02 WSCLCumGPA    PIC 9.99.
       01 WSSectLine.
              02 FILLER        PIC X(10) VALUE "Section ".
              02 WSSLCode      PIC X(2).
               WITH NO ADVANCING.
           ACCEPT WSTermEntry.
           PERFORM LoadBoundaries.
      *> NEW : credit hours per section, loaded once
           PERFORM LoadCreditHours.
           PERFORM LoadRoster.
           IF RETURN-CODE NOT = ZERO
              GOBACK
                         OR ScoreTerm = WSTermEntry
                         ADD 1 TO WSScoreCount
                         PERFORM MatchOneScore
      *> NEW : other terms still count toward the cumulative GPA
                      ELSE
                         PERFORM TallyCumulativeOnly
                      END-IF
              END-READ
           END-PERFORM.
                                TO WSStudGradeCount(WSStudCount)
                            MOVE SPACES
                                TO WSStudGrades(WSStudCount)
                            MOVE ZERO
                                TO WSStudTermQP(WSStudCount)
                            MOVE ZERO
                                TO WSStudTermCr(WSStudCount)
                            MOVE ZERO
                                TO WSStudCumQP(WSStudCount)
                            MOVE ZERO
                                TO WSStudCumCr(WSStudCount)
                         END-IF
                 END-READ
              END-PERFORM
                     (WSStudGradeCount(WSFoundIdx):1)
              END-IF
              PERFORM CountSectionGrade
      *> NEW : into the term and cumulative GPA totals
              IF ScoreMark NUMERIC
                 PERFORM FindScorePoints
                 ADD WSGpQuality TO WSStudTermQP(WSFoundIdx)
                     WSStudCumQP(WSFoundIdx)
                 ADD WSGpCredits TO WSStudTermCr(WSFoundIdx)
                     WSStudCumCr(WSFoundIdx)
              END-IF
           END-IF.

       *> NEW : a mark from another term only moves the cumulative
       *> GPA - no card line, no distribution, no unknown flag
       TallyCumulativeOnly.
           MOVE 'N' TO WSFoundFlag.
           MOVE ZERO TO WSFoundIdx.
           PERFORM VARYING WSTableIdx FROM 1 BY 1
               UNTIL WSTableIdx > WSStudCount OR StudentFound
               IF WSStudEntryID(WSTableIdx) = ScoreIDNum
                  SET StudentFound TO TRUE
                  MOVE WSTableIdx TO WSFoundIdx
               END-IF
           END-PERFORM.
           IF StudentFound AND ScoreMark NUMERIC
              PERFORM ConvertMarkToLetter
              PERFORM FindScorePoints
              ADD WSGpQuality TO WSStudCumQP(WSFoundIdx)
              ADD WSGpCredits TO WSStudCumCr(WSFoundIdx)
           END-IF.

       FindScorePoints.
           MOVE Score TO WSGpLetter.
           MOVE ScoreSection TO WSGpSection.
           PERFORM FindGradePoints.

       *> NEW : the distribution is grouped by the student's roster
       *> section, so a mis-keyed section on the score line doesn't
       *> scatter the tallies
               MOVE WSStudEntryName(WSTableIdx) TO WSCLName
               MOVE WSStudEntrySect(WSTableIdx) TO WSCLSection
               MOVE WSStudGrades(WSTableIdx) TO WSCLGrades
               MOVE WSStudTermQP(WSTableIdx) TO WSGpQPTotal
               MOVE WSStudTermCr(WSTableIdx) TO WSGpCrTotal
               PERFORM ComputeGPA
               MOVE WSGpResult TO WSCLTermGPA
               MOVE WSStudCumQP(WSTableIdx) TO WSGpQPTotal
               MOVE WSStudCumCr(WSTableIdx) TO WSGpCrTotal
               PERFORM ComputeGPA
               MOVE WSGpResult TO WSCLCumGPA
               WRITE ReportLine FROM WSCardLine
                   AFTER ADVANCING 1 LINE
               END-WRITE
      *> Copybooks/filestatuschkp.cpy paragraph instead of each
      *> program writing its own IF/DISPLAY
       COPY filestatuschkp.

      *> NEW : shared credit-weighted GPA routine - see
      *> Copybooks/gpacalc.cpy for the fields
       COPY gpacalcp.
