       IDENTIFICATION DIVISION.
       PROGRAM-ID. classrank.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Class rank by year group - universities ask for a
       *> student's rank in the class and the office used to work it
       *> out by hand from a stack of report cards. This computes
       *> every rostered student's cumulative credit-weighted GPA
       *> from StudentScores.dat through the shared
       *> Copybooks/gpacalcp.cpy routine (letters from
       *> GradeBoundaries.dat, credit hours from the course each
       *> section teaches), ranks the students within their year
       *> group - the letter of the section, A1 and A2 together, the
       *> way yearendroll.cob promotes A1 into B1 - and rewrites
       *> ClassRank.dat with rank, group size and percentile for
       *> transcript.cob to print. Equal GPAs share a rank. Students
       *> with no marks on file are left unranked.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ScoreFile ASSIGN TO "StudentScores.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSScoreStatus.
              SELECT RosterFile ASSIGN TO "student4.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSRosterStatus.
              SELECT BoundaryFile ASSIGN TO "GradeBoundaries.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSBoundaryStatus.
              SELECT CourseFile ASSIGN TO "CourseCatalog.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSCourseStatus.
              SELECT ControlFile ASSIGN TO "SectionControl.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSControlStatus.
              SELECT RankFile ASSIGN TO "ClassRank.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSRankStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ScoreFile.
       COPY scorerec.
       FD RosterFile.
           COPY studrec REPLACING ==RECNAME== BY ==NStudData==
                                   ==IDFIELD== BY ==NIDNum==
                                   ==NAMEFIELD== BY ==NStudName==
                                   ==SECTFIELD== BY ==NStudSection==.
       FD BoundaryFile.
       01 BoundaryRecord.
              02 BdName    PIC X(4).
              02 FILLER    PIC X(1).
              02 BdMin     PIC 9(3).
       FD CourseFile.
       COPY courserec.
       FD ControlFile.
       COPY sectrec.
       FD RankFile.
       COPY rankrec.

       WORKING-STORAGE SECTION.
       01 WSScoreStatus    PIC XX.
       01 WSRosterStatus   PIC XX.
       01 WSBoundaryStatus PIC XX.
       01 WSRankStatus     PIC XX.
       01 WSEOF            PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
      *> The letter boundaries, with gradereport.cob's fallback
      *> values when there is no boundaries file
       01 WSBoundA      PIC 9(3) VALUE 90.
       01 WSBoundB      PIC 9(3) VALUE 80.
       01 WSBoundC      PIC 9(3) VALUE 70.
       01 WSBoundD      PIC 9(3) VALUE 60.
       01 WSLetter      PIC X.
      *> Shared credit-weighted GPA fields - see
      *> Copybooks/gpacalcp.cpy
       COPY gpacalc.
      *> The roster loaded whole, each student accumulating quality
      *> points and credit hours - same bounded-table-with-abort
      *> pattern honorroll.cob uses
       01 WSStudTable.
              02 WSStudEntry OCCURS 500 TIMES.
                  03 WSStudEntryID     PIC 9(4).
                  03 WSStudEntryYear   PIC X(1).
                  03 WSStudQuality     PIC 9(5)V9 COMP-3.
                  03 WSStudCredits     PIC 9(5) COMP-3.
                  03 WSStudGPA         PIC 9V99 COMP-3.
                  03 WSStudRank        PIC 9(4) COMP-3.
       01 WSStudCount     PIC 9(3) VALUE ZERO.
       01 WSTableIdx      PIC 9(3).
       01 WSScanIdx       PIC 9(3).
       01 WSFoundIdx      PIC 9(3).
       01 WSTableFull     PIC X VALUE 'N'.
              88 RosterTableFull    VALUE 'Y'.
       01 WSSwapEntry.
              02 WSSwapID       PIC 9(4).
              02 WSSwapYear     PIC X(1).
              02 WSSwapQuality  PIC 9(5)V9 COMP-3.
              02 WSSwapCredits  PIC 9(5) COMP-3.
              02 WSSwapGPA      PIC 9V99 COMP-3.
              02 WSSwapRank     PIC 9(4) COMP-3.
       01 WSSwapNeeded    PIC X.
              88 EntriesOutOfOrder  VALUE 'Y'.
      *> One year group at a time - where it starts and ends in the
      *> sorted table, and the running position within it
       01 WSGroupStart    PIC 9(3).
       01 WSGroupEnd      PIC 9(3).
       01 WSGroupSize     PIC 9(4).
       01 WSPosition      PIC 9(4).
       01 WSGroupCount    PIC 9(3) VALUE ZERO.
       01 WSRankedCount   PIC 9(4) VALUE ZERO.
       01 WSToday         PIC 9(8).

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday.
           PERFORM LoadBoundaries.
           PERFORM LoadCreditHours.
           PERFORM LoadRoster.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM TallyScores.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM ComputeStudentGPAs.
           PERFORM SortByYearAndGPA.
           PERFORM WriteRanks.
      *> GOBACK so a batch driver can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

      *> Shared credit-weighted GPA routine - see
      *> Copybooks/gpacalc.cpy for the fields
       COPY gpacalcp.

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

       LoadRoster.
           OPEN INPUT RosterFile.
           IF WSRosterStatus NOT = "00"
              DISPLAY "classrank: unable to open student4.dat - "
                  "status " WSRosterStatus
              CLOSE RosterFile
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM UNTIL EndOfPass OR RosterTableFull
                 READ RosterFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
      *> A student in two sections appears once per section -
      *> ranked once, in the year group of the first
                         PERFORM FindRosteredStudent
                         IF WSFoundIdx = ZERO
                            PERFORM AddRosteredStudent
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE RosterFile
              MOVE 'N' TO WSEOF
              IF RosterTableFull
                 DISPLAY "classrank: student4.dat has more than 500"
                     " records - table exceeded, aborting run"
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.

       FindRosteredStudent.
           MOVE ZERO TO WSFoundIdx.
           PERFORM VARYING WSScanIdx FROM 1 BY 1
               UNTIL WSScanIdx > WSStudCount OR WSFoundIdx > 0
               IF WSStudEntryID(WSScanIdx) = NIDNum
                  MOVE WSScanIdx TO WSFoundIdx
               END-IF
           END-PERFORM.

       AddRosteredStudent.
           IF WSStudCount < 500
              ADD 1 TO WSStudCount
              MOVE NIDNum TO WSStudEntryID(WSStudCount)
              MOVE NStudSection(1:1) TO WSStudEntryYear(WSStudCount)
              MOVE ZERO TO WSStudQuality(WSStudCount)
              MOVE ZERO TO WSStudCredits(WSStudCount)
              MOVE ZERO TO WSStudGPA(WSStudCount)
              MOVE ZERO TO WSStudRank(WSStudCount)
           ELSE
              SET RosterTableFull TO TRUE
           END-IF.

      *> Every term on file counts - the rank is on the cumulative
      *> GPA, the figure the universities ask for
       TallyScores.
           OPEN INPUT ScoreFile.
           IF WSScoreStatus NOT = "00"
              DISPLAY "classrank: unable to open StudentScores.dat"
                  " - status " WSScoreStatus
              CLOSE ScoreFile
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM UNTIL EndOfPass
                 READ ScoreFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF ScoreMark NUMERIC
                            PERFORM TallyOneScore
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE ScoreFile
              MOVE 'N' TO WSEOF
           END-IF.

       TallyOneScore.
           MOVE ZERO TO WSFoundIdx.
           PERFORM VARYING WSScanIdx FROM 1 BY 1
               UNTIL WSScanIdx > WSStudCount OR WSFoundIdx > 0
               IF WSStudEntryID(WSScanIdx) = ScoreIDNum
                  MOVE WSScanIdx TO WSFoundIdx
               END-IF
           END-PERFORM.
           IF WSFoundIdx > ZERO
              PERFORM ConvertMarkToLetter
              MOVE WSLetter TO WSGpLetter
              MOVE ScoreSection TO WSGpSection
              PERFORM FindGradePoints
              ADD WSGpQuality TO WSStudQuality(WSFoundIdx)
              ADD WSGpCredits TO WSStudCredits(WSFoundIdx)
           END-IF.

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

       ComputeStudentGPAs.
           PERFORM VARYING WSTableIdx FROM 1 BY 1
               UNTIL WSTableIdx > WSStudCount
               MOVE WSStudQuality(WSTableIdx) TO WSGpQPTotal
               MOVE WSStudCredits(WSTableIdx) TO WSGpCrTotal
               PERFORM ComputeGPA
               MOVE WSGpResult TO WSStudGPA(WSTableIdx)
           END-PERFORM.

      *> Year group ascending, GPA descending within it - the same
      *> exchange sort the other report programs use
       SortByYearAndGPA.
           PERFORM VARYING WSTableIdx FROM 1 BY 1
               UNTIL WSTableIdx > WSStudCount
               PERFORM VARYING WSScanIdx FROM 1 BY 1
                   UNTIL WSScanIdx >= WSStudCount
                   MOVE 'N' TO WSSwapNeeded
                   IF WSStudEntryYear(WSScanIdx) >
                       WSStudEntryYear(WSScanIdx + 1)
                      SET EntriesOutOfOrder TO TRUE
                   END-IF
                   IF WSStudEntryYear(WSScanIdx) =
                       WSStudEntryYear(WSScanIdx + 1)
                      AND WSStudGPA(WSScanIdx) <
                          WSStudGPA(WSScanIdx + 1)
                      SET EntriesOutOfOrder TO TRUE
                   END-IF
                   IF EntriesOutOfOrder
                      MOVE WSStudEntry(WSScanIdx) TO WSSwapEntry
                      MOVE WSStudEntry(WSScanIdx + 1)
                          TO WSStudEntry(WSScanIdx)
                      MOVE WSSwapEntry
                          TO WSStudEntry(WSScanIdx + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WriteRanks.
           OPEN OUTPUT RankFile.
           IF WSRankStatus NOT = "00"
              DISPLAY "classrank: unable to open ClassRank.dat - "
                  "status " WSRankStatus
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE 1 TO WSGroupStart
              PERFORM RankOneGroup
                  UNTIL WSGroupStart > WSStudCount
              CLOSE RankFile
              DISPLAY "classrank: " WSRankedCount " student(s) "
                  "ranked in " WSGroupCount " year group(s) - "
                  "see ClassRank.dat"
           END-IF.

      *> The group runs from WSGroupStart to the last entry with the
      *> same year letter - the table is sorted, so they sit
      *> together. Students with no marks on file have no credit
      *> hours; they are neither counted in the group nor ranked.
       RankOneGroup.
           MOVE WSGroupStart TO WSGroupEnd.
           PERFORM VARYING WSScanIdx FROM WSGroupStart BY 1
               UNTIL WSScanIdx > WSStudCount
               IF WSStudEntryYear(WSScanIdx) =
                   WSStudEntryYear(WSGroupStart)
                  MOVE WSScanIdx TO WSGroupEnd
               END-IF
           END-PERFORM.
           MOVE ZERO TO WSGroupSize.
           PERFORM VARYING WSTableIdx FROM WSGroupStart BY 1
               UNTIL WSTableIdx > WSGroupEnd
               IF WSStudCredits(WSTableIdx) > ZERO
                  ADD 1 TO WSGroupSize
               END-IF
           END-PERFORM.
           IF WSGroupSize > ZERO
              ADD 1 TO WSGroupCount
              MOVE ZERO TO WSPosition
              MOVE ZERO TO WSFoundIdx
              PERFORM VARYING WSTableIdx FROM WSGroupStart BY 1
                  UNTIL WSTableIdx > WSGroupEnd
                  IF WSStudCredits(WSTableIdx) > ZERO
                     ADD 1 TO WSPosition
                     PERFORM RankOneStudent
                  END-IF
              END-PERFORM
           END-IF.
           COMPUTE WSGroupStart = WSGroupEnd + 1.

      *> WSFoundIdx holds the last student ranked in this group, so
      *> an equal GPA takes that student's rank instead of its own
      *> position
       RankOneStudent.
           IF WSFoundIdx > ZERO
              AND WSStudGPA(WSTableIdx) = WSStudGPA(WSFoundIdx)
              MOVE WSStudRank(WSFoundIdx) TO WSStudRank(WSTableIdx)
           ELSE
              MOVE WSPosition TO WSStudRank(WSTableIdx)
           END-IF.
           MOVE WSTableIdx TO WSFoundIdx.
           MOVE SPACES TO RankRecord.
           MOVE WSStudEntryID(WSTableIdx) TO RkIDNum.
           MOVE WSStudEntryYear(WSTableIdx) TO RkYear.
           MOVE WSStudRank(WSTableIdx) TO RkRank.
           MOVE WSGroupSize TO RkGroupSize.
           COMPUTE RkPercentile ROUNDED =
               (WSGroupSize - WSStudRank(WSTableIdx) + 1) * 100
               / WSGroupSize.
           MOVE WSStudGPA(WSTableIdx) TO RkGPA.
           MOVE WSToday TO RkDate.
           WRITE RankRecord.
           ADD 1 TO WSRankedCount.
