       *> studmaint.cob discipline) against the indexed
       *> StudentMaster.dat. Transcripts append to Transcript.txt, so
       *> one session's requests come out as one print file.
       *> NEW : each term closes with its credit-weighted GPA and the
       *> transcript with the cumulative GPA - grade points from the
       *> letter, weighted by the credit hours of the course the
       *> section teaches (Copybooks/gpacalcp.cpy) - and the class
       *> rank classrank.cob last wrote to ClassRank.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ReportFile ASSIGN TO "Transcript.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReportStatus.
      *> NEW : credit hours come from the course each section
      *> teaches; the rank from the last classrank.cob run
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
              02 BdMin     PIC 9(3).
       FD ReportFile.
       01 ReportLine   PIC X(60).
       FD CourseFile.
       COPY courserec.
       FD ControlFile.
       COPY sectrec.
       FD RankFile.
       COPY rankrec.

       WORKING-STORAGE SECTION.
       01 WSScoreStatus    PIC XX.
              02 WSMLMark      PIC ZZ9.
              02 FILLER        PIC X(3) VALUE SPACES.
              02 WSMLLetter    PIC X.
      *> NEW : the credit hours the mark is weighted by
              02 FILLER        PIC X(3) VALUE SPACES.
              02 WSMLCredits   PIC Z9.
              02 FILLER        PIC X(3) VALUE " cr".
       *> NEW : credit-weighted GPA - see Copybooks/gpacalcp.cpy.
       *> The term's quality points and credit hours reset at each
       *> term break; the cumulative ones run the whole transcript.
       COPY gpacalc.
       01 WSRankStatus     PIC XX.
       01 WSTermQuality    PIC 9(5)V9.
       01 WSTermCredits    PIC 9(5).
       01 WSCumQuality     PIC 9(5)V9.
       01 WSCumCredits     PIC 9(5).
       01 WSGPALine.
              02 FILLER        PIC X(4) VALUE SPACES.
              02 WSGLLabel     PIC X(16).
              02 WSGLGPA       PIC 9.99.
              02 FILLER        PIC X(4) VALUE SPACES.
              02 WSGLCredits   PIC ZZZZ9.
              02 FILLER        PIC X(13) VALUE " credit hours".
       01 WSRankFound      PIC X.
              88 StudentRanked     VALUE 'Y'.
       01 WSRankLine.
              02 FILLER        PIC X(13) VALUE "Class rank : ".
              02 WSRLRank      PIC ZZZ9.
              02 FILLER        PIC X(4) VALUE " of ".
              02 WSRLSize      PIC ZZZ9.
              02 FILLER        PIC X(7) VALUE " (year ".
              02 WSRLYear      PIC X.
              02 FILLER        PIC X(14) VALUE ", percentile ".
              02 WSRLPct       PIC ZZ9.
              02 FILLER        PIC X VALUE ")".

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           PERFORM LoadBoundaries.
      *> NEW : credit hours per section, loaded once
           PERFORM LoadCreditHours.
           OPEN INPUT MasterFile.
           IF WSMasterStatus NOT = "00"
              DISPLAY "transcript: StudentMaster.dat unavailable - "
      *> Copybooks/studcheck.cpy for the fields
       COPY studcheckp.

      *> NEW : shared credit-weighted GPA routine - see
      *> Copybooks/gpacalc.cpy for the fields
       COPY gpacalcp.

       LoadBoundaries.
           OPEN INPUT BoundaryFile.
           IF WSBoundaryStatus NOT = "00"
           MOVE MStudName TO WSHName.
           WRITE ReportLine FROM WSHeadLine.
           MOVE HIGH-VALUES TO WSLastTerm.
           MOVE ZERO TO WSTermQuality WSTermCredits.
           MOVE ZERO TO WSCumQuality WSCumCredits.
           PERFORM VARYING WSRowIdx FROM 1 BY 1
               UNTIL WSRowIdx > WSRowCount
               IF WSRowTerm(WSRowIdx) NOT = WSLastTerm
      *> NEW : the term just finished closes with its own GPA
                  IF WSRowIdx > 1
                     PERFORM WriteTermGPA
                  END-IF
                  MOVE WSRowTerm(WSRowIdx) TO WSLastTerm
                  MOVE WSLastTerm TO WSTLTerm
                  WRITE ReportLine FROM WSTermLine
                  END-WRITE
               END-IF
               PERFORM ConvertMarkToLetter
      *> NEW : the mark's grade points and credit hours go into the
      *> term and cumulative totals
               MOVE WSLetter TO WSGpLetter
               MOVE WSRowSection(WSRowIdx) TO WSGpSection
               PERFORM FindGradePoints
               ADD WSGpQuality TO WSTermQuality WSCumQuality
               ADD WSGpCredits TO WSTermCredits WSCumCredits
               MOVE WSRowSection(WSRowIdx) TO WSMLSection
               MOVE WSRowMark(WSRowIdx) TO WSMLMark
               MOVE WSLetter TO WSMLLetter
               MOVE WSGpCredits TO WSMLCredits
               WRITE ReportLine FROM WSMarkLine
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-PERFORM.
           PERFORM WriteTermGPA.
           MOVE WSCumQuality TO WSGpQPTotal.
           MOVE WSCumCredits TO WSGpCrTotal.
           PERFORM ComputeGPA.
           MOVE "Cumulative GPA " TO WSGLLabel.
           MOVE WSGpResult TO WSGLGPA.
           MOVE WSCumCredits TO WSGLCredits.
           WRITE ReportLine FROM WSGPALine
               AFTER ADVANCING 1 LINE
           END-WRITE.
           PERFORM LookupClassRank.
           IF StudentRanked
              WRITE ReportLine FROM WSRankLine
                  AFTER ADVANCING 1 LINE
              END-WRITE
           END-IF.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine
               AFTER ADVANCING 1 LINE
           END-WRITE.
           CLOSE ReportFile.

       *> NEW : the term's GPA, then its totals reset for the next
       WriteTermGPA.
           MOVE WSTermQuality TO WSGpQPTotal.
           MOVE WSTermCredits TO WSGpCrTotal.
           PERFORM ComputeGPA.
           MOVE "Term GPA " TO WSGLLabel.
           MOVE WSGpResult TO WSGLGPA.
           MOVE WSTermCredits TO WSGLCredits.
           WRITE ReportLine FROM WSGPALine
               AFTER ADVANCING 1 LINE
           END-WRITE.
           MOVE ZERO TO WSTermQuality WSTermCredits.

       *> NEW : the rank is only as fresh as the last classrank.cob
       *> run - a student it hasn't ranked prints no rank line
       LookupClassRank.
           MOVE 'N' TO WSRankFound.
           MOVE 'N' TO WSEOF.
           OPEN INPUT RankFile.
           IF WSRankStatus NOT = "00"
              CLOSE RankFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ RankFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF RkIDNum = MIDNum
                            MOVE 'Y' TO WSRankFound
                            MOVE RkRank TO WSRLRank
                            MOVE RkGroupSize TO WSRLSize
                            MOVE RkYear TO WSRLYear
                            MOVE RkPercentile TO WSRLPct
                            MOVE 'Y' TO WSEOF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE RankFile
           END-IF.
           MOVE 'N' TO WSEOF.

       ConvertMarkToLetter.
           EVALUATE TRUE
               WHEN WSRowMark(WSRowIdx) >= WSBoundA
