      *> Shared ClassRank.dat line layout, COPYed into the FD by
      *> classrank.cob (which rewrites the file on every run) and
      *> transcript.cob (which prints "rank 12 of 140" from it). One
      *> line per student on the roster: the year group - the
      *> letter of the section, the way yearendroll.cob promotes A1
      *> into B1 - the rank by cumulative credit-weighted GPA within
      *> that group (ties share a rank), the group's size, the
      *> percentile (the share of the group ranked at or below the
      *> student) and the GPA itself.
       01 RankRecord.
              02 RkIDNum       PIC 9(4).
              02 FILLER        PIC X(1).
              02 RkYear        PIC X(1).
              02 FILLER        PIC X(1).
              02 RkRank        PIC 9(4).
              02 FILLER        PIC X(1).
              02 RkGroupSize   PIC 9(4).
              02 FILLER        PIC X(1).
              02 RkPercentile  PIC 9(3).
              02 FILLER        PIC X(1).
              02 RkGPA         PIC 9V99.
              02 FILLER        PIC X(1).
              02 RkDate        PIC 9(8).
