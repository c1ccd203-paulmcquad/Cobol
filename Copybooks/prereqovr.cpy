      *> Shared PrereqOverrides.log line layout, COPYed into the FD
      *> by studmaint.cob (which appends a line whenever a
      *> supervisor lets an enrollment through short of a course
      *> prerequisite) and coursemaint.cob (whose exceptions report
      *> marks the students enrolled that way). PoPrereq is the
      *> first prerequisite found unmet at the time.
       01 OverrideRecord.
              02 PoDate        PIC 9(8).
              02 FILLER        PIC X(1).
              02 PoSection     PIC X(2).
              02 FILLER        PIC X(1).
              02 PoIDNum       PIC 9(4).
              02 FILLER        PIC X(1).
              02 PoCourse      PIC X(6).
              02 FILLER        PIC X(1).
              02 PoPrereq      PIC X(6).
              02 FILLER        PIC X(1).
              02 PoOperator    PIC X(10).
