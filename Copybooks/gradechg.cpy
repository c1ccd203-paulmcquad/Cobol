      *> Shared GradeChanges.dat line layout, COPYed into the FD by
      *> gradechange.cob, which takes each request and records the
      *> supervisor's decision on it. One line per request: the
      *> score it would change (student, section, term), the mark on
      *> file when it was raised and the mark asked for, the
      *> instructor asking and why. Status P is pending, A approved
      *> and applied to StudentScores.dat, R rejected.
       01 GradeChangeRecord.
              02 GcReqNo         PIC 9(5).
              02 FILLER          PIC X(1).
              02 GcIDNum         PIC 9(4).
              02 FILLER          PIC X(1).
              02 GcSection       PIC X(2).
              02 FILLER          PIC X(1).
              02 GcTerm          PIC X(5).
              02 FILLER          PIC X(1).
              02 GcOldMark       PIC 9(3).
              02 FILLER          PIC X(1).
              02 GcNewMark       PIC 9(3).
              02 FILLER          PIC X(1).
              02 GcInstructor    PIC X(3).
              02 FILLER          PIC X(1).
              02 GcReason        PIC X(30).
              02 FILLER          PIC X(1).
              02 GcRaisedOn      PIC 9(8).
              02 FILLER          PIC X(1).
              02 GcStatus        PIC X.
                  88 GcPending       VALUE 'P'.
                  88 GcApproved      VALUE 'A'.
                  88 GcRejected      VALUE 'R'.
              02 FILLER          PIC X(1).
              02 GcDecidedBy     PIC X(10).
              02 FILLER          PIC X(1).
              02 GcDecidedOn     PIC 9(8).
