      *> Shared GradeAudit.log line layout, COPYed into the FD by
      *> gradechange.cob - written once for every approved change at
      *> the moment it is applied to StudentScores.dat, never
      *> rewritten, and read back for the term-end change report.
      *> GaStamp is the date and time of day (YYYYMMDDHHMMSS) the
      *> change went in.
       01 GradeAuditRecord.
              02 GaStamp         PIC 9(14).
              02 FILLER          PIC X(1).
              02 GaReqNo         PIC 9(5).
              02 FILLER          PIC X(1).
              02 GaIDNum         PIC 9(4).
              02 FILLER          PIC X(1).
              02 GaSection       PIC X(2).
              02 FILLER          PIC X(1).
              02 GaTerm          PIC X(5).
              02 FILLER          PIC X(1).
              02 GaOldMark       PIC 9(3).
              02 FILLER          PIC X(1).
              02 GaNewMark       PIC 9(3).
              02 FILLER          PIC X(1).
              02 GaRequester     PIC X(3).
              02 FILLER          PIC X(1).
              02 GaApprover      PIC X(10).
              02 FILLER          PIC X(1).
              02 GaReason        PIC X(30).
