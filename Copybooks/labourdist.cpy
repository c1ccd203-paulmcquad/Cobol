      *> Shared LabourDist.dat line layout, COPYed into the FD by
      *> payroll.cob (which appends one line per department each run
      *> charged labour to) and labourdist.cob (which reports hours
      *> and cost by department per pay period and per month). The
      *> run date and the frequency it paid identify the pay period;
      *> a blank department is labour charged to the company-wide
      *> payroll accounts. Gross is the wages charged, employer the
      *> employer contributions on those wages - together the
      *> department's labour cost for the period.
       01 LabourDistRecord.
              02 LdPeriod        PIC 9(8).
              02 FILLER          PIC X(1).
              02 LdFreq          PIC X.
              02 FILLER          PIC X(1).
              02 LdDept          PIC X(4).
              02 FILLER          PIC X(1).
              02 LdHours         PIC 9(5)V99.
              02 FILLER          PIC X(1).
              02 LdGross         PIC 9(7)V99.
              02 FILLER          PIC X(1).
              02 LdEmployer      PIC 9(7)V99.
