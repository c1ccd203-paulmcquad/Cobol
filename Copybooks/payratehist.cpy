      *> Shared PayRateHistory.dat line layout, COPYed into the FD by
      *> empmaint.cob (which appends a line for the starting rate when
      *> an employee is hired and for every rate change after) and
      *> payroll.cob (which pays each employee the rate in effect on
      *> the run date). A rate change is never overwritten: each line
      *> says what the rate became, from what date, what it was
      *> before and who keyed it when, so the rate behind any past
      *> payslip can be answered from the file.
       01 PayRateRecord.
              02 PrEmpNo         PIC 9(4).
              02 FILLER          PIC X(1).
              02 PrEffDate       PIC 9(8).
              02 FILLER          PIC X(1).
              02 PrRate          PIC 9(3)V99.
              02 FILLER          PIC X(1).
              02 PrOldRate       PIC 9(3)V99.
              02 FILLER          PIC X(1).
              02 PrEnteredOn     PIC 9(8).
              02 FILLER          PIC X(1).
              02 PrOperator      PIC X(10).
      *> NEW : a salaried employee's annual salary moves the same
      *> way - the salary it became and what it was before. Zero for
      *> an hourly employee; lines written before the columns
      *> existed read back blank.
              02 FILLER          PIC X(1).
              02 PrSalary        PIC 9(7)V99.
              02 FILLER          PIC X(1).
              02 PrOldSalary     PIC 9(7)V99.
