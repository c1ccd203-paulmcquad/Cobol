      *> Shared Departments.dat line layout, COPYed into the FD by
      *> empmaint.cob and tcentry.cob (which hold a department keyed
      *> on an employee or a timecard to this list), payroll.cob
      *> (which journals each department's labour to its own expense
      *> accounts) and labourdist.cob (which names the departments
      *> on the labour distribution report). One line per department
      *> or cost centre: the code, its name, the ChartOfAccounts.dat
      *> account its gross wages are charged to and the account its
      *> employer contributions are charged to. A zero account falls
      *> back to the company-wide 5000 Gross Payroll or 5200
      *> Employer Payroll Tax.
       01 DepartmentRecord.
              02 DeptCode        PIC X(4).
              02 FILLER          PIC X(1).
              02 DeptName        PIC X(20).
              02 FILLER          PIC X(1).
              02 DeptWageAcct    PIC 9(4).
              02 FILLER          PIC X(1).
              02 DeptErAcct      PIC 9(4).
