      *> Employee Master record layout - shared by every program that
      *> reads EmployeeMaster.dat (payroll.cob, tcentry.cob,
      *> payquarterly.cob, payyearend.cob, empmaint.cob) so the
      *> layout only changes in one place, the same way custrec.cpy
      *> works for Customer.dat.
      *> NEW : leave accrual rates - hours of vacation and sick leave
              02 EmpRouting  PIC X(9).
              02 FILLER      PIC X(1).
              02 EmpAccount  PIC X(12).
      *> NEW : hire date and employment status, kept up by
      *> empmaint.cob - a terminated employee stays on the master
      *> with the date they left, so their history still has a name,
      *> but tcentry.cob takes no new cards for them. Lines written
      *> before these columns existed read back blank, which counts
      *> as active.
              02 FILLER      PIC X(1).
              02 EmpHireDate PIC 9(8).
              02 FILLER      PIC X(1).
              02 EmpStatus   PIC X.
                  88 EmpActive       VALUE 'A' SPACE.
                  88 EmpTerminated   VALUE 'T'.
              02 FILLER      PIC X(1).
              02 EmpTermDate PIC 9(8).
      *> NEW : how this employee is paid and how often. H (or blank,
      *> the old behaviour) is hourly from the approved timecards;
      *> S is salaried - EmpSalary is the annual salary and each run
      *> pays it divided by the periods in the year, no timecard
      *> needed. The frequency is W weekly (blank, the old
      *> behaviour), B biweekly, S semi-monthly or M monthly, and
      *> payroll.cob pays each frequency as its own run.
              02 FILLER      PIC X(1).
              02 EmpPayType  PIC X.
                  88 EmpHourly       VALUE 'H' SPACE.
                  88 EmpSalaried     VALUE 'S'.
              02 FILLER      PIC X(1).
              02 EmpPayFreq  PIC X.
                  88 PaidWeekly      VALUE 'W' SPACE.
                  88 PaidBiweekly    VALUE 'B'.
                  88 PaidSemiMonthly VALUE 'S'.
                  88 PaidMonthly     VALUE 'M'.
                  88 PayFreqKnown    VALUE 'W' 'B' 'S' 'M' SPACE.
              02 FILLER      PIC X(1).
              02 EmpSalary   PIC 9(7)V99.
      *> NEW : the department (cost centre) this employee's labour
      *> is charged to, one of the codes on Departments.dat (see
      *> Copybooks/deptrec.cpy). payroll.cob journals the employee's
      *> gross and employer cost to that department's expense
      *> accounts unless a timecard names another. Blank, the old
      *> behaviour, charges the company-wide payroll accounts.
              02 FILLER      PIC X(1).
              02 EmpDept     PIC X(4).
