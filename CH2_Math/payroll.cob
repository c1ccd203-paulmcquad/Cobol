       *> year-to-date gross, deductions and net roll forward in
       *> PayrollYTD.dat - which also answers "what have I earned
       *> this year?" without reconstructing paper payslips.
       *> NEW : salaried employees and pay frequencies - each run
       *> pays one frequency (weekly, biweekly, semi-monthly or
       *> monthly) against that frequency's own line in
       *> PayPeriodControl.dat. A salaried employee is paid the
       *> annual salary over the periods in the year with no
       *> timecard, and every check is taxed on its pay annualised
       *> by the same periods.
       *> NEW : retro pay retropay.cob queues for a back-dated raise
       *> is added to the employee's next check, and court-ordered
       *> garnishments are withheld after taxes in priority order,
       *> never leaving less than the protected minimum of
       *> disposable pay, with a remittance report and a payee
       *> payment file each run.
       *> NEW : the employer's own contributions (matching social
       *> contributions, unemployment insurance, pension match) are
       *> worked out per check from EmployerRates.dat, each rate up
       *> to its annual wage ceiling, carried in the YTD and the pay
       *> history, and journalled as payroll tax expense against
       *> the employer contributions liability.
       *> NEW : leave approved through leavereq.cob is paid once it
       *> has started - an hourly employee's as its own check of
       *> straight-time leave hours, a salaried employee's inside the
       *> salary - drawing the balance and marking the request taken.
       *> NEW : sales commission approved through salescommission.cob
       *> rides the rep's next check as taxable supplemental
       *> earnings, and the feed line is marked paid with that check.
       *> NEW : labour is costed by department - each check's gross
       *> and employer cost are charged to the employee's department
       *> (or the one a timecard names), journalled to that
       *> department's expense accounts and appended to
       *> LabourDist.dat for labourdist.cob's distribution report.
       *> NEW : checks and transfers carry a pay date - the run date,
       *> or the next business day when the run falls on a weekend
       *> or a company holiday (CompanyHolidays.dat, see
       *> CH5_Subroutines/bizdate.cob), so nobody is paid on a day
       *> the bank is shut. It prints on the stub, heads the check
       *> register and is the value date sent with each transfer.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT KeepFile ASSIGN TO "payroll.keep.tmp"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSKeepStatus.
       *> NEW : the effective-dated pay rates empmaint.cob keeps -
       *> each employee is paid the rate in effect on the run date,
       *> so a raise keyed ahead of time starts on the right payday
              SELECT RateHistFile ASSIGN TO "PayRateHistory.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSRateHistStatus.
       *> NEW : retro pay retropay.cob has queued for a back-dated
       *> raise - paid on the employee's next check as its own
       *> earnings line, then marked paid
              SELECT RetroFile ASSIGN TO "RetroPay.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSRetroStatus.
       *> NEW : court-ordered garnishments - the orders, written back
       *> with their balances each run, then what this run withheld:
       *> the remittance report for the payroll office and one
       *> payment line per order for the payees
              SELECT GarnishFile ASSIGN TO "Garnishments.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSGarnishStatus.
              SELECT GarnRemitFile ASSIGN TO "GarnishRemit.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSGarnRemitStatus.
              SELECT GarnPayFile ASSIGN TO "GarnishPayments.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSGarnPayStatus.
       *> NEW : employer contribution rates - one line per
       *> contribution: code, description, percent of wages, and the
       *> annual wage ceiling it stops at (zero for none)
              SELECT EmployerRateFile ASSIGN TO "EmployerRates.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSErRateStatus.
       *> NEW : leave requests approved through leavereq.cob, written
       *> back with the ones this run paid marked taken
              SELECT LeaveReqFile ASSIGN TO "LeaveRequests.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSLeaveReqStatus.
       *> NEW : approved sales commission, written back with the
       *> lines this run paid marked paid
              SELECT CommFeedFile ASSIGN TO "CommissionFeed.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSCommFeedStatus.
       *> NEW : the departments labour is charged to and their
       *> expense accounts, then this run's hours and cost by
       *> department for the labour distribution report
              SELECT DeptFile ASSIGN TO "Departments.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSDeptStatus.
              SELECT LabourDistFile ASSIGN TO "LabourDist.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSLabourDistStatus.

       DATA DIVISION.
       FILE SECTION.
              02 TcLeaveType PIC X.
                  88 VacationCard    VALUE 'V'.
                  88 SickCard        VALUE 'S'.
      *> NEW : the department these hours are charged to - blank
      *> charges the employee's own
              02 FILLER      PIC X(1).
              02 TcDept      PIC X(4).
       FD RegisterFile.
       01 RegisterLine    PIC X(120).
       FD RejectFile.
              02 YtdVacBal   PIC 9(4)V99.
              02 FILLER      PIC X(1).
              02 YtdSickBal  PIC 9(4)V99.
      *> NEW : the employer's contributions for the year - rows
      *> written before the column existed start it at zero
              02 FILLER      PIC X(1).
              02 YtdEmployer PIC 9(7)V99.
       FD GLJournalFile.
       *> NEW : shared with every posting run via
       *> Copybooks/gljournal.cpy so the line layout only changes in
              02 FILLER      PIC X(1).
              02 DdAmount    PIC 9(4)V99.
       FD PeriodCtlFile.
      *> NEW : one line per pay frequency - shared with
      *> cashforecast.cob via Copybooks/payperiod.cpy
       COPY payperiod.
       FD OverrideFile.
       01 OverrideRecord     PIC 9(8).
       FD KeepFile.
       01 KeepLine           PIC X(20).
       FD RateHistFile.
       COPY payratehist.
       FD RetroFile.
       COPY retroq.
       FD GarnishFile.
       COPY garnish.
       FD GarnRemitFile.
       01 GarnRemitLine      PIC X(100).
       FD GarnPayFile.
      *> One line per order withheld - run date, payee, case number,
      *> employee, amount to remit
       01 GarnPayRecord.
              02 GpDate      PIC 9(8).
              02 FILLER      PIC X(1).
              02 GpPayee     PIC X(20).
              02 FILLER      PIC X(1).
              02 GpCaseNo    PIC X(12).
              02 FILLER      PIC X(1).
              02 GpEmpNo     PIC 9(4).
              02 FILLER      PIC X(1).
              02 GpAmount    PIC 9(7)V99.
       FD EmployerRateFile.
       01 EmployerRateRecord.
              02 ErCode      PIC X(4).
              02 FILLER      PIC X(1).
              02 ErDesc      PIC X(20).
              02 FILLER      PIC X(1).
              02 ErRate      PIC 9(2)V999.
              02 FILLER      PIC X(1).
              02 ErCeiling   PIC 9(7)V99.
       FD LeaveReqFile.
       COPY leavereq.
       FD CommFeedFile.
       COPY commfeed.
       FD DeptFile.
       COPY deptrec.
       FD LabourDistFile.
       COPY labourdist.

       WORKING-STORAGE SECTION.
       01 WSEmployeeStatus PIC XX.
                  03 WSEmpEntryNo     PIC 9(4).
                  03 WSEmpEntryName   PIC X(20).
                  03 WSEmpEntryRate   PIC 9(3)V99 COMP-3.
      *> NEW : the effective date of the rate being paid - zero
      *> while it is still the master's own rate
                  03 WSEmpRateFrom    PIC 9(8).
      *> NEW : hourly or salaried, how often, the annual salary, and
      *> the day a leaver left (zero while employed)
                  03 WSEmpPayType     PIC X.
                  03 WSEmpPayFreq     PIC X.
                  03 WSEmpSalary      PIC 9(7)V99 COMP-3.
                  03 WSEmpTermDate    PIC 9(8).
      *> NEW : queued retro pay still owed, and the check it went
      *> out on in this run
                  03 WSEmpRetroDue    PIC 9(5)V99 COMP-3.
                  03 WSEmpRetroCheck  PIC 9(6).
      *> NEW : approved commission still owed, and the check it went
      *> out on in this run
                  03 WSEmpCommDue     PIC 9(7)V99 COMP-3.
                  03 WSEmpCommCheck   PIC 9(6).
      *> NEW : this employee's year-to-date figures, loaded from
      *> PayrollYTD.dat and rolled forward by this run
                  03 WSEmpYTDGross    PIC 9(7)V99 COMP-3.
                  03 WSEmpYTDDeduct   PIC 9(7)V99 COMP-3.
                  03 WSEmpYTDNet      PIC 9(7)V99 COMP-3.
                  03 WSEmpYTDEmployer PIC 9(7)V99 COMP-3.
      *> NEW : accrual rates off the master and the running leave
      *> balances off the YTD file
                  03 WSEmpVacRate     PIC 9(2)V99 COMP-3.
                  03 WSEmpDepFlag     PIC X.
                  03 WSEmpRouting     PIC X(9).
                  03 WSEmpAccount     PIC X(12).
      *> NEW : the department the employee's labour is charged to
                  03 WSEmpDept        PIC X(4).
       01 WSEmpCount       PIC 9(3) VALUE ZERO.
       01 WSTableIdx       PIC 9(3).
       01 WSFoundIdx       PIC 9(3).
       01 WSPeriodCtlStatus PIC XX.
       01 WSOverrideStatus PIC XX.
       01 WSKeepStatus     PIC XX.
       01 WSRateHistStatus PIC XX.
       *> NEW : the frequency this run pays - each frequency keeps
       *> its own last completed period, and the periods in its year
       *> annualise the pay for the tax brackets
       01 WSRunFreq        PIC X.
              88 RunFreqKnown    VALUE 'W' 'B' 'S' 'M'.
       01 WSRunFreqName    PIC X(12).
       01 WSPeriodsPerYear PIC 99.
       01 WSFreqCodes      PIC X(4) VALUE "WBSM".
       01 WSFreqLastRuns.
              02 WSFreqLastRun  PIC 9(8) OCCURS 4 TIMES.
       01 WSFreqIdx        PIC 9.
       01 WSRunFreqIdx     PIC 9.
       01 WSAnnualGross    PIC 9(9)V99 COMP-3.
       *> NEW : what becomes of a card in this run - paid, drawn
       *> against leave only (a salaried employee's leave is inside
       *> the salary), held for its own frequency's run, or rejected
       01 WSCardFate       PIC X.
              88 CardToPay       VALUE 'P'.
              88 CardLeaveOnly   VALUE 'L'.
              88 CardHeld        VALUE 'H'.
              88 CardRejected    VALUE 'R'.
       *> NEW : who and what is being paid - a timecard or a salary
       *> payment goes through the same pay, check and history steps
       01 WSPayEmpNo       PIC 9(4).
       01 WSPayHours       PIC 9(3)V99.
       01 WSPayLeave       PIC X.
              88 PayVacation     VALUE 'V'.
              88 PaySick         VALUE 'S'.
       01 WSSalaryIdx      PIC 9(3).
       01 WSSalaryCount    PIC 9(3) VALUE ZERO.
       01 WSCardPaidCount  PIC 9(3) VALUE ZERO.
       01 WSHeldCount      PIC 9(3) VALUE ZERO.
       01 WSLeaveOnlyCount PIC 9(3) VALUE ZERO.
       *> NEW : the retro queue loaded whole - lines paid in this run
       *> are marked and the file written back
       01 WSRetroStatus    PIC XX.
       01 WSRetroTable.
              02 WSRetroLine OCCURS 500 TIMES PIC X(79).
       01 WSRetroCount     PIC 9(3) VALUE ZERO.
       01 WSRetroIdx       PIC 9(3).
       01 WSRetroThisCheck PIC 9(5)V99 COMP-3.
       01 WSRetroPaidCount PIC 9(3) VALUE ZERO.
       01 WSPayKind        PIC X.
       *> NEW : the leave requests loaded whole - the ones this run
       *> pays are marked taken and the file written back
       01 WSLeaveReqStatus PIC XX.
       01 WSLeaveTable.
              02 WSLeaveReqLine OCCURS 500 TIMES PIC X(67).
       01 WSLeaveCount     PIC 9(3) VALUE ZERO.
       01 WSLeaveIdx       PIC 9(3).
       01 WSLeavePaidCount PIC 9(3) VALUE ZERO.
       *> NEW : the commission feed loaded whole - same handling as
       *> the retro queue
       01 WSCommFeedStatus PIC XX.
       01 WSCommTable.
              02 WSCommLine OCCURS 500 TIMES PIC X(63).
       01 WSCommCount      PIC 9(3) VALUE ZERO.
       01 WSCommIdx        PIC 9(3).
       01 WSCommThisCheck  PIC 9(7)V99 COMP-3.
       01 WSCommPaidCount  PIC 9(3) VALUE ZERO.
       *> NEW : the departments with this run's hours and cost
       *> charged to each - entry 1 is labour with no department (or
       *> one not on file), charged to the company-wide accounts
       01 WSDeptStatus       PIC XX.
       01 WSLabourDistStatus PIC XX.
       01 WSDeptTable.
              02 WSDbEntry OCCURS 21 TIMES.
                  03 WSDbCode        PIC X(4).
                  03 WSDbName        PIC X(20).
                  03 WSDbWageAcct    PIC 9(4).
                  03 WSDbErAcct      PIC 9(4).
                  03 WSDbHours       PIC 9(5)V99 COMP-3.
                  03 WSDbGross       PIC 9(7)V99 COMP-3.
                  03 WSDbEmployer    PIC 9(7)V99 COMP-3.
       01 WSDbCount        PIC 99 VALUE ZERO.
       01 WSDbIdx          PIC 99.
       01 WSDbFound        PIC 99.
       01 WSPayDept        PIC X(4).
       01 WSDeptHeads.
              02 FILLER      PIC X(30) VALUE "Labour by department :".
              02 FILLER      PIC X(9)  VALUE "    Hours".
              02 FILLER      PIC X(15) VALUE "          Gross".
              02 FILLER      PIC X(15) VALUE "       Employer".
       01 WSDeptLine.
              02 FILLER      PIC X(2) VALUE SPACES.
              02 WSDLCode    PIC X(6).
              02 WSDLName    PIC X(20).
              02 FILLER      PIC X(2) VALUE SPACES.
              02 WSDLHours   PIC ZZ,ZZ9.99.
              02 FILLER      PIC X(2) VALUE SPACES.
              02 WSDLGross   PIC $$,$$$,$$9.99.
              02 FILLER      PIC X(2) VALUE SPACES.
              02 WSDLEmployer PIC $$,$$$,$$9.99.
       *> NEW : the garnishment orders loaded whole - the line as
       *> keyed plus its working figures; this run's withholding
       *> per order goes to the remittance and payment files
       01 WSGarnishStatus   PIC XX.
       01 WSGarnRemitStatus PIC XX.
       01 WSGarnPayStatus   PIC XX.
       01 WSGnTable.
              02 WSGnEntry OCCURS 50 TIMES.
                  03 WSGnLine        PIC X(79).
                  03 WSGnEmpNo       PIC 9(4).
                  03 WSGnPriority    PIC 9(2).
                  03 WSGnMethod      PIC X.
                  03 WSGnAmount      PIC 9(5)V99 COMP-3.
                  03 WSGnCapPct      PIC 9(3)V99 COMP-3.
                  03 WSGnOwed        PIC 9(7)V99 COMP-3.
                  03 WSGnBalance     PIC 9(7)V99 COMP-3.
                  03 WSGnStatus      PIC X.
                  03 WSGnRunAmount   PIC 9(7)V99 COMP-3.
                  03 WSGnTouched     PIC X.
                  03 WSGnShort       PIC X.
                  03 WSGnDone        PIC X.
       01 WSGnCount        PIC 99 VALUE ZERO.
       01 WSGnIdx          PIC 99.
       01 WSGnPick         PIC 99.
       01 WSGnRunTotal     PIC 9(7)V99 COMP-3 VALUE ZERO.
       01 WSGnWithheld     PIC 9(5)V99 COMP-3.
       01 WSGnThisCheck    PIC 9(5)V99 COMP-3.
       01 WSDisposable     PIC 9(5)V99 COMP-3.
       01 WSGnRoom         PIC S9(5)V99 COMP-3.
       01 WSGnTake         PIC 9(5)V99 COMP-3.
       01 WSGnCapAmount    PIC 9(5)V99 COMP-3.
       *> NEW : the disposable pay a garnishment may never touch -
       *> thirty hours at the minimum wage a week, scaled to this
       *> frequency's period; GARNISH-MIN-WAGE in RunControl.dat, in
       *> cents, overrides the VALUE
       01 WSGnMinWage      PIC 9(3)V99 VALUE 7.25.
       *> NEW : the employer contribution rates, this check's share
       *> of each and the run's totals; four codes is all a pay
       *> history line has room for
       01 WSErRateStatus   PIC XX.
       01 WSErTable.
              02 WSErEntry OCCURS 4 TIMES.
                  03 WSErCode        PIC X(4).
                  03 WSErDesc        PIC X(20).
                  03 WSErRate        PIC 9(2)V999 COMP-3.
                  03 WSErCeiling     PIC 9(7)V99 COMP-3.
                  03 WSErThisCheck   PIC 9(5)V99 COMP-3.
                  03 WSErRunTotal    PIC 9(7)V99 COMP-3.
       01 WSErCount        PIC 9 VALUE ZERO.
       01 WSErIdx          PIC 9.
       01 WSErWages        PIC 9(7)V99 COMP-3.
       01 WSErCheckTotal   PIC 9(5)V99 COMP-3.
       01 WSTotEmployer    PIC 9(7)V99 COMP-3 VALUE ZERO.
       01 WSErCodeLine.
              02 FILLER      PIC X(2) VALUE SPACES.
              02 WSECCode    PIC X(4).
              02 FILLER      PIC X(2) VALUE SPACES.
              02 WSECDesc    PIC X(20).
              02 FILLER      PIC X(2) VALUE SPACES.
              02 WSECAmount  PIC $$,$$$,$$9.99.
       01 WSGnProtected    PIC 9(5)V99 COMP-3.
       01 WSParmName       PIC X(20).
       01 WSParmValue      PIC 9(5).
       01 WSParmFound      PIC X.
       01 WSGnRemitDetail.
              02 WSGREmpNo   PIC 9(4).
              02 FILLER      PIC X(2) VALUE SPACES.
              02 WSGRName    PIC X(20).
              02 FILLER      PIC X(2) VALUE SPACES.
              02 WSGRCaseNo  PIC X(12).
              02 FILLER      PIC X(2) VALUE SPACES.
              02 WSGRPayee   PIC X(20).
              02 FILLER      PIC X(1) VALUE SPACES.
              02 WSGRAmount  PIC $$$,$$9.99.
              02 FILLER      PIC X(1) VALUE SPACES.
              02 WSGRBalance PIC $$$$,$$9.99.
              02 FILLER      PIC X(2) VALUE SPACES.
              02 WSGRNote    PIC X(10).
       01 WSConsumedCount  PIC 9(3) VALUE ZERO.
       01 WSConsumeIdx     PIC 9(3).
       01 WSCardWasPaid    PIC X.
              88 CardWasPaid     VALUE 'Y'.
       01 WSRunPeriod      PIC 9(8).
      *> NEW : the run date moved on to a business day - see
      *> CH5_Subroutines/bizdate.cob
       01 WSPayDate        PIC 9(8).
       COPY bizdate.
       01 WSLastPeriod     PIC 9(8) VALUE ZERO.
       01 WSOverridePeriod PIC 9(8) VALUE ZERO.
       01 WSOverrideName   PIC X(40) VALUE "PayOverride.dat".
              02 WSSCheckNum  PIC 9(6).
              02 FILLER       PIC X(6) VALUE "  to  ".
              02 WSSName      PIC X(20).
      *> NEW : the date the check is payable
              02 FILLER       PIC X(8) VALUE "  dated ".
              02 WSSPayDate   PIC 9(8).
       01 WSStubLine.
              02 WSSLabel     PIC X(14).
              02 WSSAmount    PIC $$,$$$,$$9.99.
       Main.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSRunPeriod.
           PERFORM SetPayDate.
      *> NEW : each pay frequency is its own run
           PERFORM ChooseRunFrequency.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM CheckPayPeriod.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
      *> NEW : rates from PayRateHistory.dat override the master's
           PERFORM ApplyRateHistory.
           PERFORM LoadRetroQueue.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM LoadBrackets.
           PERFORM LoadDeductions.
           PERFORM LoadGarnishments.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM LoadEmployerRates.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM LoadLeaveRequests.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM LoadCommissionFeed.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM LoadDepartments.
           PERFORM LoadYTDFigures.
           PERFORM ReadNextCheckNumber.
           OPEN INPUT TimecardFile.
           OPEN OUTPUT CheckRegFile.
      *> NEW : the register says which period it belongs to
           MOVE SPACES TO CheckRegLine.
           STRING "Check Register - period " WSRunPeriod " "
               WSRunFreqName " paid " WSPayDate
               DELIMITED BY SIZE INTO CheckRegLine.
           WRITE CheckRegLine.
           MOVE SPACES TO RegisterLine.
           STRING "Payroll Register - period " WSRunPeriod " "
               WSRunFreqName
               DELIMITED BY SIZE INTO RegisterLine.
           WRITE RegisterLine.
           WRITE RegisterLine FROM WSColumnHeads
              END-READ
           END-PERFORM.
           CLOSE TimecardFile.
      *> NEW : salaried employees on this frequency are paid without
      *> a timecard
           PERFORM PaySalariedEmployees.
      *> NEW : approved leave that has started, after the salaries so
      *> a salaried draw comes off a balance this run has accrued
           PERFORM PayApprovedLeave.
      *> NEW : retro or commission owed to anyone this run paid
      *> nothing else goes out on a check of its own
           PERFORM PayOutstandingRetro.
           MOVE WSTotGross TO WSTGross.
           MOVE WSTotDeduct TO WSTDeduct.
           MOVE WSTotNet TO WSTNet.
                  END-WRITE
              END-PERFORM
           END-IF.
      *> NEW : the employer's side of the run by contribution, and
      *> the full labour cost it adds up to
           IF WSErCount > ZERO
              MOVE "Employer contributions :" TO RegisterLine
              WRITE RegisterLine
                  AFTER ADVANCING 2 LINES
              END-WRITE
              PERFORM VARYING WSErIdx FROM 1 BY 1
                  UNTIL WSErIdx > WSErCount
                  MOVE WSErCode(WSErIdx) TO WSECCode
                  MOVE WSErDesc(WSErIdx) TO WSECDesc
                  MOVE WSErRunTotal(WSErIdx) TO WSECAmount
                  WRITE RegisterLine FROM WSErCodeLine
                      AFTER ADVANCING 1 LINE
                  END-WRITE
              END-PERFORM
              MOVE SPACES TO WSECCode
              MOVE "Total employer cost" TO WSECDesc
              MOVE WSTotEmployer TO WSECAmount
              WRITE RegisterLine FROM WSErCodeLine
                  AFTER ADVANCING 1 LINE
              END-WRITE
              MOVE "Total labour cost" TO WSECDesc
              COMPUTE WSECAmount = WSTotGross + WSTotEmployer
              WRITE RegisterLine FROM WSErCodeLine
                  AFTER ADVANCING 1 LINE
              END-WRITE
           END-IF.
      *> NEW : the same labour cost by the department it is charged
      *> to - what PostRunToGL journals to each expense account
           IF WSTotGross > ZERO
              WRITE RegisterLine FROM WSDeptHeads
                  AFTER ADVANCING 2 LINES
              END-WRITE
              PERFORM VARYING WSDbIdx FROM 1 BY 1
                  UNTIL WSDbIdx > WSDbCount
                  IF WSDbGross(WSDbIdx) > ZERO
                     OR WSDbEmployer(WSDbIdx) > ZERO
                     OR WSDbHours(WSDbIdx) > ZERO
                     MOVE WSDbCode(WSDbIdx) TO WSDLCode
                     MOVE WSDbName(WSDbIdx) TO WSDLName
                     MOVE WSDbHours(WSDbIdx) TO WSDLHours
                     MOVE WSDbGross(WSDbIdx) TO WSDLGross
                     MOVE WSDbEmployer(WSDbIdx) TO WSDLEmployer
                     WRITE RegisterLine FROM WSDeptLine
                         AFTER ADVANCING 1 LINE
                     END-WRITE
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE RegisterFile.
           MOVE WSPaidCount TO WSCRCount.
           MOVE WSTotNet TO WSCRTotal.
           CLOSE CheckFile.
           CLOSE CheckRegFile.
           PERFORM SaveYTDFigures.
           PERFORM SaveRetroQueue.
           PERFORM SaveLeaveRequests.
           PERFORM SaveCommissionFeed.
           PERFORM SaveGarnishments.
           PERFORM WriteGarnishRemittance.
           PERFORM PostRunToGL.
           PERFORM WriteLabourDistribution.
      *> NEW : the paid cards leave Timecards.dat before the period
      *> stamps - a rerun (even a supervisor-overridden one) finds
      *> only the cards that never paid, so the same card can never
      *> permanent record of what each card became.
           PERFORM ConsumePaidCards.
           PERFORM StampPayPeriod.
           DISPLAY "payroll: " WSCardPaidCount " of " WSCardCount
               " timecard(s) paid, " WSRejectCount " rejected - "
               "see PayrollRegister.txt".
           IF WSSalaryCount > ZERO
              DISPLAY WSSalaryCount " salaried employee(s) paid"
           END-IF.
           IF WSLeaveOnlyCount > ZERO
              DISPLAY WSLeaveOnlyCount " salaried leave card(s) "
                  "drawn against balances"
           END-IF.
           IF WSLeavePaidCount > ZERO
              DISPLAY WSLeavePaidCount " approved leave request(s) "
                  "paid off LeaveRequests.dat"
           END-IF.
           IF WSCommPaidCount > ZERO
              DISPLAY WSCommPaidCount " approved commission line(s) "
                  "paid off CommissionFeed.dat"
           END-IF.
           IF WSRetroPaidCount > ZERO
              DISPLAY WSRetroPaidCount " queued retro pay line(s) "
                  "paid off RetroPay.dat"
           END-IF.
           IF WSGnRunTotal > ZERO
              MOVE WSGnRunTotal TO WSSAmount
              DISPLAY "Garnishments withheld " WSSAmount
                  " - see GarnishRemit.txt and GarnishPayments.dat"
           END-IF.
           IF WSHeldCount > ZERO
              DISPLAY WSHeldCount " card(s) held for another pay "
                  "frequency's run"
           END-IF.
           DISPLAY WSConsumedCount " paid card(s) consumed off "
               "Timecards.dat".
           IF WSDepositCount > ZERO
       *> completed period runs again only when payoverride.cob has
       *> staged a matching override, and the override is consumed
       *> so it can't authorise a third run by accident
      *> NEW : the control holds a line per frequency and this run
      *> is measured against its own frequency's last period only
       CheckPayPeriod.
           MOVE ZEROS TO WSFreqLastRuns.
           OPEN INPUT PeriodCtlFile.
           IF WSPeriodCtlStatus = "00"
              MOVE 'N' TO WSEOF
              PERFORM UNTIL EndOfPass
                 READ PeriodCtlFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END PERFORM NoteOnePeriodLine
                 END-READ
              END-PERFORM
              MOVE 'N' TO WSEOF
           END-IF.
           CLOSE PeriodCtlFile.
           MOVE WSFreqLastRun(WSRunFreqIdx) TO WSLastPeriod.
           IF WSRunPeriod NOT > WSLastPeriod
              MOVE ZERO TO WSOverridePeriod
              OPEN INPUT OverrideFile

       ConsumeOneCard.
           MOVE 'N' TO WSCardWasPaid.
      *> NEW : the same decision the pay loop made - a card held for
      *> another frequency's run stays on file for it
           PERFORM DecideCardFate.
           IF CardToPay OR CardLeaveOnly
              SET CardWasPaid TO TRUE
           END-IF.
           IF CardWasPaid
              ADD 1 TO WSConsumedCount
              END-WRITE
           END-IF.

      *> NEW : a control from before the frequencies is one bare
      *> date - every run was weekly then
       NoteOnePeriodLine.
           IF PpLegacyRun NUMERIC AND PpLegacyPad = SPACES
              MOVE PpLegacyRun TO WSFreqLastRun(1)
           ELSE
              PERFORM VARYING WSFreqIdx FROM 1 BY 1
                  UNTIL WSFreqIdx > 4
                  IF PpFreq = WSFreqCodes(WSFreqIdx:1)
                     AND PpLastRun NUMERIC
                     MOVE PpLastRun TO WSFreqLastRun(WSFreqIdx)
                  END-IF
              END-PERFORM
           END-IF.

      *> NEW : this frequency's line moves on, the others are
      *> written back as they were
       StampPayPeriod.
           MOVE WSRunPeriod TO WSFreqLastRun(WSRunFreqIdx).
           OPEN OUTPUT PeriodCtlFile.
           PERFORM VARYING WSFreqIdx FROM 1 BY 1
               UNTIL WSFreqIdx > 4
               IF WSFreqLastRun(WSFreqIdx) > ZERO
                  MOVE SPACES TO PayPeriodRecord
                  MOVE WSFreqCodes(WSFreqIdx:1) TO PpFreq
                  MOVE WSFreqLastRun(WSFreqIdx) TO PpLastRun
                  WRITE PayPeriodRecord
               END-IF
           END-PERFORM.
           CLOSE PeriodCtlFile.

      *> NEW : blank is the weekly run every payday used to be
       ChooseRunFrequency.
           DISPLAY "Pay frequency to run - (W)eekly, (B)iweekly, "
               "(S)emi-monthly or (M)onthly (blank = weekly) "
               WITH NO ADVANCING.
           MOVE SPACE TO WSRunFreq.
           ACCEPT WSRunFreq.
           MOVE FUNCTION UPPER-CASE(WSRunFreq) TO WSRunFreq.
           IF WSRunFreq = SPACE
              MOVE 'W' TO WSRunFreq
           END-IF.
           EVALUATE WSRunFreq
               WHEN 'W'
                   MOVE 1 TO WSRunFreqIdx
                   MOVE 52 TO WSPeriodsPerYear
                   MOVE "(weekly)" TO WSRunFreqName
               WHEN 'B'
                   MOVE 2 TO WSRunFreqIdx
                   MOVE 26 TO WSPeriodsPerYear
                   MOVE "(biweekly)" TO WSRunFreqName
               WHEN 'S'
                   MOVE 3 TO WSRunFreqIdx
                   MOVE 24 TO WSPeriodsPerYear
                   MOVE "(semi-monthly)" TO WSRunFreqName
               WHEN 'M'
                   MOVE 4 TO WSRunFreqIdx
                   MOVE 12 TO WSPeriodsPerYear
                   MOVE "(monthly)" TO WSRunFreqName
               WHEN OTHER
                   DISPLAY "payroll: unknown pay frequency "
                       WSRunFreq " - nothing run"
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.

       LoadEmployees.
           OPEN INPUT EmployeeFile.
           IF WSEmployeeStatus NOT = "00"
                                TO WSEmpEntryName(WSEmpCount)
                            MOVE EmpRate
                                TO WSEmpEntryRate(WSEmpCount)
                            MOVE ZERO
                                TO WSEmpRateFrom(WSEmpCount)
                            MOVE ZERO
                                TO WSEmpRetroDue(WSEmpCount)
                            MOVE ZERO
                                TO WSEmpRetroCheck(WSEmpCount)
                            MOVE ZERO
                                TO WSEmpCommDue(WSEmpCount)
                            MOVE ZERO
                                TO WSEmpCommCheck(WSEmpCount)
                            PERFORM NoteEmployeePayBasis
                            MOVE ZERO
                                TO WSEmpYTDGross(WSEmpCount)
                            MOVE ZERO
                                TO WSEmpYTDDeduct(WSEmpCount)
                            MOVE ZERO
                                TO WSEmpYTDNet(WSEmpCount)
                            MOVE ZERO
                                TO WSEmpYTDEmployer(WSEmpCount)
                            IF EmpVacRate NUMERIC
                               MOVE EmpVacRate
                                   TO WSEmpVacRate(WSEmpCount)
                                TO WSEmpRouting(WSEmpCount)
                            MOVE EmpAccount
                                TO WSEmpAccount(WSEmpCount)
                            MOVE EmpDept
                                TO WSEmpDept(WSEmpCount)
                         ELSE
                            SET EmpTableFull TO TRUE
                         END-IF
              END-IF
           END-IF.

      *> NEW : blank pay type and frequency are the old hourly,
      *> weekly behaviour
       NoteEmployeePayBasis.
           IF EmpSalaried
              MOVE 'S' TO WSEmpPayType(WSEmpCount)
           ELSE
              MOVE 'H' TO WSEmpPayType(WSEmpCount)
           END-IF.
           IF EmpPayFreq = SPACE OR NOT PayFreqKnown
              MOVE 'W' TO WSEmpPayFreq(WSEmpCount)
           ELSE
              MOVE EmpPayFreq TO WSEmpPayFreq(WSEmpCount)
           END-IF.
           IF EmpSalary NUMERIC
              MOVE EmpSalary TO WSEmpSalary(WSEmpCount)
           ELSE
              MOVE ZERO TO WSEmpSalary(WSEmpCount)
           END-IF.
           IF EmpTerminated AND EmpTermDate NUMERIC
              MOVE EmpTermDate TO WSEmpTermDate(WSEmpCount)
           ELSE
              MOVE ZERO TO WSEmpTermDate(WSEmpCount)
           END-IF.

      *> NEW : the latest rate whose effective date has been reached
      *> by the run date wins; a rate dated after the run waits for a
      *> later payday. No PayRateHistory.dat, or nothing on it for
      *> an employee, leaves the master's rate as it was.
       ApplyRateHistory.
           MOVE 'N' TO WSEOF.
           OPEN INPUT RateHistFile.
           IF WSRateHistStatus NOT = "00"
              CLOSE RateHistFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ RateHistFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF PrEffDate NOT > WSRunPeriod
                            PERFORM VARYING WSTableIdx FROM 1 BY 1
                                UNTIL WSTableIdx > WSEmpCount
                                IF WSEmpEntryNo(WSTableIdx) = PrEmpNo
                                   AND PrEffDate NOT <
                                       WSEmpRateFrom(WSTableIdx)
                                   MOVE PrRate
                                       TO WSEmpEntryRate(WSTableIdx)
                                   MOVE PrEffDate
                                       TO WSEmpRateFrom(WSTableIdx)
                                   PERFORM ApplyHistorySalary
                                END-IF
                            END-PERFORM
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE RateHistFile
           END-IF.
           MOVE 'N' TO WSEOF.

      *> NEW : the queued lines add up to what each employee is owed;
      *> a queue bigger than the table stops the run before a paid
      *> mark could be lost
       LoadRetroQueue.
           MOVE 'N' TO WSEOF.
           OPEN INPUT RetroFile.
           IF WSRetroStatus NOT = "00"
              CLOSE RetroFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ RetroFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSRetroCount < 500
                            ADD 1 TO WSRetroCount
                            MOVE RetroQueueRecord
                                TO WSRetroLine(WSRetroCount)
                            IF RetroQueued AND RqAmount NUMERIC
                               PERFORM NoteRetroOwed
                            END-IF
                         ELSE
                            DISPLAY "payroll: more than 500 lines on "
                                "RetroPay.dat - table exceeded, "
                                "aborting run"
                            MOVE 16 TO RETURN-CODE
                            MOVE 'Y' TO WSEOF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE RetroFile
           END-IF.
           MOVE 'N' TO WSEOF.

       NoteRetroOwed.
           PERFORM VARYING WSTableIdx FROM 1 BY 1
               UNTIL WSTableIdx > WSEmpCount
               IF WSEmpEntryNo(WSTableIdx) = RqEmpNo
                  ADD RqAmount TO WSEmpRetroDue(WSTableIdx)
               END-IF
           END-PERFORM.

      *> NEW : each queued line for an employee whose retro went out
      *> in this run is marked paid with the check that carried it
       SaveRetroQueue.
           IF WSRetroCount > ZERO
              OPEN OUTPUT RetroFile
              PERFORM VARYING WSRetroIdx FROM 1 BY 1
                  UNTIL WSRetroIdx > WSRetroCount
                  MOVE WSRetroLine(WSRetroIdx) TO RetroQueueRecord
                  IF RetroQueued
                     PERFORM VARYING WSTableIdx FROM 1 BY 1
                         UNTIL WSTableIdx > WSEmpCount
                         IF WSEmpEntryNo(WSTableIdx) = RqEmpNo
                            AND WSEmpRetroCheck(WSTableIdx) > ZERO
                            SET RetroPaid TO TRUE
                            MOVE WSEmpRetroCheck(WSTableIdx)
                                TO RqPaidCheck
                            MOVE WSRunPeriod TO RqPaidOn
                            ADD 1 TO WSRetroPaidCount
                         END-IF
                     END-PERFORM
                  END-IF
                  WRITE RetroQueueRecord
              END-PERFORM
              CLOSE RetroFile
           END-IF.

      *> NEW : the requests loaded whole; a file bigger than the
      *> table stops the run before a taken mark could be lost
       LoadLeaveRequests.
           MOVE 'N' TO WSEOF.
           OPEN INPUT LeaveReqFile.
           IF WSLeaveReqStatus NOT = "00"
              CLOSE LeaveReqFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ LeaveReqFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSLeaveCount < 500
                            ADD 1 TO WSLeaveCount
                            MOVE LeaveRequestRecord
                                TO WSLeaveReqLine(WSLeaveCount)
                         ELSE
                            DISPLAY "payroll: more than 500 lines on "
                                "LeaveRequests.dat - table exceeded, "
                                "aborting run"
                            MOVE 16 TO RETURN-CODE
                            MOVE 'Y' TO WSEOF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE LeaveReqFile
           END-IF.
           MOVE 'N' TO WSEOF.

      *> NEW : the approved lines add up to what each rep is owed; a
      *> feed bigger than the table stops the run before a paid mark
      *> could be lost
       LoadCommissionFeed.
           MOVE 'N' TO WSEOF.
           OPEN INPUT CommFeedFile.
           IF WSCommFeedStatus NOT = "00"
              CLOSE CommFeedFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ CommFeedFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSCommCount < 500
                            ADD 1 TO WSCommCount
                            MOVE CommFeedRecord
                                TO WSCommLine(WSCommCount)
                            IF CommQueued AND CfAmount NUMERIC
                               PERFORM VARYING WSTableIdx FROM 1 BY 1
                                   UNTIL WSTableIdx > WSEmpCount
                                   IF WSEmpEntryNo(WSTableIdx)
                                       = CfEmpNo
                                      ADD CfAmount
                                          TO WSEmpCommDue(WSTableIdx)
                                   END-IF
                               END-PERFORM
                            END-IF
                         ELSE
                            DISPLAY "payroll: more than 500 lines on "
                                "CommissionFeed.dat - table exceeded,"
                                " aborting run"
                            MOVE 16 TO RETURN-CODE
                            MOVE 'Y' TO WSEOF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE CommFeedFile
           END-IF.
           MOVE 'N' TO WSEOF.

      *> NEW : each queued line for a rep whose commission went out
      *> in this run is marked paid with the check that carried it -
      *> the same month can never pay twice
       SaveCommissionFeed.
           IF WSCommCount > ZERO
              OPEN OUTPUT CommFeedFile
              PERFORM VARYING WSCommIdx FROM 1 BY 1
                  UNTIL WSCommIdx > WSCommCount
                  MOVE WSCommLine(WSCommIdx) TO CommFeedRecord
                  IF CommQueued
                     PERFORM VARYING WSTableIdx FROM 1 BY 1
                         UNTIL WSTableIdx > WSEmpCount
                         IF WSEmpEntryNo(WSTableIdx) = CfEmpNo
                            AND WSEmpCommCheck(WSTableIdx) > ZERO
                            SET CommPaid TO TRUE
                            MOVE WSEmpCommCheck(WSTableIdx)
                                TO CfPaidCheck
                            MOVE WSRunPeriod TO CfPaidOn
                            ADD 1 TO WSCommPaidCount
                         END-IF
                     END-PERFORM
                  END-IF
                  WRITE CommFeedRecord
              END-PERFORM
              CLOSE CommFeedFile
           END-IF.

       SaveLeaveRequests.
           IF WSLeavePaidCount > ZERO
              OPEN OUTPUT LeaveReqFile
              PERFORM VARYING WSLeaveIdx FROM 1 BY 1
                  UNTIL WSLeaveIdx > WSLeaveCount
                  MOVE WSLeaveReqLine(WSLeaveIdx) TO LeaveRequestRecord
                  WRITE LeaveRequestRecord
              END-PERFORM
              CLOSE LeaveReqFile
           END-IF.

      *> NEW : a line carrying a salary makes the employee salaried
      *> from its date, one without makes them hourly - so a move
      *> between the two takes effect on the date keyed, like a raise
       ApplyHistorySalary.
           IF PrSalary NUMERIC AND PrSalary > ZERO
              MOVE PrSalary TO WSEmpSalary(WSTableIdx)
              MOVE 'S' TO WSEmpPayType(WSTableIdx)
           ELSE
              MOVE ZERO TO WSEmpSalary(WSTableIdx)
              MOVE 'H' TO WSEmpPayType(WSTableIdx)
           END-IF.

       *> NEW : band rates, ascending by gross floor - the highest
       *> band whose floor the gross reaches sets the deduction
       *> rate. No file means the old flat rate, so the run still
              MOVE YtdGross TO WSEmpYTDGross(WSFoundIdx)
              MOVE YtdDeduct TO WSEmpYTDDeduct(WSFoundIdx)
              MOVE YtdNet TO WSEmpYTDNet(WSFoundIdx)
              IF YtdEmployer NUMERIC
                 MOVE YtdEmployer TO WSEmpYTDEmployer(WSFoundIdx)
              END-IF
              IF YtdVacBal NUMERIC
                 MOVE YtdVacBal TO WSEmpVacBal(WSFoundIdx)
              END-IF
                  MOVE WSEmpYTDNet(WSTableIdx) TO YtdNet
                  MOVE WSEmpVacBal(WSTableIdx) TO YtdVacBal
                  MOVE WSEmpSickBal(WSTableIdx) TO YtdSickBal
                  MOVE WSEmpYTDEmployer(WSTableIdx) TO YtdEmployer
                  WRITE YTDRecord
                  END-WRITE
              END-PERFORM
                 MOVE SPACES TO GLJournalRecord
                 MOVE FUNCTION CURRENT-DATE(1:8) TO GjDate
                 MOVE "payroll" TO GjSource
      *> NEW : the gross is debited to each department's own wage
      *> account - together they are the run's gross
                 PERFORM VARYING WSDbIdx FROM 1 BY 1
                     UNTIL WSDbIdx > WSDbCount
                     IF WSDbGross(WSDbIdx) > ZERO
                        MOVE WSDbWageAcct(WSDbIdx) TO GjAccount
                        MOVE 'D' TO GjDrCr
                        MOVE WSDbGross(WSDbIdx) TO GjAmount
                        MOVE SPACES TO GjDesc
                        STRING "Payroll gross " WSDbCode(WSDbIdx)
                            DELIMITED BY SIZE INTO GjDesc
                        END-STRING
                        WRITE GLJournalRecord
                        END-WRITE
                     END-IF
                 END-PERFORM
                 MOVE 2300 TO GjAccount
                 MOVE 'C' TO GjDrCr
                 MOVE WSTotDeduct TO GjAmount
                 MOVE "Payroll net paid" TO GjDesc
                 WRITE GLJournalRecord
                 END-WRITE
      *> NEW : the employer's contributions are a cost of their own,
      *> owed to the agencies until remitted
      *> NEW : debited by department the same way as the gross
                 IF WSTotEmployer > ZERO
                    PERFORM VARYING WSDbIdx FROM 1 BY 1
                        UNTIL WSDbIdx > WSDbCount
                        IF WSDbEmployer(WSDbIdx) > ZERO
                           MOVE WSDbErAcct(WSDbIdx) TO GjAccount
                           MOVE 'D' TO GjDrCr
                           MOVE WSDbEmployer(WSDbIdx) TO GjAmount
                           MOVE SPACES TO GjDesc
                           STRING "Employer taxes " WSDbCode(WSDbIdx)
                               DELIMITED BY SIZE INTO GjDesc
                           END-STRING
                           WRITE GLJournalRecord
                           END-WRITE
                        END-IF
                    END-PERFORM
                    MOVE WSTotEmployer TO GjAmount
                    MOVE 2310 TO GjAccount
                    MOVE 'C' TO GjDrCr
                    MOVE "Employer contributions due" TO GjDesc
                    WRITE GLJournalRecord
                    END-WRITE
                 END-IF
              END-IF
              CLOSE GLJournalFile
           END-IF.
       *> NEW : a timecard for a number not on the master is
       *> rejected with a reason, never guessed at a rate
       PayOneTimecard.
           PERFORM DecideCardFate.
           MOVE TcEmpNo TO WSPayEmpNo.
           MOVE TcLeaveType TO WSPayLeave.
           MOVE TcDept TO WSPayDept.
           EVALUATE TRUE
               WHEN CardToPay
                   MOVE TcHours TO WSPayHours
                   MOVE 'T' TO WSPayKind
                   PERFORM ComputeOnePay
               WHEN CardLeaveOnly
                   MOVE TcHours TO WSPayHours
                   PERFORM DrawLeaveBalance
                   ADD 1 TO WSLeaveOnlyCount
               WHEN CardHeld
                   ADD 1 TO WSHeldCount
               WHEN OTHER
                   PERFORM RejectTimecard
           END-EVALUATE.

       DecideCardFate.
           MOVE ZERO TO WSFoundIdx.
           PERFORM VARYING WSTableIdx FROM 1 BY 1
               UNTIL WSTableIdx > WSEmpCount OR WSFoundIdx > 0
           END-PERFORM.
           EVALUATE TRUE
               WHEN WSFoundIdx = ZERO
                   SET CardRejected TO TRUE
      *> NEW : another frequency's card waits for that run
               WHEN WSEmpPayFreq(WSFoundIdx) NOT = WSRunFreq
                   SET CardHeld TO TRUE
               WHEN TcHours NOT NUMERIC
                   SET CardRejected TO TRUE
      *> NEW : payday is the wrong moment to discover a keying error
      *> - a card the supervisor never approved doesn't pay
               WHEN NOT CardApproved
                   SET CardRejected TO TRUE
      *> NEW : a salaried employee is paid without a card - their
      *> leave cards draw the balance, a card of worked hours rejects
               WHEN WSEmpPayType(WSFoundIdx) = 'S'
                   AND (VacationCard OR SickCard)
                   SET CardLeaveOnly TO TRUE
               WHEN WSEmpPayType(WSFoundIdx) = 'S'
                   SET CardRejected TO TRUE
               WHEN OTHER
                   SET CardToPay TO TRUE
           END-EVALUATE.

      *> NEW : each salaried employee on this run's frequency is paid
      *> the annual salary over the periods in the year. A leaver
      *> whose last day came before this period began is not paid.
       PaySalariedEmployees.
           PERFORM VARYING WSSalaryIdx FROM 1 BY 1
               UNTIL WSSalaryIdx > WSEmpCount
               MOVE WSSalaryIdx TO WSFoundIdx
               IF WSEmpPayType(WSFoundIdx) = 'S'
                  AND WSEmpPayFreq(WSFoundIdx) = WSRunFreq
                  AND (WSEmpTermDate(WSFoundIdx) = ZERO
                       OR WSEmpTermDate(WSFoundIdx) > WSLastPeriod)
                  IF WSEmpSalary(WSFoundIdx) = ZERO
                     DISPLAY "payroll: salaried employee "
                         WSEmpEntryNo(WSFoundIdx) " has no salary "
                         "in effect - not paid"
                  ELSE
                     MOVE WSEmpEntryNo(WSFoundIdx) TO WSPayEmpNo
                     MOVE ZERO TO WSPayHours
                     MOVE ZERO TO WSRegularHours
                     MOVE ZERO TO WSOvertimeHours
                     MOVE SPACE TO WSPayLeave
                     MOVE SPACES TO WSPayDept
                     MOVE 'S' TO WSPayKind
                     COMPUTE WSGrossPay ROUNDED =
                         WSEmpSalary(WSFoundIdx) / WSPeriodsPerYear
                     ADD 1 TO WSSalaryCount
                     PERFORM PayOneGross
                  END-IF
               END-IF
           END-PERFORM.

       *> NEW : math.cob's CalculatePay split, run per timecard -
       *> first 40 hours straight, the rest at time and a half
       ComputeOnePay.
           MOVE WSPayHours TO WSHoursWorked.
           IF WSHoursWorked > 40
              MOVE 40 TO WSRegularHours
              SUBTRACT 40 FROM WSHoursWorked
           COMPUTE WSGrossPay ROUNDED =
               (WSRegularHours * WSEmpEntryRate(WSFoundIdx)) +
               (WSOvertimeHours * WSEmpEntryRate(WSFoundIdx) * 1.5).
           ADD 1 TO WSCardPaidCount.
           PERFORM PayOneGross.

      *> NEW : each approved request whose first day has come is paid
      *> on its employee's own frequency's run - hourly leave as a
      *> check of straight-time hours at the current rate, salaried
      *> leave (already inside the salary) as a draw on the balance
      *> only. A request for someone off the master, or due on
      *> another frequency's run, waits.
       PayApprovedLeave.
           PERFORM VARYING WSLeaveIdx FROM 1 BY 1
               UNTIL WSLeaveIdx > WSLeaveCount
               MOVE WSLeaveReqLine(WSLeaveIdx) TO LeaveRequestRecord
               IF LrApproved AND LrFrom NOT > WSRunPeriod
                  AND LrHours NUMERIC
                  MOVE ZERO TO WSFoundIdx
                  PERFORM VARYING WSTableIdx FROM 1 BY 1
                      UNTIL WSTableIdx > WSEmpCount OR WSFoundIdx > 0
                      IF WSEmpEntryNo(WSTableIdx) = LrEmpNo
                         MOVE WSTableIdx TO WSFoundIdx
                      END-IF
                  END-PERFORM
                  IF WSFoundIdx > ZERO
                     AND WSEmpPayFreq(WSFoundIdx) = WSRunFreq
                     PERFORM PayOneLeaveRequest
                  END-IF
               END-IF
           END-PERFORM.

       PayOneLeaveRequest.
           MOVE LrEmpNo TO WSPayEmpNo.
           MOVE LrHours TO WSPayHours.
           MOVE LrType TO WSPayLeave.
           MOVE SPACES TO WSPayDept.
           IF WSEmpPayType(WSFoundIdx) = 'S'
              PERFORM DrawLeaveBalance
           ELSE
              MOVE LrHours TO WSRegularHours
              MOVE ZERO TO WSOvertimeHours
              MOVE 'L' TO WSPayKind
              COMPUTE WSGrossPay ROUNDED =
                  WSRegularHours * WSEmpEntryRate(WSFoundIdx)
              PERFORM PayOneGross
           END-IF.
           MOVE WSLeaveReqLine(WSLeaveIdx) TO LeaveRequestRecord.
           SET LrTaken TO TRUE.
           MOVE WSRunPeriod TO LrPaidOn.
           MOVE LeaveRequestRecord TO WSLeaveReqLine(WSLeaveIdx).
           ADD 1 TO WSLeavePaidCount.

      *> NEW : retro pay owed by the queue - paid as a separate
      *> check only to someone with nothing else in this run, and
      *> only on their own frequency's run
      *> NEW : commission owed likewise - a check of commission
      *> alone is kind C
       PayOutstandingRetro.
           PERFORM VARYING WSSalaryIdx FROM 1 BY 1
               UNTIL WSSalaryIdx > WSEmpCount
               MOVE WSSalaryIdx TO WSFoundIdx
               IF (WSEmpRetroDue(WSFoundIdx) > ZERO
                   OR WSEmpCommDue(WSFoundIdx) > ZERO)
                  AND WSEmpPayFreq(WSFoundIdx) = WSRunFreq
                  MOVE WSEmpEntryNo(WSFoundIdx) TO WSPayEmpNo
                  MOVE ZERO TO WSPayHours
                  MOVE ZERO TO WSRegularHours
                  MOVE ZERO TO WSOvertimeHours
                  MOVE SPACE TO WSPayLeave
                  MOVE SPACES TO WSPayDept
                  IF WSEmpRetroDue(WSFoundIdx) > ZERO
                     MOVE 'R' TO WSPayKind
                  ELSE
                     MOVE 'C' TO WSPayKind
                  END-IF
                  MOVE ZERO TO WSGrossPay
                  PERFORM PayOneGross
               END-IF
           END-PERFORM.

      *> NEW : everything after the gross is the same for a timecard
      *> and a salary payment
       PayOneGross.
      *> NEW : queued retro pay rides the employee's first check of
      *> the run, itemised on the stub and the register
           MOVE ZERO TO WSRetroThisCheck.
           IF WSEmpRetroDue(WSFoundIdx) > ZERO
              MOVE WSEmpRetroDue(WSFoundIdx) TO WSRetroThisCheck
              ADD WSRetroThisCheck TO WSGrossPay
              MOVE ZERO TO WSEmpRetroDue(WSFoundIdx)
           END-IF.
      *> NEW : approved commission the same way - supplemental
      *> earnings inside the gross, so it is taxed with the check
           MOVE ZERO TO WSCommThisCheck.
           IF WSEmpCommDue(WSFoundIdx) > ZERO
              MOVE WSEmpCommDue(WSFoundIdx) TO WSCommThisCheck
              ADD WSCommThisCheck TO WSGrossPay
              MOVE ZERO TO WSEmpCommDue(WSFoundIdx)
           END-IF.
      *> NEW : the deduction rate comes from the highest bracket
      *> this gross reaches; the flat rate only when no brackets
      *> loaded
      *> NEW : annualised by the periods in this frequency's year -
      *> the floors in TaxBrackets.dat were set against weekly pay,
      *> so they are taken as a weekly floor times 52 and a monthly
      *> check is taxed like the same pay spread over the year
           COMPUTE WSAnnualGross = WSGrossPay * WSPeriodsPerYear.
           MOVE WSDeductionRate TO WSPayRate.
           PERFORM VARYING WSBracketIdx FROM 1 BY 1
               UNTIL WSBracketIdx > WSBracketCount
               IF WSAnnualGross >=
                  WSBracketFloor(WSBracketIdx) * 52
                  MOVE WSBracketRate(WSBracketIdx) TO WSPayRate
               END-IF
           END-PERFORM.
           COMPUTE WSDeductions ROUNDED =
               WSGrossPay * WSPayRate.
      *> NEW : court orders come out of what is left after tax,
      *> ahead of anything the employee chose to have deducted
           PERFORM ApplyGarnishments.
      *> NEW : the standing voluntary deductions come off after the
      *> bracket calculation - itemised for the payslip, totalled by
      *> code for the register, and rolled into the same deductions
           ADD WSGrossPay TO WSTotGross.
           ADD WSDeductions TO WSTotDeduct.
           ADD WSNetPay TO WSTotNet.
      *> NEW : the employer's contributions are measured against
      *> the wages paid before this check, so a ceiling crossed
      *> mid-check charges only the part below it
           PERFORM ComputeEmployerCost.
      *> NEW : and both are charged to the department worked for
           PERFORM ChargeDepartment.
      *> NEW : this paycheck rolls into the employee's year-to-date
           ADD WSGrossPay TO WSEmpYTDGross(WSFoundIdx).
           ADD WSDeductions TO WSEmpYTDDeduct(WSFoundIdx).
      *> card draws the balance down while still paying - a draw
      *> past the balance still pays but empties it and says so,
      *> because payday is not the place to dock someone quietly
      *> NEW : a check of requested leave alone accrues nothing - the
      *> period's accrual rides the employee's card or salary check,
      *> so a retro-only or commission-only check accrues nothing
      *> either
           IF WSPayKind = 'T' OR WSPayKind = 'S'
              ADD WSEmpVacRate(WSFoundIdx)
                  TO WSEmpVacBal(WSFoundIdx)
              ADD WSEmpSickRate(WSFoundIdx)
                  TO WSEmpSickBal(WSFoundIdx)
           END-IF.
           PERFORM DrawLeaveBalance.
           ADD 1 TO WSPaidCount.
           MOVE WSPayEmpNo TO WSDEmpNo.
           MOVE WSEmpEntryName(WSFoundIdx) TO WSDName.
           MOVE WSPayHours TO WSDHours.
           MOVE WSGrossPay TO WSDGross.
           MOVE WSDeductions TO WSDDeduct.
           MOVE WSNetPay TO WSDNet.
           WRITE RegisterLine FROM WSDetailLine
               AFTER ADVANCING 1 LINE
           END-WRITE.
           IF WSRetroThisCheck > ZERO
              MOVE SPACES TO RegisterLine
              MOVE WSRetroThisCheck TO WSSAmount
              STRING "      includes retro pay " WSSAmount
                  DELIMITED BY SIZE INTO RegisterLine
              WRITE RegisterLine
                  AFTER ADVANCING 1 LINE
              END-WRITE
           END-IF.
           IF WSCommThisCheck > ZERO
              MOVE SPACES TO RegisterLine
              MOVE WSCommThisCheck TO WSSAmount
              STRING "      includes commission" WSSAmount
                  DELIMITED BY SIZE INTO RegisterLine
              WRITE RegisterLine
                  AFTER ADVANCING 1 LINE
              END-WRITE
           END-IF.
           IF WSErCheckTotal > ZERO
              MOVE SPACES TO RegisterLine
              MOVE WSErCheckTotal TO WSSAmount
              STRING "      employer cost    " WSSAmount
                  DELIMITED BY SIZE INTO RegisterLine
              WRITE RegisterLine
                  AFTER ADVANCING 1 LINE
              END-WRITE
           END-IF.
      *> NEW : opted-in employees are paid by transfer, everyone
      *> else still gets the printed check - either way the register
      *> accounts for every dollar under a number from the same
           ELSE
              PERFORM PrintOnePaycheck
           END-IF.
           IF WSRetroThisCheck > ZERO
              MOVE WSCheckNum TO WSEmpRetroCheck(WSFoundIdx)
           END-IF.
           IF WSCommThisCheck > ZERO
              MOVE WSCheckNum TO WSEmpCommCheck(WSFoundIdx)
           END-IF.

      *> NEW : the card's department, else the employee's own; a
      *> code not on Departments.dat is charged to the company-wide
      *> accounts and reported, never lost
       ChargeDepartment.
           IF WSPayDept = SPACES
              MOVE WSEmpDept(WSFoundIdx) TO WSPayDept
           END-IF.
           MOVE 1 TO WSDbFound.
           IF WSPayDept NOT = SPACES
              PERFORM VARYING WSDbIdx FROM 2 BY 1
                  UNTIL WSDbIdx > WSDbCount OR WSDbFound > 1
                  IF WSDbCode(WSDbIdx) = WSPayDept
                     MOVE WSDbIdx TO WSDbFound
                  END-IF
              END-PERFORM
              IF WSDbFound = 1
                 DISPLAY "payroll: employee " WSPayEmpNo
                     " charged to department " WSPayDept
                     " - not on Departments.dat, posted to "
                     WSDbWageAcct(1)
              END-IF
           END-IF.
           ADD WSPayHours TO WSDbHours(WSDbFound).
           ADD WSGrossPay TO WSDbGross(WSDbFound).
           ADD WSErCheckTotal TO WSDbEmployer(WSDbFound).

       DrawLeaveBalance.
           IF PayVacation
              IF WSPayHours > WSEmpVacBal(WSFoundIdx)
                 DISPLAY "payroll: employee " WSPayEmpNo " drew more "
                     "vacation than the balance held"
                 MOVE ZERO TO WSEmpVacBal(WSFoundIdx)
              ELSE
                 SUBTRACT WSPayHours FROM WSEmpVacBal(WSFoundIdx)
              END-IF
           END-IF.
           IF PaySick
              IF WSPayHours > WSEmpSickBal(WSFoundIdx)
                 DISPLAY "payroll: employee " WSPayEmpNo " drew more "
                     "sick leave than the balance held"
                 MOVE ZERO TO WSEmpSickBal(WSFoundIdx)
              ELSE
                 SUBTRACT WSPayHours FROM WSEmpSickBal(WSFoundIdx)
              END-IF
           END-IF.

      *> NEW : entry 1 is the company-wide accounts every run used
      *> before departments; no Departments.dat leaves it the only
      *> one. A department with no account of its own falls back to
      *> the company-wide one.
       LoadDepartments.
           MOVE 1 TO WSDbCount.
           MOVE SPACES TO WSDbCode(1).
           MOVE "(no department)" TO WSDbName(1).
           MOVE 5000 TO WSDbWageAcct(1).
           MOVE 5200 TO WSDbErAcct(1).
           MOVE ZERO TO WSDbHours(1).
           MOVE ZERO TO WSDbGross(1).
           MOVE ZERO TO WSDbEmployer(1).
           MOVE 'N' TO WSEOF.
           OPEN INPUT DeptFile.
           IF WSDeptStatus NOT = "00"
              CLOSE DeptFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ DeptFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSDbCount < 21 AND DeptCode NOT = SPACES
                            ADD 1 TO WSDbCount
                            PERFORM NoteOneDepartment
                         ELSE
                            IF DeptCode NOT = SPACES
                               DISPLAY "payroll: more than 20 lines "
                                   "on Departments.dat - " DeptCode
                                   " charged to " WSDbWageAcct(1)
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE DeptFile
           END-IF.
           MOVE 'N' TO WSEOF.

       NoteOneDepartment.
           MOVE DeptCode TO WSDbCode(WSDbCount).
           MOVE DeptName TO WSDbName(WSDbCount).
           IF DeptWageAcct NUMERIC AND DeptWageAcct > ZERO
              MOVE DeptWageAcct TO WSDbWageAcct(WSDbCount)
           ELSE
              MOVE WSDbWageAcct(1) TO WSDbWageAcct(WSDbCount)
           END-IF.
           IF DeptErAcct NUMERIC AND DeptErAcct > ZERO
              MOVE DeptErAcct TO WSDbErAcct(WSDbCount)
           ELSE
              MOVE WSDbErAcct(1) TO WSDbErAcct(WSDbCount)
           END-IF.
           MOVE ZERO TO WSDbHours(WSDbCount).
           MOVE ZERO TO WSDbGross(WSDbCount).
           MOVE ZERO TO WSDbEmployer(WSDbCount).

      *> NEW : one line per department this run charged, for
      *> labourdist.cob - same create-if-missing handling the other
      *> EXTEND files use
       WriteLabourDistribution.
           IF WSTotGross > ZERO
              OPEN EXTEND LabourDistFile
              IF WSLabourDistStatus = "35"
                 OPEN OUTPUT LabourDistFile
                 CLOSE LabourDistFile
                 OPEN EXTEND LabourDistFile
              END-IF
              IF WSLabourDistStatus NOT = "00"
                 DISPLAY "payroll: LabourDist.dat unavailable - "
                     "status " WSLabourDistStatus
                     " - labour distribution not recorded"
              ELSE
                 PERFORM VARYING WSDbIdx FROM 1 BY 1
                     UNTIL WSDbIdx > WSDbCount
                     IF WSDbGross(WSDbIdx) > ZERO
                        OR WSDbEmployer(WSDbIdx) > ZERO
                        OR WSDbHours(WSDbIdx) > ZERO
                        MOVE SPACES TO LabourDistRecord
                        MOVE WSRunPeriod TO LdPeriod
                        MOVE WSRunFreq TO LdFreq
                        MOVE WSDbCode(WSDbIdx) TO LdDept
                        MOVE WSDbHours(WSDbIdx) TO LdHours
                        MOVE WSDbGross(WSDbIdx) TO LdGross
                        MOVE WSDbEmployer(WSDbIdx) TO LdEmployer
                        WRITE LabourDistRecord
                        END-WRITE
                     END-IF
                 END-PERFORM
              END-IF
              CLOSE LabourDistFile
           END-IF.

       *> NEW : no file just means no voluntary deductions - the
       *> run still pays on day one
              MOVE 'N' TO WSEOF
           END-IF.

      *> NEW : the payslip itemisation now starts with the
      *> garnishments, so the slip table is cleared there
       ApplyVoluntaryDeductions.
           PERFORM VARYING WSDedIdx FROM 1 BY 1
               UNTIL WSDedIdx > WSDedCount
               IF WSDedEmpNo(WSDedIdx) = WSPayEmpNo
                  IF WSDedMethod(WSDedIdx) = 'P'
                     COMPUTE WSVolAmount ROUNDED =
                         WSGrossPay * WSDedAmount(WSDedIdx) / 100
              ADD WSVolAmount TO WSCodeTotal(WSCodeFound)
           END-IF.

      *> NEW : no file means no orders. The minimum wage behind the
      *> protected amount is read once here; a table overflow stops
      *> the run, since a dropped order is a court order ignored
       LoadGarnishments.
           MOVE "GARNISH-MIN-WAGE" TO WSParmName.
           CALL 'runcontrol' USING WSParmName, WSParmValue,
               WSParmFound
           END-CALL.
           IF WSParmFound = 'Y' AND WSParmValue > ZERO
              COMPUTE WSGnMinWage = WSParmValue / 100
           END-IF.
           COMPUTE WSGnProtected ROUNDED =
               WSGnMinWage * 30 * 52 / WSPeriodsPerYear.
           MOVE 'N' TO WSEOF.
           OPEN INPUT GarnishFile.
           IF WSGarnishStatus NOT = "00"
              CLOSE GarnishFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ GarnishFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSGnCount < 50
                            ADD 1 TO WSGnCount
                            PERFORM NoteOneGarnishment
                         ELSE
                            DISPLAY "payroll: more than 50 lines on "
                                "Garnishments.dat - table exceeded, "
                                "aborting run"
                            MOVE 16 TO RETURN-CODE
                            MOVE 'Y' TO WSEOF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE GarnishFile
           END-IF.
           MOVE 'N' TO WSEOF.

      *> a line that will not read as numbers is kept and written
      *> back as keyed, but never withheld
       NoteOneGarnishment.
           MOVE GarnishRecord TO WSGnLine(WSGnCount).
           MOVE ZERO TO WSGnRunAmount(WSGnCount).
           MOVE 'N' TO WSGnTouched(WSGnCount).
           MOVE 'N' TO WSGnShort(WSGnCount).
           MOVE GnStatus TO WSGnStatus(WSGnCount).
           IF GnEmpNo NUMERIC AND GnPriority NUMERIC
              AND GnAmount NUMERIC AND GnCapPct NUMERIC
              AND GnOwed NUMERIC AND (GnPercent OR GnFlat)
              AND GnActive
              MOVE GnEmpNo TO WSGnEmpNo(WSGnCount)
              MOVE GnPriority TO WSGnPriority(WSGnCount)
              MOVE GnMethod TO WSGnMethod(WSGnCount)
              MOVE GnAmount TO WSGnAmount(WSGnCount)
              MOVE GnCapPct TO WSGnCapPct(WSGnCount)
              MOVE GnOwed TO WSGnOwed(WSGnCount)
              IF GnBalance NUMERIC
                 MOVE GnBalance TO WSGnBalance(WSGnCount)
              ELSE
                 MOVE GnOwed TO WSGnBalance(WSGnCount)
              END-IF
              MOVE 'A' TO WSGnStatus(WSGnCount)
           ELSE
              MOVE ZERO TO WSGnEmpNo(WSGnCount)
              MOVE 'X' TO WSGnStatus(WSGnCount)
              IF NOT GnSatisfied
                 DISPLAY "payroll: Garnishments.dat line " WSGnCount
                     " unreadable - case " GnCaseNo " not withheld"
              END-IF
           END-IF.

      *> orders for this employee are taken lowest priority number
      *> first (file order within a priority). Each takes its own
      *> amount, held to its own cap, to what is still owed, and to
      *> whatever disposable pay is left above the protected
      *> minimum - once that is used up the later orders take
      *> nothing this check.
       ApplyGarnishments.
           MOVE ZERO TO WSSlipCount.
           MOVE ZERO TO WSGnThisCheck.
           IF WSGrossPay > WSDeductions
              SUBTRACT WSDeductions FROM WSGrossPay
                  GIVING WSDisposable
           ELSE
              MOVE ZERO TO WSDisposable
           END-IF.
           COMPUTE WSGnRoom = WSDisposable - WSGnProtected.
           PERFORM VARYING WSGnIdx FROM 1 BY 1
               UNTIL WSGnIdx > WSGnCount
               MOVE 'N' TO WSGnDone(WSGnIdx)
           END-PERFORM.
           MOVE 1 TO WSGnPick.
           PERFORM UNTIL WSGnPick = ZERO
               MOVE ZERO TO WSGnPick
               PERFORM VARYING WSGnIdx FROM 1 BY 1
                   UNTIL WSGnIdx > WSGnCount
                   IF WSGnEmpNo(WSGnIdx) = WSPayEmpNo
                      AND WSGnStatus(WSGnIdx) = 'A'
                      AND WSGnDone(WSGnIdx) = 'N'
                      IF WSGnPick = ZERO
                         MOVE WSGnIdx TO WSGnPick
                      ELSE
                         IF WSGnPriority(WSGnIdx)
                            < WSGnPriority(WSGnPick)
                            MOVE WSGnIdx TO WSGnPick
                         END-IF
                      END-IF
                   END-IF
               END-PERFORM
               IF WSGnPick > ZERO
                  MOVE 'Y' TO WSGnDone(WSGnPick)
                  PERFORM WithholdOneOrder
               END-IF
           END-PERFORM.

       WithholdOneOrder.
           MOVE 'Y' TO WSGnTouched(WSGnPick).
           IF WSGnMethod(WSGnPick) = 'P'
              COMPUTE WSGnTake ROUNDED =
                  WSDisposable * WSGnAmount(WSGnPick) / 100
           ELSE
              MOVE WSGnAmount(WSGnPick) TO WSGnTake
           END-IF.
           IF WSGnCapPct(WSGnPick) > ZERO
              COMPUTE WSGnCapAmount ROUNDED =
                  WSDisposable * WSGnCapPct(WSGnPick) / 100
              IF WSGnTake > WSGnCapAmount
                 MOVE WSGnCapAmount TO WSGnTake
              END-IF
           END-IF.
           IF WSGnOwed(WSGnPick) > ZERO
              AND WSGnTake > WSGnBalance(WSGnPick)
              MOVE WSGnBalance(WSGnPick) TO WSGnTake
           END-IF.
           IF WSGnRoom NOT > ZERO
              MOVE ZERO TO WSGnTake
              MOVE 'Y' TO WSGnShort(WSGnPick)
           ELSE
              IF WSGnTake > WSGnRoom
                 MOVE WSGnRoom TO WSGnTake
                 MOVE 'Y' TO WSGnShort(WSGnPick)
              END-IF
           END-IF.
           IF WSGnTake > ZERO
              SUBTRACT WSGnTake FROM WSGnRoom
              ADD WSGnTake TO WSDeductions
              ADD WSGnTake TO WSGnThisCheck
              ADD WSGnTake TO WSGnRunAmount(WSGnPick)
              ADD WSGnTake TO WSGnRunTotal
              IF WSGnOwed(WSGnPick) > ZERO
                 SUBTRACT WSGnTake FROM WSGnBalance(WSGnPick)
                 IF WSGnBalance(WSGnPick) = ZERO
                    MOVE 'S' TO WSGnStatus(WSGnPick)
                 END-IF
              END-IF
              IF WSSlipCount < 10
                 ADD 1 TO WSSlipCount
                 MOVE "GAR" TO WSSlipCode(WSSlipCount)
                 MOVE WSGnTake TO WSSlipAmount(WSSlipCount)
              END-IF
           END-IF.

      *> every order goes back - the balance and status of the ones
      *> this run withheld from are brought up to date, the rest
      *> are written exactly as read
       SaveGarnishments.
           IF WSGnCount > ZERO
              OPEN OUTPUT GarnishFile
              PERFORM VARYING WSGnIdx FROM 1 BY 1
                  UNTIL WSGnIdx > WSGnCount
                  MOVE WSGnLine(WSGnIdx) TO GarnishRecord
                  IF WSGnStatus(WSGnIdx) = 'A'
                     OR WSGnStatus(WSGnIdx) = 'S'
                     MOVE WSGnBalance(WSGnIdx) TO GnBalance
                     MOVE WSGnStatus(WSGnIdx) TO GnStatus
                  END-IF
                  WRITE GarnishRecord
              END-PERFORM
              CLOSE GarnishFile
           END-IF.

      *> written fresh each run, like the register - every order for
      *> an employee paid this run is listed, including one the
      *> protected minimum held short, so nothing owed goes unseen
       WriteGarnishRemittance.
           IF WSGnCount > ZERO
              OPEN OUTPUT GarnRemitFile
              OPEN OUTPUT GarnPayFile
              MOVE SPACES TO GarnRemitLine
              STRING "Garnishment Remittance - period " WSRunPeriod
                  " " WSRunFreqName
                  DELIMITED BY SIZE INTO GarnRemitLine
              WRITE GarnRemitLine
              MOVE SPACES TO GarnRemitLine
              WRITE GarnRemitLine
              MOVE "EmpNo Name                  Case No       Payee"
                  & "                    Withheld     Balance"
                  TO GarnRemitLine
              WRITE GarnRemitLine
              PERFORM VARYING WSGnIdx FROM 1 BY 1
                  UNTIL WSGnIdx > WSGnCount
                  IF WSGnTouched(WSGnIdx) = 'Y'
                     PERFORM WriteOneRemittance
                  END-IF
              END-PERFORM
              MOVE SPACES TO GarnRemitLine
              WRITE GarnRemitLine
              MOVE SPACES TO GarnRemitLine
              MOVE WSGnRunTotal TO WSSAmount
              STRING "Total to remit this run  " WSSAmount
                  DELIMITED BY SIZE INTO GarnRemitLine
              WRITE GarnRemitLine
              CLOSE GarnRemitFile
              CLOSE GarnPayFile
           END-IF.

       WriteOneRemittance.
           MOVE WSGnLine(WSGnIdx) TO GarnishRecord.
           MOVE WSGnEmpNo(WSGnIdx) TO WSGREmpNo.
           MOVE "(not on master)" TO WSGRName.
           PERFORM VARYING WSTableIdx FROM 1 BY 1
               UNTIL WSTableIdx > WSEmpCount
               IF WSEmpEntryNo(WSTableIdx) = WSGnEmpNo(WSGnIdx)
                  MOVE WSEmpEntryName(WSTableIdx) TO WSGRName
               END-IF
           END-PERFORM.
           MOVE GnCaseNo TO WSGRCaseNo.
           MOVE GnPayee TO WSGRPayee.
           MOVE WSGnRunAmount(WSGnIdx) TO WSGRAmount.
           MOVE WSGnBalance(WSGnIdx) TO WSGRBalance.
           EVALUATE TRUE
               WHEN WSGnStatus(WSGnIdx) = 'S'
                   MOVE "SATISFIED" TO WSGRNote
               WHEN WSGnShort(WSGnIdx) = 'Y'
                   MOVE "PROTECTED" TO WSGRNote
               WHEN WSGnOwed(WSGnIdx) = ZERO
                   MOVE "OPEN" TO WSGRNote
               WHEN OTHER
                   MOVE SPACES TO WSGRNote
           END-EVALUATE.
           WRITE GarnRemitLine FROM WSGnRemitDetail.
           IF WSGnRunAmount(WSGnIdx) > ZERO
              MOVE SPACES TO GarnPayRecord
              MOVE WSRunPeriod TO GpDate
              MOVE GnPayee TO GpPayee
              MOVE GnCaseNo TO GpCaseNo
              MOVE WSGnEmpNo(WSGnIdx) TO GpEmpNo
              MOVE WSGnRunAmount(WSGnIdx) TO GpAmount
              WRITE GarnPayRecord
           END-IF.

      *> NEW : no file means no employer contributions are worked
      *> out - said once, so a missing table is not mistaken for a
      *> zero cost. More codes than a history line can carry stops
      *> the run before anything pays.
       LoadEmployerRates.
           MOVE 'N' TO WSEOF.
           OPEN INPUT EmployerRateFile.
           IF WSErRateStatus NOT = "00"
              CLOSE EmployerRateFile
              DISPLAY "payroll: no EmployerRates.dat - employer "
                  "contributions not calculated"
           ELSE
              PERFORM UNTIL EndOfPass
                 READ EmployerRateFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF ErRate NUMERIC AND ErCeiling NUMERIC
                            AND ErCode NOT = SPACES
                            IF WSErCount < 4
                               ADD 1 TO WSErCount
                               MOVE ErCode TO WSErCode(WSErCount)
                               MOVE ErDesc TO WSErDesc(WSErCount)
                               MOVE ErRate TO WSErRate(WSErCount)
                               MOVE ErCeiling
                                   TO WSErCeiling(WSErCount)
                               MOVE ZERO TO WSErRunTotal(WSErCount)
                            ELSE
                               DISPLAY "payroll: more than 4 rates "
                                   "on EmployerRates.dat - table "
                                   "exceeded, aborting run"
                               MOVE 16 TO RETURN-CODE
                               MOVE 'Y' TO WSEOF
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE EmployerRateFile
           END-IF.
           MOVE 'N' TO WSEOF.

       ComputeEmployerCost.
           MOVE ZERO TO WSErCheckTotal.
           PERFORM VARYING WSErIdx FROM 1 BY 1
               UNTIL WSErIdx > WSErCount
               MOVE WSGrossPay TO WSErWages
               IF WSErCeiling(WSErIdx) > ZERO
                  IF WSEmpYTDGross(WSFoundIdx)
                     NOT < WSErCeiling(WSErIdx)
                     MOVE ZERO TO WSErWages
                  ELSE
                     IF WSEmpYTDGross(WSFoundIdx) + WSGrossPay
                        > WSErCeiling(WSErIdx)
                        COMPUTE WSErWages = WSErCeiling(WSErIdx)
                            - WSEmpYTDGross(WSFoundIdx)
                     END-IF
                  END-IF
               END-IF
               COMPUTE WSErThisCheck(WSErIdx) ROUNDED =
                   WSErWages * WSErRate(WSErIdx) / 100
               ADD WSErThisCheck(WSErIdx) TO WSErCheckTotal
               ADD WSErThisCheck(WSErIdx) TO WSErRunTotal(WSErIdx)
           END-PERFORM.
           ADD WSErCheckTotal TO WSTotEmployer.
           ADD WSErCheckTotal TO WSEmpYTDEmployer(WSFoundIdx).

       ReadNextCheckNumber.
           OPEN INPUT CheckCtlFile.
           IF WSCheckCtlStatus = "00"
           END-IF.
           CLOSE CheckCtlFile.

      *> NEW : paid on the run date, or the first business day
      *> after it - a calendar the routine can't read leaves the run
      *> date standing
       SetPayDate.
           MOVE WSRunPeriod TO WSPayDate.
           SET BizRollForward TO TRUE.
           MOVE WSRunPeriod TO WSBizFromDate.
           CALL 'bizdate' USING WSBizFunction, WSBizFromDate,
               WSBizToDate, WSBizDays, WSBizResult
           END-CALL.
           IF BizDateOK
              MOVE WSBizToDate TO WSPayDate
           END-IF.

       SaveNextCheckNumber.
           OPEN OUTPUT CheckCtlFile.
           MOVE WSNextCheck TO CheckCtlRecord.
       *> the control file saved before the stub prints, so a crash
       *> mid-stub wastes a number instead of reusing one
       PrintOnePaycheck.
      *> NEW : refund and supplier checks share the stream, so the
      *> control file is read again before each number is taken
           PERFORM ReadNextCheckNumber.
           MOVE WSNextCheck TO WSCheckNum.
           ADD 1 TO WSNextCheck.
           PERFORM SaveNextCheckNumber.
           MOVE WSCheckNum TO WSSCheckNum.
           MOVE WSEmpEntryName(WSFoundIdx) TO WSSName.
           MOVE WSPayDate TO WSSPayDate.
           IF WSPaidCount = 1
              WRITE CheckLine FROM WSStubHead
              END-WRITE
           MOVE "Gross Pay   : " TO WSSLabel.
           MOVE WSGrossPay TO WSSAmount.
           PERFORM WriteStubLine.
      *> NEW : retro pay is named inside the gross it is part of
           IF WSRetroThisCheck > ZERO
              MOVE "  incl retro: " TO WSSLabel
              MOVE WSRetroThisCheck TO WSSAmount
              PERFORM WriteStubLine
           END-IF.
           IF WSCommThisCheck > ZERO
              MOVE "  incl comm : " TO WSSLabel
              MOVE WSCommThisCheck TO WSSAmount
              PERFORM WriteStubLine
           END-IF.
           MOVE "Deductions  : " TO WSSLabel.
           MOVE WSDeductions TO WSSAmount.
           PERFORM WriteStubLine.
               AFTER ADVANCING 1 LINE
           END-WRITE.
           MOVE WSCheckNum TO WSCRNum.
           MOVE WSPayEmpNo TO WSCREmpNo.
           MOVE WSEmpEntryName(WSFoundIdx) TO WSCRName.
           MOVE WSNetPay TO WSCRNet.
           MOVE SPACES TO WSCRKind.
           PERFORM WritePayHistory.

       *> NEW : the transfer takes a reference from the same
       *> NextCheck.dat stream the checks use, so the registers stay
       *> one gapless account of every dollar paid - the line goes
       *> to the bank file, the register and the pay history, and no
       *> paper prints. Same create-if-missing handling the other
       *> EXTEND files use.
       RecordOneDeposit.
           PERFORM ReadNextCheckNumber.
           MOVE WSNextCheck TO WSCheckNum.
           ADD 1 TO WSNextCheck.
           PERFORM SaveNextCheckNumber.
           ADD 1 TO WSDepositCount.
           MOVE SPACES TO DepositRecord.
           MOVE WSPayDate TO DpDate.
           MOVE WSCheckNum TO DpRef.
           MOVE WSEmpRouting(WSFoundIdx) TO DpRouting.
           MOVE WSEmpAccount(WSFoundIdx) TO DpAccount.
           WRITE DepositRecord.
           CLOSE DepositFile.
           MOVE WSCheckNum TO WSCRNum.
           MOVE WSPayEmpNo TO WSCREmpNo.
           MOVE WSEmpEntryName(WSFoundIdx) TO WSCRName.
           MOVE WSNetPay TO WSCRNet.
           MOVE "  EFT" TO WSCRKind.
           MOVE SPACES TO PayHistRecord.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PhDate.
           MOVE WSCheckNum TO PhCheckNum.
           MOVE WSPayEmpNo TO PhEmpNo.
           MOVE WSGrossPay TO PhGross.
           MOVE WSDeductions TO PhDeduct.
           MOVE WSNetPay TO PhNet.
           MOVE 'P' TO PhStatus.
      *> NEW : what the pay was made of, for retropay.cob
           MOVE WSPayKind TO PhKind.
           MOVE WSRegularHours TO PhRegHours.
           MOVE WSOvertimeHours TO PhOTHours.
           IF WSPayKind = 'T' OR WSPayKind = 'L'
              MOVE WSEmpEntryRate(WSFoundIdx) TO PhRate
           ELSE
              MOVE ZERO TO PhRate
           END-IF.
           MOVE WSRetroThisCheck TO PhRetro.
           MOVE WSErCheckTotal TO PhErTotal.
           PERFORM VARYING WSErIdx FROM 1 BY 1
               UNTIL WSErIdx > 4
               IF WSErIdx > WSErCount
                  MOVE SPACES TO PhErCode(WSErIdx)
                  MOVE ZERO TO PhErAmount(WSErIdx)
               ELSE
                  MOVE WSErCode(WSErIdx) TO PhErCode(WSErIdx)
                  MOVE WSErThisCheck(WSErIdx) TO PhErAmount(WSErIdx)
               END-IF
           END-PERFORM.
           OPEN EXTEND HistoryFile.
           IF WSHistoryStatus = "35"
              OPEN OUTPUT HistoryFile
