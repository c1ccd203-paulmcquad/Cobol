       IDENTIFICATION DIVISION.
       PROGRAM-ID. empmaint.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Employee master maintenance - EmployeeMaster.dat had no
       *> program of its own, so a new hire or a raise meant lining
       *> columns up against Copybooks/emprec.cpy in a text editor.
       *> Employees are added, changed, terminated and listed here
       *> with the edits custmaint.cob applies to a customer: a blank
       *> entry keeps what is on file, nothing is rewritten until
       *> every field keyed is good, and close-type actions (here a
       *> pay rate change and a termination) are held to supervisor
       *> level. The bank routing number for direct deposit must pass
       *> its check digit. A rate is never overwritten without trace:
       *> the starting rate and every change after it go onto
       *> PayRateHistory.dat (see Copybooks/payratehist.cpy) with the
       *> date it takes effect, and payroll.cob pays the rate in
       *> effect on the run date from there. Every field changed is
       *> written to EmployeeAudit.log (Copybooks/empaudit.cpy) with
       *> its value before and after and the signed-on operator.
       *> NEW : pay type and frequency - an employee is hourly or
       *> salaried (an annual salary, history-dated the same way as a
       *> rate) and paid weekly, biweekly, semi-monthly or monthly.
       *> NEW : the department (cost centre) each employee's labour
       *> is charged to, held to the codes on Departments.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT EmployeeFile ASSIGN TO "EmployeeMaster.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSEmployeeStatus.
              SELECT RateHistFile ASSIGN TO "PayRateHistory.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSRateHistStatus.
              SELECT AuditFile ASSIGN TO "EmployeeAudit.log"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSAuditStatus.
              SELECT OperatorFile ASSIGN TO "OperatorMaster.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSOperatorStatus.
       *> NEW : the departments an employee may be charged to
              SELECT DeptFile ASSIGN TO "Departments.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSDeptStatus.

       DATA DIVISION.
       FILE SECTION.
       FD EmployeeFile.
       COPY emprec.
       FD RateHistFile.
       COPY payratehist.
       FD AuditFile.
       01 AuditLine    PIC X(120).
       FD OperatorFile.
       01 OperatorRecord.
              02 OperID      PIC X(10).
              02 FILLER      PIC X(2).
              02 OperName    PIC X(20).
              02 FILLER      PIC X(2).
              02 OperLevel   PIC 9.
       FD DeptFile.
       COPY deptrec.

       WORKING-STORAGE SECTION.
       01 WSEmployeeStatus   PIC XX.
       01 WSRateHistStatus   PIC XX.
       01 WSAuditStatus      PIC XX.
       01 WSOperatorStatus   PIC XX.
       01 WSDeptStatus       PIC XX.
       01 WSEOF              PIC X VALUE 'N'.
              88 EndOfPass        VALUE 'Y'.
       01 WSMenuChoice       PIC X VALUE SPACE.
              88 WantsList        VALUE 'L' 'l'.
              88 WantsAdd         VALUE 'A' 'a'.
              88 WantsChange      VALUE 'C' 'c'.
              88 WantsTerminate   VALUE 'T' 't'.
              88 WantsHistory     VALUE 'H' 'h'.
              88 WantsQuit        VALUE 'Q' 'q'.
       01 WSContinueFlag     PIC X VALUE 'Y'.
              88 KeepGoing        VALUE 'Y'.
       *> the custmenu.cob sign-on travels in via EXTERNAL storage; a
       *> standalone run is verified against OperatorMaster.dat - an
       *> operator nobody knows cannot touch the payroll master
       01 WSSignedOnOper     PIC X(10) EXTERNAL.
       01 WSSignedOnLevel    PIC 9 EXTERNAL.
       01 WSOperatorID       PIC X(10) VALUE SPACES.
       01 WSAuthority        PIC 9 VALUE ZERO.
              88 OperatorKnown        VALUE 1 THRU 9.
              88 SupervisorAuthority  VALUE 2 THRU 9.
       *> the whole master in storage, written back after every
       *> change - a file bigger than the table stops the program
       *> before anything is lost, the same hundred payroll.cob holds
       01 WSEmpTable.
      *> NEW : widened for the department code
              02 WSEmpRec OCCURS 100 TIMES PIC X(105).
       01 WSEmpCount         PIC 9(3) VALUE ZERO.
       01 WSEmpIdx           PIC 9(3).
       01 WSFoundIdx         PIC 9(3).
       *> what is being keyed - each step runs only while the ones
       *> before it were good
       01 WSKeyingFlag       PIC X.
              88 StillGood        VALUE 'Y'.
       01 WSNoEntry          PIC X(4).
       01 WSNameEntry        PIC X(20).
       01 WSAmountEntry      PIC X(10).
       01 WSAmountCheck      PIC S9(4) COMP-5.
       01 WSAmountTaken      PIC 9(7)V99.
       01 WSAmountLimit      PIC 9(7)V99.
       01 WSAmountPrompt     PIC X(50).
       *> blank keeps what is on file on a change, and is zero for
       *> an optional amount on an add
       01 WSAmountBlankOK    PIC X.
              88 BlankAllowed     VALUE 'Y'.
       01 WSAmountZeroOK     PIC X.
              88 ZeroAllowed      VALUE 'Y'.
       01 WSAmountGiven      PIC X.
              88 AmountKeyed      VALUE 'Y'.
       01 WSTypeEntry        PIC X.
              88 TypeKnown        VALUE 'H' 'S'.
       01 WSFreqEntry        PIC X.
              88 FreqKnown        VALUE 'W' 'B' 'S' 'M'.
       01 WSDateEntry        PIC X(8).
       01 WSDateTaken        PIC 9(8).
       01 WSDepEntry         PIC X.
              88 DepositChosen    VALUE 'D' 'd'.
              88 CheckChosen      VALUE 'C' 'c'.
       01 WSAccountEntry     PIC X(12).
      *> NEW : the department codes on file, loaded once - no
      *> Departments.dat means only blank (the company-wide payroll
      *> accounts) can be keyed
       01 WSDeptEntry        PIC X(4).
       01 WSDeptTable.
              02 WSDeptOnFile OCCURS 50 TIMES PIC X(4).
       01 WSDeptCount        PIC 99 VALUE ZERO.
       01 WSDeptIdx          PIC 99.
       01 WSDeptOK           PIC X.
              88 DeptKnown        VALUE 'Y'.
       01 WSConfirm          PIC X.
              88 Confirmed        VALUE 'Y' 'y'.
       *> the ABA check digit - routing digits weighted 3, 7, 1 in
       *> turn must total a multiple of ten
       01 WSRoutingEntry     PIC X(9).
       01 WSRoutingDigits REDEFINES WSRoutingEntry.
              02 WSRtDigit        PIC 9 OCCURS 9 TIMES.
       01 WSRoutingSum       PIC 9(3).
       01 WSRoutingOK        PIC X.
              88 RoutingValid     VALUE 'Y'.
       *> the employee as they stood before a change, for the audit
       *> trail's before values
       01 WSOldName          PIC X(20).
       01 WSOldRate          PIC 9(3)V99.
       01 WSOldPayType       PIC X.
       01 WSOldPayFreq       PIC X.
       01 WSOldSalary        PIC 9(7)V99.
       01 WSOldVacRate       PIC 9(2)V99.
       01 WSOldSickRate      PIC 9(2)V99.
       01 WSOldDepFlag       PIC X.
       01 WSOldRouting       PIC X(9).
       01 WSOldAccount       PIC X(12).
       01 WSOldDept          PIC X(4).
       01 WSRateEffective    PIC 9(8).
       01 WSChangeCount      PIC 99.
       01 WSHistCount        PIC 9(3).
       *> one audit line at a time
       01 WSAuditActionCode  PIC X(8).
       01 WSAuditFieldName   PIC X(10).
       01 WSAuditBeforeText  PIC X(20).
       01 WSAuditAfterText   PIC X(20).
       COPY empaudit.
       01 WSShownRate        PIC ZZ9.99.
       01 WSShownLeave       PIC Z9.99.
       01 WSShownOldRate     PIC ZZ9.99.
       01 WSShownSalary      PIC Z,ZZZ,ZZ9.99.
       01 WSShownOldSalary   PIC Z,ZZZ,ZZ9.99.
       01 WSListStatus       PIC X(20).

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           PERFORM EstablishOperator.
           IF NOT OperatorKnown
              DISPLAY "empmaint: operator " WSOperatorID
                  " not recognised - the employee master cannot be "
                  "changed"
              GOBACK
           END-IF.
           PERFORM LoadEmployees.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM LoadDepartments.
           PERFORM ShowEmployeeMenu UNTIL NOT KeepGoing.
      *> GOBACK so a menu program can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

       EstablishOperator.
           IF WSSignedOnOper NOT = SPACES
              AND WSSignedOnOper NOT = LOW-VALUES
              MOVE WSSignedOnOper TO WSOperatorID
              MOVE WSSignedOnLevel TO WSAuthority
           ELSE
              DISPLAY "Operator ID " WITH NO ADVANCING
              ACCEPT WSOperatorID
              MOVE 'N' TO WSEOF
              OPEN INPUT OperatorFile
              IF WSOperatorStatus NOT = "00"
                 DISPLAY "empmaint: operator master unavailable"
                     " - status " WSOperatorStatus
                 CLOSE OperatorFile
              ELSE
                 PERFORM UNTIL EndOfPass
                    READ OperatorFile
                        AT END MOVE 'Y' TO WSEOF
                        NOT AT END
                            IF OperID = WSOperatorID
                               MOVE OperLevel TO WSAuthority
                               MOVE 'Y' TO WSEOF
                            END-IF
                    END-READ
                 END-PERFORM
                 CLOSE OperatorFile
                 MOVE 'N' TO WSEOF
              END-IF
           END-IF.

       *> no EmployeeMaster.dat just means nobody has been hired yet
       LoadEmployees.
           OPEN INPUT EmployeeFile.
           IF WSEmployeeStatus NOT = "00"
              CLOSE EmployeeFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ EmployeeFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSEmpCount < 100
                            ADD 1 TO WSEmpCount
                            MOVE EmployeeRecord
                                TO WSEmpRec(WSEmpCount)
                         ELSE
                            DISPLAY "empmaint: EmployeeMaster.dat "
                                "exceeds the table - aborting before "
                                "anything is lost"
                            MOVE 16 TO RETURN-CODE
                            MOVE 'Y' TO WSEOF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE EmployeeFile
              MOVE 'N' TO WSEOF
           END-IF.

      *> NEW : only the codes are needed to validate an entry
       LoadDepartments.
           OPEN INPUT DeptFile.
           IF WSDeptStatus NOT = "00"
              CLOSE DeptFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ DeptFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSDeptCount < 50 AND DeptCode NOT = SPACES
                            ADD 1 TO WSDeptCount
                            MOVE DeptCode TO WSDeptOnFile(WSDeptCount)
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE DeptFile
              MOVE 'N' TO WSEOF
           END-IF.

       SaveEmployees.
           OPEN OUTPUT EmployeeFile.
           PERFORM VARYING WSEmpIdx FROM 1 BY 1
               UNTIL WSEmpIdx > WSEmpCount
               MOVE WSEmpRec(WSEmpIdx) TO EmployeeRecord
               WRITE EmployeeRecord
           END-PERFORM.
           CLOSE EmployeeFile.

       ShowEmployeeMenu.
           DISPLAY " ".
           DISPLAY "Employee Maintenance".
           DISPLAY "(L)ist  (A)dd  (C)hange  (T)erminate  "
               "(H)istory of rates  (Q)uit".
           DISPLAY "Select an option " WITH NO ADVANCING.
           ACCEPT WSMenuChoice.
           EVALUATE TRUE
               WHEN WantsList       PERFORM ListEmployees
               WHEN WantsAdd        PERFORM AddEmployee
               WHEN WantsChange     PERFORM ChangeEmployee
               WHEN WantsTerminate  PERFORM TerminateEmployee
               WHEN WantsHistory    PERFORM ShowRateHistory
               WHEN WantsQuit       MOVE 'N' TO WSContinueFlag
               WHEN OTHER
                   DISPLAY "Invalid option, please try again"
           END-EVALUATE.

       ListEmployees.
           IF WSEmpCount = ZERO
              DISPLAY "No employees on the master yet"
           END-IF.
           PERFORM VARYING WSEmpIdx FROM 1 BY 1
               UNTIL WSEmpIdx > WSEmpCount
               MOVE WSEmpRec(WSEmpIdx) TO EmployeeRecord
               MOVE EmpRate TO WSShownRate
               IF EmpSalary NOT NUMERIC
                  MOVE ZERO TO EmpSalary
               END-IF
               MOVE EmpSalary TO WSShownSalary
               IF EmpTerminated
                  MOVE SPACES TO WSListStatus
                  STRING "left " EmpTermDate DELIMITED BY SIZE
                      INTO WSListStatus
                  END-STRING
               ELSE
                  IF WantsDeposit
                     MOVE "direct deposit" TO WSListStatus
                  ELSE
                     MOVE "paid by check" TO WSListStatus
                  END-IF
               END-IF
      *> NEW : the department follows the frequency
               IF EmpSalaried
                  DISPLAY EmpNo " " EmpName " salary " WSShownSalary
                      " " EmpPayFreq " " EmpDept "  " WSListStatus
               ELSE
                  DISPLAY EmpNo " " EmpName " rate " WSShownRate
                      " " EmpPayFreq " " EmpDept "  " WSListStatus
               END-IF
           END-PERFORM.

      *> the rates an employee has been paid and when each took
      *> effect - the answer when a past payslip is questioned
       ShowRateHistory.
           PERFORM AcceptEmployeeNo.
           IF StillGood AND WSFoundIdx = ZERO
              DISPLAY "Employee " WSNoEntry " not on the master"
              MOVE 'N' TO WSKeyingFlag
           END-IF.
           IF StillGood
              MOVE ZERO TO WSHistCount
              OPEN INPUT RateHistFile
              IF WSRateHistStatus NOT = "00"
                 CLOSE RateHistFile
              ELSE
                 PERFORM UNTIL EndOfPass
                    READ RateHistFile
                        AT END MOVE 'Y' TO WSEOF
                        NOT AT END
                            IF PrEmpNo = WSNoEntry
                               ADD 1 TO WSHistCount
                               MOVE PrRate TO WSShownRate
                               MOVE PrOldRate TO WSShownOldRate
                               IF PrSalary NUMERIC AND PrSalary > ZERO
                                  MOVE PrSalary TO WSShownSalary
                                  DISPLAY "From " PrEffDate
                                      " salary " WSShownSalary
                                      "  keyed " PrEnteredOn " by "
                                      PrOperator
                               ELSE
                                  DISPLAY "From " PrEffDate " rate "
                                      WSShownRate " (was "
                                      WSShownOldRate ")  keyed "
                                      PrEnteredOn " by " PrOperator
                               END-IF
                            END-IF
                    END-READ
                 END-PERFORM
                 CLOSE RateHistFile
                 MOVE 'N' TO WSEOF
              END-IF
              IF WSHistCount = ZERO
                 DISPLAY "No rate history on file for employee "
                     WSNoEntry
              END-IF
           END-IF.

       AddEmployee.
           PERFORM AcceptEmployeeNo.
           IF StillGood AND WSFoundIdx > ZERO
              DISPLAY "Employee " WSNoEntry
                  " is already on the master"
              MOVE 'N' TO WSKeyingFlag
           END-IF.
           IF StillGood AND WSEmpCount >= 100
              DISPLAY "Employee master is full - 100 employees"
              MOVE 'N' TO WSKeyingFlag
           END-IF.
           IF StillGood
              MOVE SPACES TO EmployeeRecord
              MOVE WSNoEntry TO EmpNo
              MOVE SPACES TO WSNameEntry
              DISPLAY "Name " WITH NO ADVANCING
              ACCEPT WSNameEntry
              IF WSNameEntry = SPACES
                 DISPLAY "A name is required"
                 MOVE 'N' TO WSKeyingFlag
              ELSE
                 MOVE WSNameEntry TO EmpName
              END-IF
           END-IF.
           IF StillGood
              MOVE ZERO TO EmpRate
              MOVE ZERO TO EmpSalary
              DISPLAY "Pay type (H)ourly or (S)alaried "
                  WITH NO ADVANCING
              MOVE SPACE TO WSTypeEntry
              ACCEPT WSTypeEntry
              MOVE FUNCTION UPPER-CASE(WSTypeEntry) TO WSTypeEntry
              IF TypeKnown
                 MOVE WSTypeEntry TO EmpPayType
                 MOVE 'N' TO WSAmountBlankOK
                 PERFORM AcceptPayAmount
              ELSE
                 DISPLAY "Invalid pay type - enter H or S"
                 MOVE 'N' TO WSKeyingFlag
              END-IF
           END-IF.
           IF StillGood
              MOVE SPACE TO EmpPayFreq
              PERFORM AcceptPayFrequency
           END-IF.
           IF StillGood
              MOVE SPACES TO EmpDept
              PERFORM AcceptDepartment
           END-IF.
           IF StillGood
              DISPLAY "Hire date (YYYYMMDD) " WITH NO ADVANCING
              PERFORM AcceptDate
              MOVE WSDateTaken TO EmpHireDate
           END-IF.
           IF StillGood
              MOVE "Vacation hours accrued per run (blank = none)"
                  TO WSAmountPrompt
              MOVE 'Y' TO WSAmountBlankOK
              MOVE 'Y' TO WSAmountZeroOK
              MOVE 99.99 TO WSAmountLimit
              PERFORM AcceptAmount
              MOVE WSAmountTaken TO EmpVacRate
           END-IF.
           IF StillGood
              MOVE "Sick hours accrued per run (blank = none)"
                  TO WSAmountPrompt
              PERFORM AcceptAmount
              MOVE WSAmountTaken TO EmpSickRate
           END-IF.
           IF StillGood
              MOVE SPACE TO EmpDepFlag
              MOVE SPACES TO EmpRouting
              MOVE SPACES TO EmpAccount
              PERFORM AcceptPaymentMethod
           END-IF.
           IF StillGood
              MOVE 'A' TO EmpStatus
              MOVE ZERO TO EmpTermDate
              ADD 1 TO WSEmpCount
              MOVE EmployeeRecord TO WSEmpRec(WSEmpCount)
              MOVE "ADD" TO WSAuditActionCode
              MOVE SPACES TO WSOldName
              MOVE ZERO TO WSOldRate
              MOVE ZERO TO WSOldSalary
              MOVE SPACE TO WSOldPayType
              MOVE SPACE TO WSOldPayFreq
              MOVE ZERO TO WSOldVacRate
              MOVE ZERO TO WSOldSickRate
              MOVE SPACE TO WSOldDepFlag
              MOVE SPACES TO WSOldRouting
              MOVE SPACES TO WSOldAccount
              MOVE SPACES TO WSOldDept
              MOVE EmpHireDate TO WSRateEffective
              PERFORM AuditChangedFields
              PERFORM WriteRateHistory
              DISPLAY "Employee " EmpNo " " EmpName " added"
              PERFORM SaveEmployees
           ELSE
              DISPLAY "Employee not added"
           END-IF.

       ChangeEmployee.
           PERFORM AcceptEmployeeNo.
           IF StillGood AND WSFoundIdx = ZERO
              DISPLAY "Employee " WSNoEntry " not on the master"
              MOVE 'N' TO WSKeyingFlag
           END-IF.
           IF StillGood
              MOVE WSEmpRec(WSFoundIdx) TO EmployeeRecord
              IF EmpTerminated
                 DISPLAY "Employee " WSNoEntry " was terminated "
                     EmpTermDate " - no changes made"
                 MOVE 'N' TO WSKeyingFlag
              END-IF
           END-IF.
           IF StillGood
              PERFORM KeepBeforeValues
              DISPLAY "Current Name : " EmpName
              DISPLAY "New Name (blank keeps) " WITH NO ADVANCING
              MOVE SPACES TO WSNameEntry
              ACCEPT WSNameEntry
              IF WSNameEntry NOT = SPACES
                 MOVE WSNameEntry TO EmpName
              END-IF
              PERFORM ChangeRate
           END-IF.
           IF StillGood
              PERFORM AcceptPayFrequency
           END-IF.
           IF StillGood
              PERFORM AcceptDepartment
           END-IF.
           IF StillGood
              PERFORM ChangeLeaveRates
           END-IF.
           IF StillGood
              PERFORM AcceptPaymentMethod
           END-IF.
           IF StillGood
              MOVE "CHANGE" TO WSAuditActionCode
              PERFORM AuditChangedFields
              IF WSChangeCount = ZERO
                 DISPLAY "No changes made"
              ELSE
                 MOVE EmployeeRecord TO WSEmpRec(WSFoundIdx)
                 IF EmpRate NOT = WSOldRate
                    OR EmpSalary NOT = WSOldSalary
                    PERFORM WriteRateHistory
                 END-IF
                 DISPLAY "Employee " EmpNo " updated"
                 PERFORM SaveEmployees
              END-IF
           ELSE
              DISPLAY "Change not applied"
           END-IF.

       KeepBeforeValues.
           MOVE EmpName TO WSOldName.
           MOVE EmpRate TO WSOldRate.
           MOVE EmpPayType TO WSOldPayType.
           MOVE EmpPayFreq TO WSOldPayFreq.
           IF EmpSalary NUMERIC
              MOVE EmpSalary TO WSOldSalary
           ELSE
              MOVE ZERO TO WSOldSalary
              MOVE ZERO TO EmpSalary
           END-IF.
           IF EmpVacRate NUMERIC
              MOVE EmpVacRate TO WSOldVacRate
           ELSE
              MOVE ZERO TO WSOldVacRate
              MOVE ZERO TO EmpVacRate
           END-IF.
           IF EmpSickRate NUMERIC
              MOVE EmpSickRate TO WSOldSickRate
           ELSE
              MOVE ZERO TO WSOldSickRate
              MOVE ZERO TO EmpSickRate
           END-IF.
           MOVE EmpDepFlag TO WSOldDepFlag.
           MOVE EmpRouting TO WSOldRouting.
           MOVE EmpAccount TO WSOldAccount.
           MOVE EmpDept TO WSOldDept.

      *> a new rate or salary - or a move between hourly and
      *> salaried - takes effect from a date, which may be back in an
      *> earlier period or still to come. payroll.cob pays whichever
      *> is in effect on its run date.
       ChangeRate.
           IF EmpSalaried
              MOVE EmpSalary TO WSShownSalary
              DISPLAY "Currently salaried : " WSShownSalary
                  " a year"
           ELSE
              MOVE EmpRate TO WSShownRate
              DISPLAY "Currently hourly : " WSShownRate
           END-IF.
           DISPLAY "Pay type (H)ourly or (S)alaried (blank keeps) "
               WITH NO ADVANCING.
           MOVE SPACE TO WSTypeEntry.
           ACCEPT WSTypeEntry.
           MOVE FUNCTION UPPER-CASE(WSTypeEntry) TO WSTypeEntry.
           EVALUATE TRUE
               WHEN WSTypeEntry = SPACE
                   CONTINUE
               WHEN NOT TypeKnown
                   DISPLAY "Invalid pay type - enter H or S"
                   MOVE 'N' TO WSKeyingFlag
               WHEN WSTypeEntry = 'S' AND EmpSalaried
                   CONTINUE
               WHEN WSTypeEntry = 'H' AND EmpHourly
                   CONTINUE
      *> a change of type needs the new amount - blank cannot keep
      *> a rate the employee is no longer paid by
               WHEN OTHER
                   MOVE WSTypeEntry TO EmpPayType
                   MOVE ZERO TO EmpRate
                   MOVE ZERO TO EmpSalary
           END-EVALUATE.
           IF StillGood
              IF EmpPayType = WSOldPayType
                 OR (EmpHourly AND WSOldPayType = SPACE)
                 MOVE 'Y' TO WSAmountBlankOK
              ELSE
                 MOVE 'N' TO WSAmountBlankOK
              END-IF
              PERFORM AcceptPayAmount
           END-IF.
           IF StillGood
              AND (EmpRate NOT = WSOldRate
                   OR EmpSalary NOT = WSOldSalary)
              IF NOT SupervisorAuthority
                 DISPLAY "A pay rate change requires supervisor "
                     "authority"
                 MOVE 'N' TO WSKeyingFlag
              ELSE
                 DISPLAY "Effective from (YYYYMMDD) "
                     WITH NO ADVANCING
                 PERFORM AcceptDate
                 IF StillGood AND EmpHireDate NUMERIC
                    AND WSDateTaken < EmpHireDate
                    DISPLAY "A rate cannot take effect before the "
                        "hire date " EmpHireDate
                    MOVE 'N' TO WSKeyingFlag
                 END-IF
                 IF StillGood
                    MOVE WSDateTaken TO WSRateEffective
                 END-IF
              END-IF
           END-IF.

      *> the hourly rate or the annual salary, whichever the pay type
      *> calls for - a blank entry keeps what is on file when the
      *> caller allows it
       AcceptPayAmount.
           MOVE 'N' TO WSAmountZeroOK.
           EVALUATE TRUE
               WHEN EmpSalaried AND BlankAllowed
                   MOVE "New Annual Salary (blank keeps)"
                       TO WSAmountPrompt
               WHEN EmpSalaried
                   MOVE "Annual salary" TO WSAmountPrompt
               WHEN BlankAllowed
                   MOVE "New Rate (blank keeps)" TO WSAmountPrompt
               WHEN OTHER
                   MOVE "Hourly rate" TO WSAmountPrompt
           END-EVALUATE.
           IF EmpSalaried
              MOVE 9999999.99 TO WSAmountLimit
           ELSE
              MOVE 999.99 TO WSAmountLimit
           END-IF.
           PERFORM AcceptAmount.
           IF StillGood AND AmountKeyed
              IF EmpSalaried
                 MOVE WSAmountTaken TO EmpSalary
              ELSE
                 MOVE WSAmountTaken TO EmpRate
              END-IF
           END-IF.

      *> which pay run picks the employee up - blank keeps the
      *> frequency on file on a change, and is weekly on an add
       AcceptPayFrequency.
           IF EmpPayFreq NOT = SPACE
              DISPLAY "Current Pay Frequency : " EmpPayFreq
           END-IF.
           DISPLAY "Paid (W)eekly, (B)iweekly, (S)emi-monthly or "
               "(M)onthly (blank keeps) " WITH NO ADVANCING.
           MOVE SPACE TO WSFreqEntry.
           ACCEPT WSFreqEntry.
           MOVE FUNCTION UPPER-CASE(WSFreqEntry) TO WSFreqEntry.
           EVALUATE TRUE
               WHEN WSFreqEntry = SPACE AND EmpPayFreq = SPACE
                   MOVE 'W' TO EmpPayFreq
               WHEN WSFreqEntry = SPACE
                   CONTINUE
               WHEN FreqKnown
                   MOVE WSFreqEntry TO EmpPayFreq
               WHEN OTHER
                   DISPLAY "Invalid frequency - enter W, B, S or M"
                   MOVE 'N' TO WSKeyingFlag
           END-EVALUATE.

      *> NEW : blank keeps the department on file, and on an add
      *> leaves the employee charged to the company-wide payroll
      *> accounts; a single - clears it on a change
       AcceptDepartment.
           IF EmpDept NOT = SPACES
              DISPLAY "Current Department : " EmpDept
           END-IF.
           DISPLAY "Department (blank keeps, - for none) "
               WITH NO ADVANCING.
           MOVE SPACES TO WSDeptEntry.
           ACCEPT WSDeptEntry.
           MOVE FUNCTION UPPER-CASE(WSDeptEntry) TO WSDeptEntry.
           EVALUATE TRUE
               WHEN WSDeptEntry = SPACES
                   CONTINUE
               WHEN WSDeptEntry = "-"
                   MOVE SPACES TO EmpDept
               WHEN OTHER
                   MOVE 'N' TO WSDeptOK
                   PERFORM VARYING WSDeptIdx FROM 1 BY 1
                       UNTIL WSDeptIdx > WSDeptCount OR DeptKnown
                       IF WSDeptOnFile(WSDeptIdx) = WSDeptEntry
                          MOVE 'Y' TO WSDeptOK
                       END-IF
                   END-PERFORM
                   IF DeptKnown
                      MOVE WSDeptEntry TO EmpDept
                   ELSE
                      DISPLAY "Department " WSDeptEntry
                          " is not on Departments.dat"
                      MOVE 'N' TO WSKeyingFlag
                   END-IF
           END-EVALUATE.

       ChangeLeaveRates.
           MOVE EmpVacRate TO WSShownLeave.
           DISPLAY "Current Vacation Accrual : " WSShownLeave.
           MOVE "New Vacation Accrual (blank keeps)"
               TO WSAmountPrompt.
           MOVE 'Y' TO WSAmountBlankOK.
           MOVE 'Y' TO WSAmountZeroOK.
           MOVE 99.99 TO WSAmountLimit.
           PERFORM AcceptAmount.
           IF StillGood AND AmountKeyed
              MOVE WSAmountTaken TO EmpVacRate
           END-IF.
           IF StillGood
              MOVE EmpSickRate TO WSShownLeave
              DISPLAY "Current Sick Accrual : " WSShownLeave
              MOVE "New Sick Accrual (blank keeps)" TO WSAmountPrompt
              PERFORM AcceptAmount
              IF StillGood AND AmountKeyed
                 MOVE WSAmountTaken TO EmpSickRate
              END-IF
           END-IF.

      *> direct deposit needs a routing number that passes its check
      *> digit and an account number - a check needs neither, and
      *> the bank details are cleared so a stale account is never
      *> paid by mistake
       AcceptPaymentMethod.
           IF WantsDeposit
              DISPLAY "Currently paid by direct deposit to "
                  EmpRouting " " EmpAccount
           END-IF.
           DISPLAY "Pay by (D)irect deposit or (C)heck (blank keeps) "
               WITH NO ADVANCING.
           MOVE SPACE TO WSDepEntry.
           ACCEPT WSDepEntry.
           EVALUATE TRUE
               WHEN WSDepEntry = SPACE AND WantsDeposit
                   PERFORM AcceptBankDetails
               WHEN WSDepEntry = SPACE
                   CONTINUE
               WHEN CheckChosen
                   MOVE SPACE TO EmpDepFlag
                   MOVE SPACES TO EmpRouting
                   MOVE SPACES TO EmpAccount
               WHEN DepositChosen
                   PERFORM AcceptBankDetails
                   IF StillGood
                      MOVE 'D' TO EmpDepFlag
                   END-IF
               WHEN OTHER
                   DISPLAY "Invalid choice - enter D or C"
                   MOVE 'N' TO WSKeyingFlag
           END-EVALUATE.

       AcceptBankDetails.
           DISPLAY "Routing number (9 digits"
               WITH NO ADVANCING.
           IF EmpRouting NOT = SPACES
              DISPLAY ", blank keeps " EmpRouting WITH NO ADVANCING
           END-IF.
           DISPLAY ") " WITH NO ADVANCING.
           MOVE SPACES TO WSRoutingEntry.
           ACCEPT WSRoutingEntry.
           IF WSRoutingEntry = SPACES
              MOVE EmpRouting TO WSRoutingEntry
           END-IF.
           PERFORM CheckRoutingNumber.
           IF NOT RoutingValid
              DISPLAY "Invalid routing number - check digit does "
                  "not agree"
              MOVE 'N' TO WSKeyingFlag
           ELSE
              MOVE WSRoutingEntry TO EmpRouting
              DISPLAY "Account number" WITH NO ADVANCING
              IF EmpAccount NOT = SPACES
                 DISPLAY " (blank keeps " EmpAccount ")"
                     WITH NO ADVANCING
              END-IF
              DISPLAY " " WITH NO ADVANCING
              MOVE SPACES TO WSAccountEntry
              ACCEPT WSAccountEntry
              IF WSAccountEntry NOT = SPACES
                 MOVE WSAccountEntry TO EmpAccount
              END-IF
              IF EmpAccount = SPACES
                 DISPLAY "An account number is required for direct "
                     "deposit"
                 MOVE 'N' TO WSKeyingFlag
              END-IF
           END-IF.

       CheckRoutingNumber.
           MOVE 'N' TO WSRoutingOK.
           IF WSRoutingEntry IS NUMERIC
              AND WSRoutingEntry NOT = ZEROS
              COMPUTE WSRoutingSum =
                  3 * (WSRtDigit(1) + WSRtDigit(4) + WSRtDigit(7))
                + 7 * (WSRtDigit(2) + WSRtDigit(5) + WSRtDigit(8))
                + WSRtDigit(3) + WSRtDigit(6) + WSRtDigit(9)
              IF FUNCTION MOD(WSRoutingSum, 10) = ZERO
                 MOVE 'Y' TO WSRoutingOK
              END-IF
           END-IF.

      *> termination keeps the employee on the master with the date
      *> they left - their pay history still needs a name
       TerminateEmployee.
           IF NOT SupervisorAuthority
              DISPLAY "Termination requires supervisor authority - "
                  "no changes made"
              MOVE 'N' TO WSKeyingFlag
           ELSE
              PERFORM AcceptEmployeeNo
           END-IF.
           IF StillGood AND WSFoundIdx = ZERO
              DISPLAY "Employee " WSNoEntry " not on the master"
              MOVE 'N' TO WSKeyingFlag
           END-IF.
           IF StillGood
              MOVE WSEmpRec(WSFoundIdx) TO EmployeeRecord
              IF EmpTerminated
                 DISPLAY "Employee " WSNoEntry
                     " is already terminated"
                 MOVE 'N' TO WSKeyingFlag
              END-IF
           END-IF.
           IF StillGood
              DISPLAY "Terminate " EmpName
              DISPLAY "Last day (YYYYMMDD) " WITH NO ADVANCING
              PERFORM AcceptDate
              IF StillGood AND EmpHireDate NUMERIC
                 AND WSDateTaken < EmpHireDate
                 DISPLAY "Last day cannot be before the hire date "
                     EmpHireDate
                 MOVE 'N' TO WSKeyingFlag
              END-IF
           END-IF.
           IF StillGood
              DISPLAY "Confirm termination (Y/N) " WITH NO ADVANCING
              MOVE 'N' TO WSConfirm
              ACCEPT WSConfirm
              IF NOT Confirmed
                 MOVE 'N' TO WSKeyingFlag
              END-IF
           END-IF.
           IF StillGood
              MOVE 'T' TO EmpStatus
              MOVE WSDateTaken TO EmpTermDate
              MOVE EmployeeRecord TO WSEmpRec(WSFoundIdx)
              MOVE "TERM" TO WSAuditActionCode
              MOVE "STATUS" TO WSAuditFieldName
              MOVE "Active" TO WSAuditBeforeText
              MOVE "Terminated" TO WSAuditAfterText
              PERFORM WriteAuditLine
              MOVE "TERMDATE" TO WSAuditFieldName
              MOVE SPACES TO WSAuditBeforeText
              MOVE EmpTermDate TO WSAuditAfterText
              PERFORM WriteAuditLine
              DISPLAY "Employee " EmpNo " terminated from "
                  EmpTermDate
              PERFORM SaveEmployees
           ELSE
              DISPLAY "No changes made"
           END-IF.

       AcceptEmployeeNo.
           MOVE 'Y' TO WSKeyingFlag.
           MOVE ZERO TO WSFoundIdx.
           MOVE SPACES TO WSNoEntry.
           DISPLAY "Employee number (blank to cancel) "
               WITH NO ADVANCING.
           ACCEPT WSNoEntry.
           EVALUATE TRUE
               WHEN WSNoEntry = SPACES
                   MOVE 'N' TO WSKeyingFlag
               WHEN WSNoEntry NOT NUMERIC OR WSNoEntry = ZEROS
                   DISPLAY "Invalid number - enter 4 numeric digits"
                   MOVE 'N' TO WSKeyingFlag
               WHEN OTHER
                   PERFORM FindEmployee
           END-EVALUATE.

       FindEmployee.
           MOVE ZERO TO WSFoundIdx.
           PERFORM VARYING WSEmpIdx FROM 1 BY 1
               UNTIL WSEmpIdx > WSEmpCount OR WSFoundIdx > ZERO
               IF WSEmpRec(WSEmpIdx)(1:4) = WSNoEntry
                  MOVE WSEmpIdx TO WSFoundIdx
               END-IF
           END-PERFORM.

       AcceptAmount.
           MOVE ZERO TO WSAmountTaken.
           MOVE 'N' TO WSAmountGiven.
           MOVE SPACES TO WSAmountEntry.
           DISPLAY FUNCTION TRIM(WSAmountPrompt) " "
               WITH NO ADVANCING.
           ACCEPT WSAmountEntry.
           IF WSAmountEntry = SPACES AND BlankAllowed
              CONTINUE
           ELSE
              MOVE FUNCTION TEST-NUMVAL(WSAmountEntry)
                  TO WSAmountCheck
              IF WSAmountCheck = ZERO
                 COMPUTE WSAmountTaken =
                     FUNCTION NUMVAL(WSAmountEntry)
                 MOVE 'Y' TO WSAmountGiven
              END-IF
              IF WSAmountCheck NOT = ZERO
                 OR (WSAmountTaken = ZERO AND NOT ZeroAllowed)
                 OR WSAmountTaken > WSAmountLimit
                 DISPLAY "Invalid amount"
                 MOVE 'N' TO WSKeyingFlag
              END-IF
           END-IF.

       AcceptDate.
           MOVE ZERO TO WSDateTaken.
           MOVE SPACES TO WSDateEntry.
           ACCEPT WSDateEntry.
           IF WSDateEntry IS NUMERIC
              MOVE WSDateEntry TO WSDateTaken
           END-IF.
           EVALUATE TRUE
               WHEN WSDateEntry NOT NUMERIC
                   DISPLAY "Invalid date - enter 8 numeric digits"
                   MOVE 'N' TO WSKeyingFlag
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WSDateTaken) NOT = 0
                   DISPLAY "Invalid date - no such day"
                   MOVE 'N' TO WSKeyingFlag
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> one audit line for every field that differs from what was on
      *> file - on an add every field keyed differs from nothing
       AuditChangedFields.
           MOVE ZERO TO WSChangeCount.
           IF EmpName NOT = WSOldName
              MOVE "NAME" TO WSAuditFieldName
              MOVE WSOldName TO WSAuditBeforeText
              MOVE EmpName TO WSAuditAfterText
              PERFORM WriteAuditLine
           END-IF.
           IF EmpRate NOT = WSOldRate
              MOVE WSOldRate TO WSShownOldRate
              MOVE EmpRate TO WSShownRate
              MOVE "RATE" TO WSAuditFieldName
              MOVE WSShownOldRate TO WSAuditBeforeText
              MOVE SPACES TO WSAuditAfterText
              STRING WSShownRate " from " WSRateEffective
                  DELIMITED BY SIZE INTO WSAuditAfterText
              END-STRING
              PERFORM WriteAuditLine
           END-IF.
           IF EmpPayType NOT = WSOldPayType
              MOVE "PAYTYPE" TO WSAuditFieldName
              MOVE WSOldPayType TO WSAuditBeforeText
              MOVE EmpPayType TO WSAuditAfterText
              PERFORM WriteAuditLine
           END-IF.
           IF EmpSalary NOT = WSOldSalary
              MOVE WSOldSalary TO WSShownOldSalary
              MOVE EmpSalary TO WSShownSalary
              MOVE "SALARY" TO WSAuditFieldName
              MOVE WSShownOldSalary TO WSAuditBeforeText
              MOVE SPACES TO WSAuditAfterText
              STRING FUNCTION TRIM(WSShownSalary) " from "
                  WSRateEffective
                  DELIMITED BY SIZE INTO WSAuditAfterText
              END-STRING
              PERFORM WriteAuditLine
           END-IF.
           IF EmpPayFreq NOT = WSOldPayFreq
              MOVE "PAYFREQ" TO WSAuditFieldName
              MOVE WSOldPayFreq TO WSAuditBeforeText
              MOVE EmpPayFreq TO WSAuditAfterText
              PERFORM WriteAuditLine
           END-IF.
           IF EmpDept NOT = WSOldDept
              MOVE "DEPT" TO WSAuditFieldName
              MOVE WSOldDept TO WSAuditBeforeText
              MOVE EmpDept TO WSAuditAfterText
              PERFORM WriteAuditLine
           END-IF.
           IF EmpVacRate NOT = WSOldVacRate
              MOVE "VACRATE" TO WSAuditFieldName
              MOVE WSOldVacRate TO WSShownLeave
              MOVE WSShownLeave TO WSAuditBeforeText
              MOVE EmpVacRate TO WSShownLeave
              MOVE WSShownLeave TO WSAuditAfterText
              PERFORM WriteAuditLine
           END-IF.
           IF EmpSickRate NOT = WSOldSickRate
              MOVE "SICKRATE" TO WSAuditFieldName
              MOVE WSOldSickRate TO WSShownLeave
              MOVE WSShownLeave TO WSAuditBeforeText
              MOVE EmpSickRate TO WSShownLeave
              MOVE WSShownLeave TO WSAuditAfterText
              PERFORM WriteAuditLine
           END-IF.
           IF EmpDepFlag NOT = WSOldDepFlag
              MOVE "PAYMETHOD" TO WSAuditFieldName
              MOVE WSOldDepFlag TO WSAuditBeforeText
              MOVE EmpDepFlag TO WSAuditAfterText
              PERFORM WriteAuditLine
           END-IF.
           IF EmpRouting NOT = WSOldRouting
              MOVE "ROUTING" TO WSAuditFieldName
              MOVE WSOldRouting TO WSAuditBeforeText
              MOVE EmpRouting TO WSAuditAfterText
              PERFORM WriteAuditLine
           END-IF.
           IF EmpAccount NOT = WSOldAccount
              MOVE "ACCOUNT" TO WSAuditFieldName
              MOVE WSOldAccount TO WSAuditBeforeText
              MOVE EmpAccount TO WSAuditAfterText
              PERFORM WriteAuditLine
           END-IF.
           IF WSAuditActionCode = "ADD"
              MOVE "HIREDATE" TO WSAuditFieldName
              MOVE SPACES TO WSAuditBeforeText
              MOVE EmpHireDate TO WSAuditAfterText
              PERFORM WriteAuditLine
           END-IF.

      *> same create-if-missing handling custmaint.cob uses for its
      *> audit trail
       WriteAuditLine.
           ADD 1 TO WSChangeCount.
           MOVE EmpNo TO WSEAEmpNo.
           MOVE FUNCTION CURRENT-DATE TO WSEATimestamp.
           MOVE WSOperatorID TO WSEAOperator.
           MOVE WSAuditActionCode TO WSEAAction.
           MOVE WSAuditFieldName TO WSEAField.
           MOVE WSAuditBeforeText TO WSEABefore.
           MOVE WSAuditAfterText TO WSEAAfter.
           OPEN EXTEND AuditFile.
           IF WSAuditStatus = "35"
              OPEN OUTPUT AuditFile
              CLOSE AuditFile
              OPEN EXTEND AuditFile
           END-IF.
           WRITE AuditLine FROM WSEmpAuditRecord.
           CLOSE AuditFile.

       WriteRateHistory.
           MOVE SPACES TO PayRateRecord.
           MOVE EmpNo TO PrEmpNo.
           MOVE WSRateEffective TO PrEffDate.
           MOVE EmpRate TO PrRate.
           MOVE WSOldRate TO PrOldRate.
           MOVE EmpSalary TO PrSalary.
           MOVE WSOldSalary TO PrOldSalary.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PrEnteredOn.
           MOVE WSOperatorID TO PrOperator.
           OPEN EXTEND RateHistFile.
           IF WSRateHistStatus = "35"
              OPEN OUTPUT RateHistFile
              CLOSE RateHistFile
              OPEN EXTEND RateHistFile
           END-IF.
           WRITE PayRateRecord.
           CLOSE RateHistFile.
