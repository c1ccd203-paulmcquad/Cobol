       *> lands unapproved. The (A)pprove pass walks the unapproved
       *> cards under supervisor authority and flips the flag
       *> payroll.cob now insists on before it pays.
       *> NEW : leave is no longer keyed on a card - it is requested
       *> through leavereq.cob, which holds it to the balance first.
       *> NEW : a card may charge its hours to another department
       *> than the employee's own, so time split between two cost
       *> centres is keyed as a card for each.
       *> NEW : who keyed each card and who approved or dropped it
       *> goes to DutyLog.dat, so sodreport.cob can show nobody
       *> approves a card they keyed themselves.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT OperatorFile ASSIGN TO "OperatorMaster.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSOperatorStatus.
       *> NEW : the departments a card may be charged to
              SELECT DeptFile ASSIGN TO "Departments.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSDeptStatus.
       *> NEW : the keying and approval of each card
              SELECT DutyLogFile ASSIGN TO "DutyLog.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSDutyLogStatus.

       DATA DIVISION.
       FILE SECTION.
              02 TcApproved  PIC X.
              02 FILLER      PIC X(1).
              02 TcLeaveType PIC X.
      *> NEW : blank charges the employee's own department
              02 FILLER      PIC X(1).
              02 TcDept      PIC X(4).
       FD OperatorFile.
       01 OperatorRecord.
              02 OperID      PIC X(10).
              02 OperName    PIC X(20).
              02 FILLER      PIC X(2).
              02 OperLevel   PIC 9.
       FD DeptFile.
       COPY deptrec.
       FD DutyLogFile.
       01 DutyLogLine      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WSEmployeeStatus PIC XX.
       01 WSTimecardStatus PIC XX.
       01 WSOperatorStatus PIC XX.
       01 WSDeptStatus     PIC XX.
       01 WSEOF            PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
       *> NEW : the employee master loaded whole for validation -
              02 WSEmpEntry OCCURS 100 TIMES.
                  03 WSEmpEntryNo     PIC 9(4).
                  03 WSEmpEntryName   PIC X(20).
      *> NEW : a terminated employee stays on the master - see
      *> empmaint.cob - but takes no new cards
                  03 WSEmpEntryTerm   PIC 9(8).
      *> NEW : the department the employee is charged to
                  03 WSEmpEntryDept   PIC X(4).
       01 WSEmpCount       PIC 9(3) VALUE ZERO.
       01 WSTableIdx       PIC 9(3).
       01 WSFoundIdx       PIC 9(3).
                  03 WSCardHours     PIC 9(3)V99 COMP-3.
                  03 WSCardApproved  PIC X.
                  03 WSCardLeave     PIC X.
                  03 WSCardDept      PIC X(4).
       01 WSCardCount      PIC 9(3) VALUE ZERO.
       01 WSCardIdx        PIC 9(3).
       01 WSCardOverflow   PIC X VALUE 'N'.
       *> but draws the balance payroll.cob accrues
       01 WSTypeEntry      PIC X.
              88 LeaveTypeGood   VALUE SPACE 'V' 'S'.
      *> NEW : the department codes on file, loaded once - no
      *> Departments.dat means no card can name one
       01 WSDeptEntry      PIC X(4).
       01 WSDeptTable.
              02 WSDeptOnFile OCCURS 50 TIMES PIC X(4).
       01 WSDeptCount      PIC 99 VALUE ZERO.
       01 WSDeptIdx        PIC 99.
       01 WSDeptOK         PIC X.
              88 DeptKnown       VALUE 'Y'.
       *> NEW : the reasonableness cap, from RunControl.dat when it
       *> carries MAX-TC-HOURS - the VALUE stays as the fallback
       01 WSMaxHours       PIC 9(5) VALUE 60.
      *> NEW : shared file-open status check - see
      *> Copybooks/filestatuschkp.cpy
       COPY filestatuschk.
      *> NEW : DutyLog.dat line - see Copybooks/dutylogp.cpy
       COPY dutylog.

       PROCEDURE DIVISION.
       Main.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM LoadDepartments.
           MOVE "MAX-TC-HOURS" TO WSParmName.
           CALL 'runcontrol' USING WSParmName, WSParmValue,
               WSParmFound
                                TO WSEmpEntryNo(WSEmpCount)
                            MOVE EmpName
                                TO WSEmpEntryName(WSEmpCount)
                            MOVE EmpDept
                                TO WSEmpEntryDept(WSEmpCount)
                            IF EmpTerminated
                               MOVE EmpTermDate
                                   TO WSEmpEntryTerm(WSEmpCount)
                            ELSE
                               MOVE ZERO
                                   TO WSEmpEntryTerm(WSEmpCount)
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
              MOVE 'N' TO WSEOF
           END-IF.

      *> NEW : only the codes are needed to validate a card
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

       *> NEW : the card is validated the moment it's keyed - an
       *> unknown number or unreasonable hours never reaches the file
       KeyOneCard.
      *> NEW : the keying operator is logged against the card
           IF WSOperatorID = SPACES
              PERFORM EstablishAuthority
           END-IF.
           MOVE SPACES TO WSNoEntry.
           DISPLAY "Employee number (blank to cancel) "
               WITH NO ADVANCING.
                 DISPLAY "Invalid number - enter 4 numeric digits"
              ELSE
                 PERFORM FindEmployee
                 EVALUATE TRUE
                     WHEN WSFoundIdx = ZERO
                        DISPLAY "Employee " WSNoEntry " not on the "
                            "master"
      *> NEW : nothing is keyed for someone who has left
                     WHEN WSEmpEntryTerm(WSFoundIdx) NOT = ZERO
                        DISPLAY "Employee " WSNoEntry " was "
                            "terminated " WSEmpEntryTerm(WSFoundIdx)
                            " - no card taken"
                     WHEN OTHER
                        DISPLAY "Card for "
                            WSEmpEntryName(WSFoundIdx)
                        PERFORM TakeHours
                 END-EVALUATE
              END-IF
           END-IF.

               WITH NO ADVANCING.
           ACCEPT WSTypeEntry.
           MOVE FUNCTION UPPER-CASE(WSTypeEntry) TO WSTypeEntry.
           EVALUATE TRUE
               WHEN NOT LeaveTypeGood
                   DISPLAY "Unknown type - card not written"
      *> NEW : a leave card never checked the balance - leave goes
      *> through leavereq.cob instead
               WHEN WSTypeEntry NOT = SPACE
                   DISPLAY "Leave is requested through leavereq, "
                       "which checks the balance - card not written"
               WHEN OTHER
                   PERFORM TakeCardDepartment
           END-EVALUATE.

      *> NEW : hours worked for another cost centre are charged there
      *> - blank, or the employee's own code, charges their own
       TakeCardDepartment.
           MOVE SPACES TO WSDeptEntry.
           DISPLAY "Charge to department (blank = own"
               WITH NO ADVANCING.
           IF WSEmpEntryDept(WSFoundIdx) NOT = SPACES
              DISPLAY " " WSEmpEntryDept(WSFoundIdx)
                  WITH NO ADVANCING
           END-IF.
           DISPLAY ") " WITH NO ADVANCING.
           ACCEPT WSDeptEntry.
           MOVE FUNCTION UPPER-CASE(WSDeptEntry) TO WSDeptEntry.
           IF WSDeptEntry = WSEmpEntryDept(WSFoundIdx)
              MOVE SPACES TO WSDeptEntry
           END-IF.
           MOVE 'Y' TO WSDeptOK.
           IF WSDeptEntry NOT = SPACES
              MOVE 'N' TO WSDeptOK
              PERFORM VARYING WSDeptIdx FROM 1 BY 1
                  UNTIL WSDeptIdx > WSDeptCount OR DeptKnown
                  IF WSDeptOnFile(WSDeptIdx) = WSDeptEntry
                     MOVE 'Y' TO WSDeptOK
                  END-IF
              END-PERFORM
           END-IF.
           IF DeptKnown
              PERFORM AppendOneCard
              DISPLAY "Card written - awaiting approval"
           ELSE
              DISPLAY "Department " WSDeptEntry " is not on "
                  "Departments.dat - card not written"
           END-IF.

       *> NEW : every keyed card lands unapproved - approval is a
           MOVE WSHoursWork TO TcHours.
           MOVE 'N' TO TcApproved.
           MOVE WSTypeEntry TO TcLeaveType.
           MOVE WSDeptEntry TO TcDept.
           OPEN EXTEND TimecardFile.
           IF WSTimecardStatus = "35"
              OPEN OUTPUT TimecardFile
           END-IF.
           WRITE TimecardRecord.
           CLOSE TimecardFile.
           MOVE "TIMECARD" TO WSDutyControl.
           SET DutyRequest TO TRUE.
           MOVE "KEYED" TO WSDutyAction.
           MOVE SPACES TO WSDutyKey.
           STRING TcEmpNo " " TcDept DELIMITED BY SIZE
               INTO WSDutyKey.
           MOVE WSOperatorID TO WSDutyOperator.
           PERFORM WriteDutyLog.

       *> NEW : the approval pass walks every unapproved card under
       *> supervisor authority - approve, drop (a mis-key dies here,
           ELSE
              DISPLAY "Operator ID " WITH NO ADVANCING
              ACCEPT WSOperatorID
      *> NEW : a second operator at the same session starts from no
      *> authority, never from the previous operator's level
              MOVE ZERO TO WSAuthority
              MOVE 'N' TO WSEOF
              OPEN INPUT OperatorFile
              IF WSOperatorStatus NOT = "00"
                                TO WSCardApproved(WSCardCount)
                            MOVE TcLeaveType
                                TO WSCardLeave(WSCardCount)
                            MOVE TcDept
                                TO WSCardDept(WSCardCount)
                         ELSE
                            SET CardTableFull TO TRUE
                            MOVE 'Y' TO WSEOF
              DISPLAY " "
              DISPLAY "Card - employee " WSCardEmpNo(WSCardIdx)
                  " hours " WSCardHours(WSCardIdx)
              IF WSCardDept(WSCardIdx) NOT = SPACES
                 DISPLAY "  charged to department "
                     WSCardDept(WSCardIdx)
              END-IF
              MOVE SPACE TO WSDecision
              PERFORM UNTIL ApproveCard OR RejectCard OR SkipCard
                  DISPLAY "  (A)pprove, (R)eject or (S)kip ? "
                  WHEN ApproveCard
                      MOVE 'Y' TO WSCardApproved(WSCardIdx)
                      ADD 1 TO WSApprovedCount
                      SET DutyApproval TO TRUE
                      MOVE "APPROVED" TO WSDutyAction
                      PERFORM LogCardDecision
                      DISPLAY "  Card approved"
                  WHEN RejectCard
                      MOVE 'X' TO WSCardApproved(WSCardIdx)
                      ADD 1 TO WSDroppedCount
                      SET DutyRejection TO TRUE
                      MOVE "DROPPED" TO WSDutyAction
                      PERFORM LogCardDecision
                      DISPLAY "  Card dropped"
                  WHEN OTHER
                      DISPLAY "  Card left pending"
              END-EVALUATE
           END-IF.

      *> NEW : the decision is logged under the same card key the
      *> keying was, for sodreport.cob to pair them
       LogCardDecision.
           MOVE "TIMECARD" TO WSDutyControl.
           MOVE SPACES TO WSDutyKey.
           STRING WSCardEmpNo(WSCardIdx) " " WSCardDept(WSCardIdx)
               DELIMITED BY SIZE INTO WSDutyKey.
           MOVE WSOperatorID TO WSDutyOperator.
           PERFORM WriteDutyLog.

       *> NEW : dropped cards (X) are left out of the rewrite -
       *> they never existed as far as payday is concerned
       RewriteCards.
                  MOVE WSCardHours(WSCardIdx) TO TcHours
                  MOVE WSCardApproved(WSCardIdx) TO TcApproved
                  MOVE WSCardLeave(WSCardIdx) TO TcLeaveType
                  MOVE WSCardDept(WSCardIdx) TO TcDept
                  WRITE TimecardRecord
                  END-WRITE
               END-IF
      *> Copybooks/filestatuschkp.cpy paragraph instead of each
      *> program writing its own IF/DISPLAY
       COPY filestatuschkp.
      *> NEW : shared DutyLog.dat writer
       COPY dutylogp.
