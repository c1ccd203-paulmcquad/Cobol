       IDENTIFICATION DIVISION.
       PROGRAM-ID. leavereq.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Leave requests - payroll.cob accrues vacation and sick
       *> hours and prints the balance on the payslip, but taking
       *> leave was a paper form, and leave hours typed onto a
       *> timecard were paid with nothing to say the balance covered
       *> them. Each request keyed here (employee, vacation or sick,
       *> first and last days off, hours) is held to the balance on
       *> PayrollYTD.dat less every other request still pending or
       *> approved and not yet paid, and lands pending on
       *> LeaveRequests.dat. The (A)pprove pass walks the pending
       *> requests under supervisor authority; an approval is held to
       *> the balance again, in case other approvals have used it up
       *> since. payroll.cob pays approved leave once it has started
       *> and marks it taken. The (C)alendar report lists who is off
       *> on each day of a range, to LeaveCalendar.txt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT EmployeeFile ASSIGN TO "EmployeeMaster.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSEmployeeStatus.
              SELECT YTDFile ASSIGN TO "PayrollYTD.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSYTDStatus.
              SELECT LeaveReqFile ASSIGN TO "LeaveRequests.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSLeaveReqStatus.
              SELECT OperatorFile ASSIGN TO "OperatorMaster.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSOperatorStatus.
              SELECT CalendarFile ASSIGN TO "LeaveCalendar.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSCalendarStatus.

       DATA DIVISION.
       FILE SECTION.
       FD EmployeeFile.
       COPY emprec.
       FD YTDFile.
      *> Same layout payroll.cob writes - only the leave balances
      *> are wanted here
       01 YTDRecord.
              02 YtdEmpNo    PIC 9(4).
              02 FILLER      PIC X(31).
              02 YtdVacBal   PIC 9(4)V99.
              02 FILLER      PIC X(1).
              02 YtdSickBal  PIC 9(4)V99.
       FD LeaveReqFile.
       COPY leavereq.
       FD OperatorFile.
       01 OperatorRecord.
              02 OperID      PIC X(10).
              02 FILLER      PIC X(2).
              02 OperName    PIC X(20).
              02 FILLER      PIC X(2).
              02 OperLevel   PIC 9.
       FD CalendarFile.
       01 CalendarLine    PIC X(80).

       WORKING-STORAGE SECTION.
       01 WSEmployeeStatus PIC XX.
       01 WSYTDStatus      PIC XX.
       01 WSLeaveReqStatus PIC XX.
       01 WSOperatorStatus PIC XX.
       01 WSCalendarStatus PIC XX.
       01 WSEOF            PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
       01 WSToday          PIC 9(8).
      *> the employee master loaded whole, with each one's balances
       01 WSEmpTable.
              02 WSEmpEntry OCCURS 100 TIMES.
                  03 WSEmpEntryNo     PIC 9(4).
                  03 WSEmpEntryName   PIC X(20).
                  03 WSEmpEntryTerm   PIC 9(8).
                  03 WSEmpVacBal      PIC 9(4)V99 COMP-3.
                  03 WSEmpSickBal     PIC 9(4)V99 COMP-3.
       01 WSEmpCount       PIC 9(3) VALUE ZERO.
       01 WSTableIdx       PIC 9(3).
       01 WSFoundIdx       PIC 9(3).
      *> the requests loaded whole - same bounded table payroll.cob
      *> holds the retro queue in
       01 WSReqTable.
              02 WSReqLine OCCURS 500 TIMES PIC X(67).
       01 WSReqCount       PIC 9(3) VALUE ZERO.
       01 WSReqIdx         PIC 9(3).
       01 WSThisIdx        PIC 9(3).
       01 WSReqOverflow    PIC X VALUE 'N'.
              88 ReqTableFull     VALUE 'Y'.
       01 WSNextReqNo      PIC 9(5) VALUE 1.
       01 WSMenuChoice     PIC X VALUE SPACE.
              88 WantsRequest   VALUE 'R' 'r'.
              88 WantsApprove   VALUE 'A' 'a'.
              88 WantsCalendar  VALUE 'C' 'c'.
              88 WantsQuit      VALUE 'Q' 'q'.
       01 WSContinueFlag   PIC X VALUE 'Y'.
              88 KeepGoing      VALUE 'Y'.
       01 WSDecision       PIC X.
              88 ApproveRequest  VALUE 'A' 'a'.
              88 DeclineRequest  VALUE 'D' 'd'.
              88 SkipRequest     VALUE 'S' 's'.
       01 WSKeyingFlag     PIC X.
              88 KeyingGood     VALUE 'Y'.
       01 WSNoEntry        PIC X(4).
       01 WSTypeEntry      PIC X.
              88 TypeGood        VALUE 'V' 'S'.
       01 WSDateEntry      PIC X(8).
       01 WSDateTaken      PIC 9(8).
       01 WSFromDate       PIC 9(8).
       01 WSToDate         PIC 9(8).
       01 WSHoursEntry     PIC X(6).
       01 WSAmountCheck    PIC S9(4) COMP-5.
       01 WSHoursWork      PIC 9(3)V99.
      *> what the balance still covers once the other requests
      *> holding it are taken off
       01 WSBalance        PIC 9(4)V99.
       01 WSCommitted      PIC 9(5)V99.
       01 WSAvailable      PIC S9(5)V99.
       01 WSHoursShown     PIC ZZZ9.99.
       01 WSAvailShown     PIC -ZZZ9.99.
       01 WSOverlap        PIC X.
              88 DatesOverlap   VALUE 'Y'.
       01 WSDaysEntry      PIC X(3).
       01 WSDays           PIC 9(3).
       01 WSDayNum         PIC 9(7).
       01 WSDayIdx         PIC 9(3).
       01 WSCalDate        PIC 9(8).
       01 WSOffCount       PIC 9(3).
      *> day 1 of the integer dates, 1st January 1601, was a Monday
       01 WSDayNames       PIC X(21) VALUE "MonTueWedThuFriSatSun".
       01 FILLER REDEFINES WSDayNames.
              02 WSDayName   PIC X(3) OCCURS 7 TIMES.
       01 WSWeekday        PIC 9.
       01 WSSignedOnOper     PIC X(10) EXTERNAL.
       01 WSSignedOnLevel    PIC 9 EXTERNAL.
       01 WSOperatorID     PIC X(10) VALUE SPACES.
       01 WSAuthority      PIC 9 VALUE ZERO.
              88 SupervisorAuthority   VALUE 2 THRU 9.
       01 WSApprovedCount  PIC 9(3) VALUE ZERO.
       01 WSDeclinedCount  PIC 9(3) VALUE ZERO.
       01 WSCalendarLine.
              02 FILLER      PIC X(2) VALUE SPACES.
              02 WSCEmpNo    PIC 9(4).
              02 FILLER      PIC X(2) VALUE SPACES.
              02 WSCName     PIC X(20).
              02 FILLER      PIC X(2) VALUE SPACES.
              02 WSCType     PIC X(8).
              02 FILLER      PIC X(2) VALUE SPACES.
              02 WSCFrom     PIC 9(8).
              02 FILLER      PIC X(3) VALUE " - ".
              02 WSCTo       PIC 9(8).
              02 FILLER      PIC X(2) VALUE SPACES.
              02 WSCStatus   PIC X(8).
       COPY filestatuschk.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday.
           PERFORM LoadEmployees.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM LoadBalances.
           PERFORM ShowLeaveMenu UNTIL NOT KeepGoing.
      *> GOBACK so a menu program can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

       ShowLeaveMenu.
           DISPLAY " ".
           DISPLAY "Leave Requests".
           DISPLAY "(R)equest leave  (A)pprove requests  "
               "(C)alendar  (Q)uit".
           DISPLAY "Select an option " WITH NO ADVANCING.
           ACCEPT WSMenuChoice.
           EVALUATE TRUE
               WHEN WantsRequest   PERFORM KeyOneRequest
               WHEN WantsApprove   PERFORM ApprovalPass
               WHEN WantsCalendar  PERFORM PrintLeaveCalendar
               WHEN WantsQuit      MOVE 'N' TO WSContinueFlag
               WHEN OTHER
                   DISPLAY "Invalid option, please try again"
           END-EVALUATE.

       LoadEmployees.
           OPEN INPUT EmployeeFile.
           MOVE WSEmployeeStatus TO WSCheckFileStatus.
           MOVE "leavereq" TO WSCheckProgLabel.
           MOVE "EmployeeMaster" TO WSCheckFileLabel.
           PERFORM CheckFileStatus.
           IF RETURN-CODE NOT = ZERO
              CONTINUE
           ELSE
              PERFORM UNTIL EndOfPass
                 READ EmployeeFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSEmpCount < 100
                            ADD 1 TO WSEmpCount
                            MOVE EmpNo
                                TO WSEmpEntryNo(WSEmpCount)
                            MOVE EmpName
                                TO WSEmpEntryName(WSEmpCount)
                            IF EmpTerminated
                               MOVE EmpTermDate
                                   TO WSEmpEntryTerm(WSEmpCount)
                            ELSE
                               MOVE ZERO
                                   TO WSEmpEntryTerm(WSEmpCount)
                            END-IF
                            MOVE ZERO TO WSEmpVacBal(WSEmpCount)
                            MOVE ZERO TO WSEmpSickBal(WSEmpCount)
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE EmployeeFile
              MOVE 'N' TO WSEOF
           END-IF.

      *> the balances as the last pay run left them - no row (never
      *> paid) or a row from before the columns means nothing banked
       LoadBalances.
           OPEN INPUT YTDFile.
           IF WSYTDStatus NOT = "00"
              CLOSE YTDFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ YTDFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         PERFORM VARYING WSTableIdx FROM 1 BY 1
                             UNTIL WSTableIdx > WSEmpCount
                             IF WSEmpEntryNo(WSTableIdx) = YtdEmpNo
                                IF YtdVacBal NUMERIC
                                   MOVE YtdVacBal
                                       TO WSEmpVacBal(WSTableIdx)
                                END-IF
                                IF YtdSickBal NUMERIC
                                   MOVE YtdSickBal
                                       TO WSEmpSickBal(WSTableIdx)
                                END-IF
                             END-IF
                         END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE YTDFile
              MOVE 'N' TO WSEOF
           END-IF.

       LoadRequests.
           MOVE ZERO TO WSReqCount.
           MOVE 1 TO WSNextReqNo.
           MOVE 'N' TO WSReqOverflow.
           MOVE 'N' TO WSEOF.
           OPEN INPUT LeaveReqFile.
           IF WSLeaveReqStatus NOT = "00"
              CLOSE LeaveReqFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ LeaveReqFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSReqCount < 500
                            ADD 1 TO WSReqCount
                            MOVE LeaveRequestRecord
                                TO WSReqLine(WSReqCount)
                            IF LrReqNo NUMERIC
                               AND LrReqNo NOT < WSNextReqNo
                               COMPUTE WSNextReqNo = LrReqNo + 1
                            END-IF
                         ELSE
                            SET ReqTableFull TO TRUE
                            MOVE 'Y' TO WSEOF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE LeaveReqFile
              MOVE 'N' TO WSEOF
           END-IF.

      *> the request is validated the moment it's keyed - an unknown
      *> employee, impossible dates or hours the balance can't cover
      *> never reach the file
       KeyOneRequest.
           PERFORM LoadRequests.
           IF ReqTableFull
              DISPLAY "leavereq: more than 500 requests on file - "
                  "table exceeded, nothing taken"
           ELSE
              MOVE SPACES TO WSNoEntry
              DISPLAY "Employee number (blank to cancel) "
                  WITH NO ADVANCING
              ACCEPT WSNoEntry
              IF WSNoEntry = SPACES
                 CONTINUE
              ELSE
                 IF WSNoEntry NOT NUMERIC
                    DISPLAY "Invalid number - enter 4 numeric digits"
                 ELSE
                    PERFORM FindEmployee
                    EVALUATE TRUE
                        WHEN WSFoundIdx = ZERO
                           DISPLAY "Employee " WSNoEntry " not on "
                               "the master"
                        WHEN WSEmpEntryTerm(WSFoundIdx) NOT = ZERO
                           DISPLAY "Employee " WSNoEntry " was "
                               "terminated " WSEmpEntryTerm(WSFoundIdx)
                               " - no request taken"
                        WHEN OTHER
                           DISPLAY "Request for "
                               WSEmpEntryName(WSFoundIdx)
                           PERFORM TakeRequestDetail
                    END-EVALUATE
                 END-IF
              END-IF
           END-IF.

       FindEmployee.
           MOVE ZERO TO WSFoundIdx.
           PERFORM VARYING WSTableIdx FROM 1 BY 1
               UNTIL WSTableIdx > WSEmpCount OR WSFoundIdx > 0
               IF WSEmpEntryNo(WSTableIdx) =
                   FUNCTION NUMVAL(WSNoEntry)
                  MOVE WSTableIdx TO WSFoundIdx
               END-IF
           END-PERFORM.

       TakeRequestDetail.
           MOVE 'Y' TO WSKeyingFlag.
           MOVE SPACE TO WSTypeEntry.
           DISPLAY "Type (V vacation, S sick) " WITH NO ADVANCING.
           ACCEPT WSTypeEntry.
           MOVE FUNCTION UPPER-CASE(WSTypeEntry) TO WSTypeEntry.
           IF NOT TypeGood
              DISPLAY "Unknown type - request not taken"
              MOVE 'N' TO WSKeyingFlag
           END-IF.
           IF KeyingGood
              DISPLAY "First day off (YYYYMMDD) " WITH NO ADVANCING
              PERFORM AcceptDate
              MOVE WSDateTaken TO WSFromDate
           END-IF.
           IF KeyingGood
              DISPLAY "Last day off (YYYYMMDD) " WITH NO ADVANCING
              PERFORM AcceptDate
              MOVE WSDateTaken TO WSToDate
              IF KeyingGood AND WSToDate < WSFromDate
                 DISPLAY "Last day is before the first - request "
                     "not taken"
                 MOVE 'N' TO WSKeyingFlag
              END-IF
           END-IF.
           IF KeyingGood
              PERFORM TakeRequestHours
           END-IF.
           IF KeyingGood
              PERFORM CheckOverlap
              IF DatesOverlap
                 DISPLAY "Employee already has leave requested over "
                     "those dates - request not taken"
                 MOVE 'N' TO WSKeyingFlag
              END-IF
           END-IF.
           IF KeyingGood
              MOVE ZERO TO WSThisIdx
              PERFORM WorkOutAvailable
              IF WSHoursWork > WSAvailable
                 MOVE WSAvailable TO WSAvailShown
                 DISPLAY "Declined - only " WSAvailShown " hours "
                     "available after other requests"
              ELSE
                 PERFORM AppendOneRequest
                 DISPLAY "Request " LrReqNo " written - awaiting "
                     "approval"
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

       TakeRequestHours.
           MOVE SPACES TO WSHoursEntry.
           DISPLAY "Hours of leave " WITH NO ADVANCING.
           ACCEPT WSHoursEntry.
           MOVE FUNCTION TEST-NUMVAL(WSHoursEntry)
               TO WSAmountCheck.
           EVALUATE TRUE
               WHEN WSAmountCheck NOT = ZERO
                   DISPLAY "Invalid hours - request not taken"
                   MOVE 'N' TO WSKeyingFlag
               WHEN FUNCTION NUMVAL(WSHoursEntry) NOT > ZERO
                   DISPLAY "Zero hours - request not taken"
                   MOVE 'N' TO WSKeyingFlag
               WHEN FUNCTION NUMVAL(WSHoursEntry) > 999.99
                   DISPLAY "Too many hours - request not taken"
                   MOVE 'N' TO WSKeyingFlag
               WHEN OTHER
                   COMPUTE WSHoursWork =
                       FUNCTION NUMVAL(WSHoursEntry)
           END-EVALUATE.

      *> two live requests for the same days would pay the same day
      *> off twice
       CheckOverlap.
           MOVE 'N' TO WSOverlap.
           PERFORM VARYING WSReqIdx FROM 1 BY 1
               UNTIL WSReqIdx > WSReqCount
               MOVE WSReqLine(WSReqIdx) TO LeaveRequestRecord
               IF LrEmpNo = WSEmpEntryNo(WSFoundIdx)
                  AND (LrPending OR LrApproved OR LrTaken)
                  AND LrFrom NOT > WSToDate
                  AND LrTo NOT < WSFromDate
                  MOVE 'Y' TO WSOverlap
               END-IF
           END-PERFORM.

      *> the employee's balance of this type, less every other
      *> request of the same type still holding it - pending and
      *> approved-but-unpaid both count at keying time; the one at
      *> WSThisIdx (the request being approved) is left out
       WorkOutAvailable.
           IF WSTypeEntry = 'V'
              MOVE WSEmpVacBal(WSFoundIdx) TO WSBalance
           ELSE
              MOVE WSEmpSickBal(WSFoundIdx) TO WSBalance
           END-IF.
           MOVE ZERO TO WSCommitted.
           PERFORM VARYING WSReqIdx FROM 1 BY 1
               UNTIL WSReqIdx > WSReqCount
               MOVE WSReqLine(WSReqIdx) TO LeaveRequestRecord
               IF WSReqIdx NOT = WSThisIdx
                  AND LrEmpNo = WSEmpEntryNo(WSFoundIdx)
                  AND LrType = WSTypeEntry
                  AND LrHours NUMERIC
                  IF LrApproved
                     OR (LrPending AND WSThisIdx = ZERO)
                     ADD LrHours TO WSCommitted
                  END-IF
               END-IF
           END-PERFORM.
           COMPUTE WSAvailable = WSBalance - WSCommitted.

      *> every keyed request lands pending - same create-if-missing
      *> handling the other EXTEND files use
       AppendOneRequest.
           MOVE SPACES TO LeaveRequestRecord.
           MOVE WSNextReqNo TO LrReqNo.
           MOVE WSEmpEntryNo(WSFoundIdx) TO LrEmpNo.
           MOVE WSTypeEntry TO LrType.
           MOVE WSFromDate TO LrFrom.
           MOVE WSToDate TO LrTo.
           MOVE WSHoursWork TO LrHours.
           SET LrPending TO TRUE.
           MOVE ZERO TO LrDecidedOn.
           MOVE ZERO TO LrPaidOn.
           OPEN EXTEND LeaveReqFile.
           IF WSLeaveReqStatus = "35"
              OPEN OUTPUT LeaveReqFile
              CLOSE LeaveReqFile
              OPEN EXTEND LeaveReqFile
           END-IF.
           WRITE LeaveRequestRecord.
           CLOSE LeaveReqFile.

      *> the approval pass walks every pending request under
      *> supervisor authority - approve, decline, or skip to stay
      *> pending; the file is rewritten whole, the same
      *> load-decide-rewrite pass tcentry.cob runs on the cards
       ApprovalPass.
           PERFORM EstablishAuthority.
           IF NOT SupervisorAuthority
              DISPLAY "leavereq: supervisor authority required to "
                  "approve leave"
           ELSE
              PERFORM LoadRequests
              IF ReqTableFull
                 DISPLAY "leavereq: more than 500 requests on file - "
                     "table exceeded, nothing approved"
              ELSE
                 MOVE ZERO TO WSApprovedCount
                 MOVE ZERO TO WSDeclinedCount
                 PERFORM ReviewOneRequest
                     VARYING WSThisIdx FROM 1 BY 1
                     UNTIL WSThisIdx > WSReqCount
                 IF WSApprovedCount > ZERO OR WSDeclinedCount > ZERO
                    PERFORM RewriteRequests
                 END-IF
                 DISPLAY "Approval pass complete - "
                     WSApprovedCount " approved, "
                     WSDeclinedCount " declined"
              END-IF
           END-IF.

       EstablishAuthority.
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
                 DISPLAY "leavereq: operator master unavailable - "
                     "status " WSOperatorStatus
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

      *> an approval is held to the balance less the other approved
      *> requests - two pending requests can each fit the balance
      *> alone and not together
       ReviewOneRequest.
           MOVE WSReqLine(WSThisIdx) TO LeaveRequestRecord.
           IF LrPending
              MOVE LrEmpNo TO WSNoEntry
              PERFORM FindEmployee
              MOVE LrType TO WSTypeEntry
              MOVE LrHours TO WSHoursShown
              DISPLAY " "
              IF WSFoundIdx = ZERO
                 DISPLAY "Request " LrReqNo " - employee " LrEmpNo
                     " no longer on the master"
              ELSE
                 DISPLAY "Request " LrReqNo " - "
                     WSEmpEntryName(WSFoundIdx) " " LrType " "
                     LrFrom " to " LrTo " " WSHoursShown " hours"
              END-IF
              MOVE SPACE TO WSDecision
              PERFORM UNTIL ApproveRequest OR DeclineRequest
                  OR SkipRequest
                  DISPLAY "  (A)pprove, (D)ecline or (S)kip ? "
                      WITH NO ADVANCING
                  ACCEPT WSDecision
              END-PERFORM
              EVALUATE TRUE
                  WHEN ApproveRequest AND WSFoundIdx = ZERO
                      DISPLAY "  Cannot approve - request left "
                          "pending"
                  WHEN ApproveRequest
                      PERFORM WorkOutAvailable
                      MOVE WSReqLine(WSThisIdx) TO LeaveRequestRecord
                      IF LrHours > WSAvailable
                         MOVE WSAvailable TO WSAvailShown
                         DISPLAY "  Only " WSAvailShown " hours "
                             "available after approved leave - "
                             "request left pending"
                      ELSE
                         SET LrApproved TO TRUE
                         MOVE WSOperatorID TO LrDecidedBy
                         MOVE WSToday TO LrDecidedOn
                         MOVE LeaveRequestRecord
                             TO WSReqLine(WSThisIdx)
                         ADD 1 TO WSApprovedCount
                         DISPLAY "  Request approved"
                      END-IF
                  WHEN DeclineRequest
                      SET LrDeclined TO TRUE
                      MOVE WSOperatorID TO LrDecidedBy
                      MOVE WSToday TO LrDecidedOn
                      MOVE LeaveRequestRecord TO WSReqLine(WSThisIdx)
                      ADD 1 TO WSDeclinedCount
                      DISPLAY "  Request declined"
                  WHEN OTHER
                      DISPLAY "  Request left pending"
              END-EVALUATE
           END-IF.

       RewriteRequests.
           OPEN OUTPUT LeaveReqFile.
           PERFORM VARYING WSReqIdx FROM 1 BY 1
               UNTIL WSReqIdx > WSReqCount
               MOVE WSReqLine(WSReqIdx) TO LeaveRequestRecord
               WRITE LeaveRequestRecord
               END-WRITE
           END-PERFORM.
           CLOSE LeaveReqFile.

      *> one block per day of the range, listing everyone approved,
      *> already paid or still pending for that day - declined
      *> requests are left off
       PrintLeaveCalendar.
           PERFORM LoadRequests.
           IF ReqTableFull
              DISPLAY "leavereq: more than 500 requests on file - "
                  "table exceeded, no calendar"
           ELSE
              MOVE 'Y' TO WSKeyingFlag
              DISPLAY "First date (YYYYMMDD, blank for today) "
                  WITH NO ADVANCING
              MOVE SPACES TO WSDateEntry
              ACCEPT WSDateEntry
              IF WSDateEntry = SPACES
                 MOVE WSToday TO WSFromDate
              ELSE
                 IF WSDateEntry IS NUMERIC
                    AND FUNCTION TEST-DATE-YYYYMMDD(
                        FUNCTION NUMVAL(WSDateEntry)) = 0
                    MOVE WSDateEntry TO WSFromDate
                 ELSE
                    DISPLAY "Invalid date - no calendar"
                    MOVE 'N' TO WSKeyingFlag
                 END-IF
              END-IF
              IF KeyingGood
                 DISPLAY "Days to show (blank for 14) "
                     WITH NO ADVANCING
                 MOVE SPACES TO WSDaysEntry
                 ACCEPT WSDaysEntry
                 IF WSDaysEntry = SPACES
                    MOVE 14 TO WSDays
                 ELSE
                    IF FUNCTION TEST-NUMVAL(WSDaysEntry) = 0
                       AND FUNCTION NUMVAL(WSDaysEntry) > ZERO
                       COMPUTE WSDays = FUNCTION NUMVAL(WSDaysEntry)
                    ELSE
                       DISPLAY "Invalid number of days - no calendar"
                       MOVE 'N' TO WSKeyingFlag
                    END-IF
                 END-IF
              END-IF
              IF KeyingGood
                 PERFORM WriteLeaveCalendar
              END-IF
           END-IF.

       WriteLeaveCalendar.
           OPEN OUTPUT CalendarFile.
           MOVE SPACES TO CalendarLine.
           STRING "Leave Calendar - " WSDays " day(s) from "
               WSFromDate DELIMITED BY SIZE INTO CalendarLine.
           WRITE CalendarLine.
           COMPUTE WSDayNum = FUNCTION INTEGER-OF-DATE(WSFromDate).
           PERFORM VARYING WSDayIdx FROM 1 BY 1
               UNTIL WSDayIdx > WSDays
               COMPUTE WSCalDate = FUNCTION DATE-OF-INTEGER(WSDayNum)
               COMPUTE WSWeekday = FUNCTION MOD(WSDayNum - 1, 7) + 1
               MOVE SPACES TO CalendarLine
               STRING WSCalDate " " WSDayName(WSWeekday)
                   DELIMITED BY SIZE INTO CalendarLine
               WRITE CalendarLine
                   AFTER ADVANCING 2 LINES
               END-WRITE
               MOVE ZERO TO WSOffCount
               PERFORM VARYING WSReqIdx FROM 1 BY 1
                   UNTIL WSReqIdx > WSReqCount
                   MOVE WSReqLine(WSReqIdx) TO LeaveRequestRecord
                   IF (LrPending OR LrApproved OR LrTaken)
                      AND LrFrom NOT > WSCalDate
                      AND LrTo NOT < WSCalDate
                      PERFORM WriteOneCalendarLine
                   END-IF
               END-PERFORM
               IF WSOffCount = ZERO
                  MOVE "  nobody off" TO CalendarLine
                  WRITE CalendarLine
                      AFTER ADVANCING 1 LINE
                  END-WRITE
               END-IF
               ADD 1 TO WSDayNum
           END-PERFORM.
           CLOSE CalendarFile.
           DISPLAY "Leave calendar written to LeaveCalendar.txt".

       WriteOneCalendarLine.
           ADD 1 TO WSOffCount.
           MOVE LrEmpNo TO WSCEmpNo.
           MOVE LrEmpNo TO WSNoEntry.
           PERFORM FindEmployee.
           IF WSFoundIdx = ZERO
              MOVE "(not on master)" TO WSCName
           ELSE
              MOVE WSEmpEntryName(WSFoundIdx) TO WSCName
           END-IF.
           IF LrVacation
              MOVE "Vacation" TO WSCType
           ELSE
              MOVE "Sick" TO WSCType
           END-IF.
           MOVE LrFrom TO WSCFrom.
           MOVE LrTo TO WSCTo.
           EVALUATE TRUE
               WHEN LrPending   MOVE "pending" TO WSCStatus
               WHEN LrApproved  MOVE "approved" TO WSCStatus
               WHEN OTHER       MOVE "paid" TO WSCStatus
           END-EVALUATE.
           WRITE CalendarLine FROM WSCalendarLine
               AFTER ADVANCING 1 LINE
           END-WRITE.

       COPY filestatuschkp.
