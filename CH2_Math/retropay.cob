       IDENTIFICATION DIVISION.
       PROGRAM-ID. retropay.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Retroactive pay - a raise agreed in March but keyed in May
       *> goes onto PayRateHistory.dat effective March, and from then
       *> on payroll.cob pays the new rate, but the checks already
       *> cut in between stay short and the difference was being
       *> worked out by hand from the stubs. This re-prices every
       *> paid timecard check on PayHistory.dat against the rate the
       *> history says was in effect on its period date, for one
       *> employee or all. A check paid below that rate (and not
       *> already made good by an earlier queue) is printed on
       *> RetroPay.txt with the old and new pay side by side; once a
       *> supervisor confirms, the differences are queued on
       *> RetroPay.dat and payroll.cob pays them on the employee's
       *> next check. A check paid above the rate is reported but
       *> never clawed back here. Salary checks and checks written
       *> before PayHistory.dat carried the hours cannot be
       *> re-priced and are counted, not guessed at.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT HistoryFile ASSIGN TO "PayHistory.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSHistoryStatus.
              SELECT RateHistFile ASSIGN TO "PayRateHistory.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSRateHistStatus.
              SELECT RetroFile ASSIGN TO "RetroPay.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSRetroStatus.
              SELECT EmployeeFile ASSIGN TO "EmployeeMaster.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSEmployeeStatus.
              SELECT ReportFile ASSIGN TO "RetroPay.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReportStatus.
              SELECT OperatorFile ASSIGN TO "OperatorMaster.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSOperatorStatus.

       DATA DIVISION.
       FILE SECTION.
       FD HistoryFile.
       COPY payhist.
       FD RateHistFile.
       COPY payratehist.
       FD RetroFile.
       COPY retroq.
       FD EmployeeFile.
       COPY emprec.
       FD ReportFile.
       01 ReportLine   PIC X(100).
       FD OperatorFile.
       01 OperatorRecord.
              02 OperID      PIC X(10).
              02 FILLER      PIC X(2).
              02 OperName    PIC X(20).
              02 FILLER      PIC X(2).
              02 OperLevel   PIC 9.

       WORKING-STORAGE SECTION.
       01 WSHistoryStatus  PIC XX.
       01 WSRateHistStatus PIC XX.
       01 WSRetroStatus    PIC XX.
       01 WSEmployeeStatus PIC XX.
       01 WSReportStatus   PIC XX.
       01 WSOperatorStatus PIC XX.
       01 WSEOF            PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
       01 WSSignedOnOper     PIC X(10) EXTERNAL.
       01 WSSignedOnLevel    PIC 9 EXTERNAL.
       01 WSOperatorID     PIC X(10) VALUE SPACES.
       01 WSAuthority      PIC 9 VALUE ZERO.
              88 SupervisorAuthority   VALUE 2 THRU 9.
       01 WSEmpEntry       PIC X(4).
       01 WSSelectEmp      PIC 9(4) VALUE ZERO.
       01 WSAnswer         PIC X.
              88 AnswerYes       VALUE 'Y' 'y'.
       01 WSToday          PIC 9(8).
      *> every hourly rate line on PayRateHistory.dat
       01 WSRateTable.
              02 WSRateEntry OCCURS 500 TIMES.
                  03 WSRateEmpNo     PIC 9(4).
                  03 WSRateFrom      PIC 9(8).
                  03 WSRateAmount    PIC 9(3)V99.
       01 WSRateCount      PIC 9(3) VALUE ZERO.
       01 WSRateIdx        PIC 9(3).
      *> checks already queued, and the rate they were made good to
       01 WSQueueTable.
              02 WSQueueEntry OCCURS 500 TIMES.
                  03 WSQueueEmpNo    PIC 9(4).
                  03 WSQueueCheck    PIC 9(6).
                  03 WSQueueRate     PIC 9(3)V99.
       01 WSQueueCount     PIC 9(3) VALUE ZERO.
       01 WSQueueIdx       PIC 9(3).
      *> every check found paid at the wrong rate
       01 WSResultTable.
              02 WSResult OCCURS 500 TIMES.
                  03 WSResEmpNo      PIC 9(4).
                  03 WSResCheck      PIC 9(6).
                  03 WSResPeriod     PIC 9(8).
                  03 WSResRegHours   PIC 9(3)V99.
                  03 WSResOTHours    PIC 9(3)V99.
                  03 WSResOldRate    PIC 9(3)V99.
                  03 WSResNewRate    PIC 9(3)V99.
                  03 WSResOldPay     PIC 9(5)V99.
                  03 WSResNewPay     PIC 9(5)V99.
                  03 WSResDiff       PIC 9(5)V99.
                  03 WSResKind       PIC X.
                      88 ResUnderpaid    VALUE 'U'.
                      88 ResOverpaid     VALUE 'O'.
       01 WSResultCount    PIC 9(3) VALUE ZERO.
       01 WSResultIdx      PIC 9(3).
       01 WSUnderCount     PIC 9(3) VALUE ZERO.
       01 WSOverCount      PIC 9(3) VALUE ZERO.
      *> one slot per employee with a result, in order of first check
       01 WSEmpTable.
              02 WSEmpSlot OCCURS 100 TIMES.
                  03 WSEmpSlotNo     PIC 9(4).
                  03 WSEmpSlotName   PIC X(20).
       01 WSEmpCount       PIC 9(3) VALUE ZERO.
       01 WSEmpIdx         PIC 9(3).
       01 WSFoundIdx       PIC 9(3).
       01 WSTableFull      PIC X VALUE 'N'.
              88 TableExceeded   VALUE 'Y'.
       01 WSCorrectRate    PIC 9(3)V99.
       01 WSCorrectFrom    PIC 9(8).
       01 WSMadeGoodRate   PIC 9(3)V99.
       01 WSOldPay         PIC 9(5)V99.
       01 WSNewPay         PIC 9(5)V99.
       01 WSChecksPriced   PIC 9(5) VALUE ZERO.
       01 WSNotPricedCount PIC 9(5) VALUE ZERO.
       01 WSSalaryCount    PIC 9(5) VALUE ZERO.
       01 WSEmpTotal       PIC 9(6)V99 VALUE ZERO.
       01 WSGrandTotal     PIC 9(7)V99 VALUE ZERO.
       01 WSQueuedLines    PIC 9(3) VALUE ZERO.
       01 WSColumnHeads.
              02 FILLER  PIC X(10) VALUE "Period".
              02 FILLER  PIC X(8)  VALUE "Check".
              02 FILLER  PIC X(8)  VALUE "  Reg".
              02 FILLER  PIC X(8)  VALUE "   OT".
              02 FILLER  PIC X(9)  VALUE " OldRate".
              02 FILLER  PIC X(9)  VALUE " NewRate".
              02 FILLER  PIC X(12) VALUE "    Old Pay".
              02 FILLER  PIC X(12) VALUE "    New Pay".
              02 FILLER  PIC X(12) VALUE " Difference".
       01 WSEmpHeading.
              02 FILLER      PIC X(9) VALUE "Employee ".
              02 WSHEmpNo    PIC 9(4).
              02 FILLER      PIC X(2) VALUE SPACES.
              02 WSHName     PIC X(20).
       01 WSDetailLine.
              02 WSDPeriod   PIC 9(8).
              02 FILLER      PIC X(2) VALUE SPACES.
              02 WSDCheck    PIC 9(6).
              02 FILLER      PIC X(2) VALUE SPACES.
              02 WSDRegHours PIC ZZ9.99.
              02 FILLER      PIC X(2) VALUE SPACES.
              02 WSDOTHours  PIC ZZ9.99.
              02 FILLER      PIC X(2) VALUE SPACES.
              02 WSDOldRate  PIC ZZ9.99.
              02 FILLER      PIC X(3) VALUE SPACES.
              02 WSDNewRate  PIC ZZ9.99.
              02 FILLER      PIC X(3) VALUE SPACES.
              02 WSDOldPay   PIC $$$,$$9.99.
              02 FILLER      PIC X(2) VALUE SPACES.
              02 WSDNewPay   PIC $$$,$$9.99.
              02 FILLER      PIC X(2) VALUE SPACES.
              02 WSDDiff     PIC $$$,$$9.99.
              02 FILLER      PIC X(1) VALUE SPACES.
              02 WSDNote     PIC X(9).
       01 WSEmpTotalLine.
              02 FILLER      PIC X(75) VALUE
                  "   Retro owed this employee".
              02 WSETAmount  PIC $$$$,$$9.99.
       01 WSGrandTotalLine.
              02 FILLER      PIC X(73) VALUE
                  "Total retro pay owed".
              02 WSGTAmount  PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           PERFORM EstablishAuthority.
           IF NOT SupervisorAuthority
              DISPLAY "retropay: supervisor authority required"
              GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday.
           MOVE 'N' TO WSAnswer.
           PERFORM UNTIL AnswerYes
               DISPLAY "Employee number to re-price (blank for all) "
                   WITH NO ADVANCING
               ACCEPT WSEmpEntry
               EVALUATE TRUE
                   WHEN WSEmpEntry = SPACES
                       MOVE ZERO TO WSSelectEmp
                       MOVE 'Y' TO WSAnswer
                   WHEN FUNCTION TEST-NUMVAL(WSEmpEntry) = 0
                       COMPUTE WSSelectEmp =
                           FUNCTION NUMVAL(WSEmpEntry)
                       MOVE 'Y' TO WSAnswer
                   WHEN OTHER
                       DISPLAY "Invalid employee number"
               END-EVALUATE
           END-PERFORM.
           PERFORM LoadRateHistory.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM LoadRetroQueue.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM RepriceHistory.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM NameTheEmployees.
           PERFORM PrintRetroReport.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           DISPLAY "retropay: " WSChecksPriced " check(s) re-priced, "
               WSUnderCount " under-paid, " WSOverCount
               " over-paid - see RetroPay.txt".
           IF WSNotPricedCount > ZERO OR WSSalaryCount > ZERO
              DISPLAY "retropay: " WSNotPricedCount " check(s) "
                  "without hours on file and " WSSalaryCount
                  " salary check(s) not re-priced"
           END-IF.
           IF WSUnderCount = ZERO
              DISPLAY "retropay: nothing to queue"
              GOBACK
           END-IF.
           MOVE WSGrandTotal TO WSGTAmount.
           DISPLAY "Queue " WSGTAmount " retro pay for the next "
               "payroll run? (Y/N) " WITH NO ADVANCING.
           ACCEPT WSAnswer.
           IF AnswerYes
              PERFORM QueueRetroPay
              DISPLAY "retropay: " WSQueuedLines " line(s) queued on "
                  "RetroPay.dat by " WSOperatorID
           ELSE
              DISPLAY "retropay: nothing queued"
           END-IF.
      *> GOBACK so a menu program can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

       EstablishAuthority.
           IF WSSignedOnOper NOT = SPACES
              AND WSSignedOnOper NOT = LOW-VALUES
              MOVE WSSignedOnOper TO WSOperatorID
              MOVE WSSignedOnLevel TO WSAuthority
           ELSE
              DISPLAY "Operator ID " WITH NO ADVANCING
              ACCEPT WSOperatorID
              OPEN INPUT OperatorFile
              IF WSOperatorStatus NOT = "00"
                 DISPLAY "retropay: operator master unavailable"
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

      *> salary lines carry no hourly rate to re-price against
       LoadRateHistory.
           OPEN INPUT RateHistFile.
           IF WSRateHistStatus NOT = "00"
              DISPLAY "retropay: no PayRateHistory.dat on file - "
                  "status " WSRateHistStatus
              CLOSE RateHistFile
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM UNTIL EndOfPass
                 READ RateHistFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF PrEmpNo NUMERIC AND PrEffDate NUMERIC
                            AND PrRate NUMERIC AND PrRate > ZERO
                            AND (WSSelectEmp = ZERO
                                 OR PrEmpNo = WSSelectEmp)
                            IF WSRateCount < 500
                               ADD 1 TO WSRateCount
                               MOVE PrEmpNo TO WSRateEmpNo(WSRateCount)
                               MOVE PrEffDate TO WSRateFrom(WSRateCount)
                               MOVE PrRate
                                   TO WSRateAmount(WSRateCount)
                            ELSE
                               SET TableExceeded TO TRUE
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE RateHistFile
              MOVE 'N' TO WSEOF
              IF TableExceeded
                 DISPLAY "retropay: more than 500 rate lines - "
                     "table exceeded, aborting"
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.

      *> queued and paid lines both count - either way that check
      *> has already been brought up to the rate on the line
       LoadRetroQueue.
           OPEN INPUT RetroFile.
           IF WSRetroStatus NOT = "00"
              CLOSE RetroFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ RetroFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF RqCheckNum NUMERIC AND RqNewRate NUMERIC
                            IF WSQueueCount < 500
                               ADD 1 TO WSQueueCount
                               MOVE RqEmpNo
                                   TO WSQueueEmpNo(WSQueueCount)
                               MOVE RqCheckNum
                                   TO WSQueueCheck(WSQueueCount)
                               MOVE RqNewRate
                                   TO WSQueueRate(WSQueueCount)
                            ELSE
                               SET TableExceeded TO TRUE
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE RetroFile
              MOVE 'N' TO WSEOF
              IF TableExceeded
                 DISPLAY "retropay: more than 500 lines on "
                     "RetroPay.dat - table exceeded, aborting"
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.

       RepriceHistory.
           OPEN INPUT HistoryFile.
           IF WSHistoryStatus NOT = "00"
              DISPLAY "retropay: no PayHistory.dat on file - "
                  "status " WSHistoryStatus
              CLOSE HistoryFile
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM UNTIL EndOfPass
                 READ HistoryFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END PERFORM RepriceOneCheck
                 END-READ
              END-PERFORM
              CLOSE HistoryFile
              MOVE 'N' TO WSEOF
              IF TableExceeded
                 DISPLAY "retropay: more than 500 checks to adjust "
                     "or 100 employees - table exceeded, aborting"
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.

      *> only paid checks are re-priced - a voided check was never
      *> wages, and its reissue carries the same figures
       RepriceOneCheck.
           IF PhStatus NOT = 'P'
              OR PhEmpNo NOT NUMERIC
              OR PhDate NOT NUMERIC
              OR (WSSelectEmp NOT = ZERO AND PhEmpNo NOT = WSSelectEmp)
              CONTINUE
           ELSE
              EVALUATE TRUE
                  WHEN PhSalaryPay
                      ADD 1 TO WSSalaryCount
                  WHEN PhRetroOnly OR PhCommOnly
                      CONTINUE
                  WHEN (PhTimecardPay OR PhLeavePay)
                       AND PhRegHours NUMERIC
                       AND PhOTHours NUMERIC AND PhRate NUMERIC
                      PERFORM PriceOneCheck
                  WHEN OTHER
                      ADD 1 TO WSNotPricedCount
              END-EVALUATE
           END-IF.

      *> the rate in effect on the period date is the latest line
      *> effective on or before it - a later line for the same date
      *> is a correction and wins
       PriceOneCheck.
           ADD 1 TO WSChecksPriced.
           MOVE ZERO TO WSCorrectRate.
           MOVE ZERO TO WSCorrectFrom.
           PERFORM VARYING WSRateIdx FROM 1 BY 1
               UNTIL WSRateIdx > WSRateCount
               IF WSRateEmpNo(WSRateIdx) = PhEmpNo
                  AND WSRateFrom(WSRateIdx) NOT > PhDate
                  AND WSRateFrom(WSRateIdx) NOT < WSCorrectFrom
                  MOVE WSRateFrom(WSRateIdx) TO WSCorrectFrom
                  MOVE WSRateAmount(WSRateIdx) TO WSCorrectRate
               END-IF
           END-PERFORM.
           MOVE PhRate TO WSMadeGoodRate.
           PERFORM VARYING WSQueueIdx FROM 1 BY 1
               UNTIL WSQueueIdx > WSQueueCount
               IF WSQueueEmpNo(WSQueueIdx) = PhEmpNo
                  AND WSQueueCheck(WSQueueIdx) = PhCheckNum
                  AND WSQueueRate(WSQueueIdx) > WSMadeGoodRate
                  MOVE WSQueueRate(WSQueueIdx) TO WSMadeGoodRate
               END-IF
           END-PERFORM.
           IF WSCorrectRate = ZERO
              OR WSCorrectRate = WSMadeGoodRate
              OR (WSCorrectRate < WSMadeGoodRate
                  AND WSMadeGoodRate > PhRate)
              CONTINUE
           ELSE
              IF WSResultCount < 500
                 ADD 1 TO WSResultCount
                 PERFORM NoteOneResult
              ELSE
                 SET TableExceeded TO TRUE
              END-IF
           END-IF.

       NoteOneResult.
           MOVE PhEmpNo TO WSResEmpNo(WSResultCount).
           MOVE PhCheckNum TO WSResCheck(WSResultCount).
           MOVE PhDate TO WSResPeriod(WSResultCount).
           MOVE PhRegHours TO WSResRegHours(WSResultCount).
           MOVE PhOTHours TO WSResOTHours(WSResultCount).
           MOVE WSMadeGoodRate TO WSResOldRate(WSResultCount).
           MOVE WSCorrectRate TO WSResNewRate(WSResultCount).
           COMPUTE WSOldPay ROUNDED =
               (PhRegHours * WSMadeGoodRate) +
               (PhOTHours * WSMadeGoodRate * 1.5).
           COMPUTE WSNewPay ROUNDED =
               (PhRegHours * WSCorrectRate) +
               (PhOTHours * WSCorrectRate * 1.5).
           MOVE WSOldPay TO WSResOldPay(WSResultCount).
           MOVE WSNewPay TO WSResNewPay(WSResultCount).
           IF WSNewPay > WSOldPay
              SET ResUnderpaid(WSResultCount) TO TRUE
              SUBTRACT WSOldPay FROM WSNewPay
                  GIVING WSResDiff(WSResultCount)
              ADD 1 TO WSUnderCount
              ADD WSResDiff(WSResultCount) TO WSGrandTotal
           ELSE
              SET ResOverpaid(WSResultCount) TO TRUE
              SUBTRACT WSNewPay FROM WSOldPay
                  GIVING WSResDiff(WSResultCount)
              ADD 1 TO WSOverCount
           END-IF.
           MOVE ZERO TO WSFoundIdx.
           PERFORM VARYING WSEmpIdx FROM 1 BY 1
               UNTIL WSEmpIdx > WSEmpCount OR WSFoundIdx > ZERO
               IF WSEmpSlotNo(WSEmpIdx) = PhEmpNo
                  MOVE WSEmpIdx TO WSFoundIdx
               END-IF
           END-PERFORM.
           IF WSFoundIdx = ZERO
              IF WSEmpCount < 100
                 ADD 1 TO WSEmpCount
                 MOVE PhEmpNo TO WSEmpSlotNo(WSEmpCount)
                 MOVE "(not on master)" TO WSEmpSlotName(WSEmpCount)
              ELSE
                 SET TableExceeded TO TRUE
              END-IF
           END-IF.

       NameTheEmployees.
           OPEN INPUT EmployeeFile.
           IF WSEmployeeStatus NOT = "00"
              CLOSE EmployeeFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ EmployeeFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         PERFORM VARYING WSEmpIdx FROM 1 BY 1
                             UNTIL WSEmpIdx > WSEmpCount
                             IF WSEmpSlotNo(WSEmpIdx) = EmpNo
                                MOVE EmpName TO WSEmpSlotName(WSEmpIdx)
                             END-IF
                         END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE EmployeeFile
              MOVE 'N' TO WSEOF
           END-IF.

       PrintRetroReport.
           OPEN OUTPUT ReportFile.
           IF WSReportStatus NOT = "00"
              DISPLAY "retropay: unable to open RetroPay.txt - "
                  "status " WSReportStatus
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE SPACES TO ReportLine
              STRING "Retroactive Pay - re-priced " WSToday
                  " by " WSOperatorID
                  DELIMITED BY SIZE INTO ReportLine
              WRITE ReportLine
              IF WSResultCount = ZERO
                 MOVE "No paid check differs from the rate in effect"
                     TO ReportLine
                 WRITE ReportLine
              END-IF
              PERFORM VARYING WSEmpIdx FROM 1 BY 1
                  UNTIL WSEmpIdx > WSEmpCount
                  PERFORM PrintOneEmployee
              END-PERFORM
              MOVE WSGrandTotal TO WSGTAmount
              WRITE ReportLine FROM WSGrandTotalLine
              MOVE "Over-paid checks are shown for review only and "
                  & "are not recovered" TO ReportLine
              WRITE ReportLine
              MOVE SPACES TO ReportLine
              STRING "Not re-priced: " WSNotPricedCount
                  " check(s) without hours on file, " WSSalaryCount
                  " salary check(s)"
                  DELIMITED BY SIZE INTO ReportLine
              WRITE ReportLine
              CLOSE ReportFile
           END-IF.

       PrintOneEmployee.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
           MOVE WSEmpSlotNo(WSEmpIdx) TO WSHEmpNo.
           MOVE WSEmpSlotName(WSEmpIdx) TO WSHName.
           WRITE ReportLine FROM WSEmpHeading.
           WRITE ReportLine FROM WSColumnHeads.
           MOVE ZERO TO WSEmpTotal.
           PERFORM VARYING WSResultIdx FROM 1 BY 1
               UNTIL WSResultIdx > WSResultCount
               IF WSResEmpNo(WSResultIdx) = WSEmpSlotNo(WSEmpIdx)
                  PERFORM PrintOneResult
               END-IF
           END-PERFORM.
           MOVE WSEmpTotal TO WSETAmount.
           WRITE ReportLine FROM WSEmpTotalLine.

       PrintOneResult.
           MOVE WSResPeriod(WSResultIdx) TO WSDPeriod.
           MOVE WSResCheck(WSResultIdx) TO WSDCheck.
           MOVE WSResRegHours(WSResultIdx) TO WSDRegHours.
           MOVE WSResOTHours(WSResultIdx) TO WSDOTHours.
           MOVE WSResOldRate(WSResultIdx) TO WSDOldRate.
           MOVE WSResNewRate(WSResultIdx) TO WSDNewRate.
           MOVE WSResOldPay(WSResultIdx) TO WSDOldPay.
           MOVE WSResNewPay(WSResultIdx) TO WSDNewPay.
           MOVE WSResDiff(WSResultIdx) TO WSDDiff.
           IF ResUnderpaid(WSResultIdx)
              MOVE SPACES TO WSDNote
              ADD WSResDiff(WSResultIdx) TO WSEmpTotal
           ELSE
              MOVE "OVERPAID" TO WSDNote
           END-IF.
           WRITE ReportLine FROM WSDetailLine.

      *> appended, so a queue already waiting on the next run is
      *> left exactly as it was
       QueueRetroPay.
           OPEN EXTEND RetroFile.
           IF WSRetroStatus = "35"
              OPEN OUTPUT RetroFile
              CLOSE RetroFile
              OPEN EXTEND RetroFile
           END-IF.
           PERFORM VARYING WSResultIdx FROM 1 BY 1
               UNTIL WSResultIdx > WSResultCount
               IF ResUnderpaid(WSResultIdx)
                  MOVE SPACES TO RetroQueueRecord
                  MOVE WSResEmpNo(WSResultIdx) TO RqEmpNo
                  MOVE WSResCheck(WSResultIdx) TO RqCheckNum
                  MOVE WSResPeriod(WSResultIdx) TO RqPeriod
                  MOVE WSResRegHours(WSResultIdx) TO RqRegHours
                  MOVE WSResOTHours(WSResultIdx) TO RqOTHours
                  MOVE WSResOldRate(WSResultIdx) TO RqOldRate
                  MOVE WSResNewRate(WSResultIdx) TO RqNewRate
                  MOVE WSResDiff(WSResultIdx) TO RqAmount
                  MOVE WSToday TO RqQueuedOn
                  SET RetroQueued TO TRUE
                  MOVE ZERO TO RqPaidCheck
                  MOVE ZERO TO RqPaidOn
                  WRITE RetroQueueRecord
                  ADD 1 TO WSQueuedLines
              END-IF
           END-PERFORM.
           CLOSE RetroFile.
