       IDENTIFICATION DIVISION.
       PROGRAM-ID. sodreport.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Segregation-of-duties exceptions - the two-person controls
       *> (custdelreview.cob customer deletes, arcredit.cob held
       *> invoice releases, tcentry.cob timecard approvals,
       *> stocktake.cob count applies, payoverride.cob pay-period
       *> overrides, checkvoid.cob check voids) each stop a supervisor
       *> action going through unasked, but nothing showed the two
       *> people were in fact two people. This pairs every request
       *> with the decision that settled it - the DELREQ and
       *> DELETE/DELREJ lines in CustomerAudit.log for deletes, the
       *> request and decision lines in DutyLog.dat for the rest,
       *> oldest open request for the item first - and lists to
       *> SoDExceptions.txt every decision in the month where the
       *> operator deciding also made the request, where the
       *> operator is below supervisor level on OperatorMaster.dat
       *> (or not on it at all), and where a decision has no request
       *> on file to pair with. Overrides and voids have no request
       *> side, so only the authority test applies to them. A blank
       *> month reports the previous calendar month.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT AuditFile ASSIGN TO "CustomerAudit.log"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSAuditStatus.
              SELECT DutyLogFile ASSIGN TO "DutyLog.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSDutyLogStatus.
              SELECT OperatorFile ASSIGN TO "OperatorMaster.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSOperatorStatus.
              SELECT ReportFile ASSIGN TO "SoDExceptions.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD AuditFile.
       *> Same layout the customer programs write - see
       *> Copybooks/custaudit.cpy
       01 AuditRecord.
              02 AudID         PIC X(8).
              02 FILLER        PIC X(3).
              02 AudTimestamp.
                  03 AudStamp      PIC X(14).
                  03 FILLER        PIC X(7).
              02 FILLER        PIC X(3).
              02 AudOperator   PIC X(10).
              02 FILLER        PIC X(3).
              02 AudAction     PIC X(8).
              02 FILLER        PIC X(70).
       FD DutyLogFile.
       01 DutyLogLine     PIC X(80).
       FD OperatorFile.
       01 OperatorRecord.
              02 OperID      PIC X(10).
              02 FILLER      PIC X(2).
              02 OperName    PIC X(20).
              02 FILLER      PIC X(2).
              02 OperLevel   PIC 9.
       FD ReportFile.
       01 ReportLine   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WSAuditStatus    PIC XX.
       01 WSOperatorStatus PIC XX.
       01 WSReportStatus   PIC XX.
       01 WSEOF            PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
       COPY dutylog.
       01 WSToday          PIC 9(8).
       01 WSMonthEntry     PIC X(6).
       01 WSMonth          PIC 9(6).
       01 WSMonthParts REDEFINES WSMonth.
              02 WSMonthYear   PIC 9(4).
              02 WSMonthMM     PIC 99.
       01 WSMonthOK        PIC X.
              88 MonthGiven     VALUE 'Y'.
      *> The operators and their authority, loaded whole
       01 WSOperTable.
              02 WSOperEntry OCCURS 100 TIMES.
                  03 WSOperEntryID    PIC X(10).
                  03 WSOperEntryLevel PIC 9.
       01 WSOperCount      PIC 9(3) VALUE ZERO.
       01 WSOperIdx        PIC 9(3).
       01 WSOperFound      PIC 9(3).
      *> The controls reported on, set up in SetUpControls. A control
      *> with no request side is checked for authority only.
       01 WSCtlTable.
              02 WSCtlEntry OCCURS 6 TIMES.
                  03 WSCtlCode        PIC X(8).
                  03 WSCtlName        PIC X(22).
                  03 WSCtlPaired      PIC X.
                      88 CtlHasRequest    VALUE 'Y'.
                  03 WSCtlDecisions   PIC 9(5).
                  03 WSCtlExceptions  PIC 9(5).
                  03 WSCtlOpen        PIC 9(5).
       01 WSCtlCount       PIC 9 VALUE 6.
       01 WSCtlIdx         PIC 9.
       01 WSCtlFound       PIC 9.
      *> Requests still waiting on a decision. A decision closes the
      *> oldest open request for its control and key, and the slot
      *> is taken again by the next request, so the table holds only
      *> what is outstanding at any point in the logs.
       01 WSReqTable.
              02 WSReqEntry OCCURS 2000 TIMES.
                  03 WSReqControl     PIC X(8).
                  03 WSReqKey         PIC X(20).
                  03 WSReqOper        PIC X(10).
                  03 WSReqStamp       PIC X(14).
                  03 WSReqState       PIC X.
                      88 ReqOpen          VALUE 'Y'.
       01 WSReqCount       PIC 9(4) VALUE ZERO.
       01 WSReqIdx         PIC 9(4).
       01 WSReqFound       PIC 9(4).
       01 WSReqFree        PIC 9(4).
       01 WSReqOverflow    PIC X VALUE 'N'.
              88 ReqTableFull     VALUE 'Y'.
      *> One step from either log, in a common shape
       01 WSStepControl    PIC X(8).
       01 WSStepKind       PIC X.
              88 StepIsRequest    VALUE 'R'.
              88 StepIsDecision   VALUE 'A' 'D'.
       01 WSStepKey        PIC X(20).
       01 WSStepOper       PIC X(10).
       01 WSStepStamp      PIC X(14).
       01 WSRequester      PIC X(10).
       01 WSExceptionCount PIC 9(5) VALUE ZERO.
       01 WSDecisionCount  PIC 9(5) VALUE ZERO.
       01 WSTitleLine.
              02 FILLER       PIC X(35) VALUE
                  "Segregation of Duties Exceptions - ".
              02 WSTLMonth    PIC 9(6).
              02 FILLER       PIC X(10) VALUE "   run on ".
              02 WSTLToday    PIC 9(8).
       01 WSColumnHeads.
              02 FILLER  PIC X(9)  VALUE "Date".
              02 FILLER  PIC X(9)  VALUE "Control".
              02 FILLER  PIC X(13) VALUE "Item".
              02 FILLER  PIC X(11) VALUE "Requested".
              02 FILLER  PIC X(11) VALUE "Decided".
              02 FILLER  PIC X(24) VALUE "Exception".
       01 WSDetailLine.
              02 WSDDate       PIC X(8).
              02 FILLER        PIC X(1) VALUE SPACE.
              02 WSDControl    PIC X(8).
              02 FILLER        PIC X(1) VALUE SPACE.
              02 WSDKey        PIC X(12).
              02 FILLER        PIC X(1) VALUE SPACE.
              02 WSDRequester  PIC X(10).
              02 FILLER        PIC X(1) VALUE SPACE.
              02 WSDApprover   PIC X(10).
              02 FILLER        PIC X(1) VALUE SPACE.
              02 WSDReason     PIC X(24).
       01 WSLevelReason.
              02 FILLER        PIC X(22) VALUE "LOW AUTHORITY - LEVEL ".
              02 WSLRLevel     PIC 9.
       01 WSSummaryLine.
              02 WSSCode       PIC X(8).
              02 FILLER        PIC X(1) VALUE SPACE.
              02 WSSName       PIC X(22).
              02 WSSDecisions  PIC ZZZZ9.
              02 FILLER        PIC X(12) VALUE " decided  ".
              02 WSSExceptions PIC ZZZZ9.
              02 FILLER        PIC X(13) VALUE " exceptions  ".
              02 WSSOpen       PIC ZZZZ9.
              02 FILLER        PIC X(5) VALUE " open".
       COPY filestatuschk.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday.
           PERFORM GetReportMonth.
           PERFORM SetUpControls.
           PERFORM LoadOperators.
           OPEN OUTPUT ReportFile.
           MOVE WSReportStatus TO WSCheckFileStatus.
           MOVE "sodreport" TO WSCheckProgLabel.
           MOVE "SoDExceptions.txt" TO WSCheckFileLabel.
           PERFORM CheckFileStatus.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           MOVE WSMonth TO WSTLMonth.
           MOVE WSToday TO WSTLToday.
           WRITE ReportLine FROM WSTitleLine.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
           WRITE ReportLine FROM WSColumnHeads.
           PERFORM PairCustomerDeletes.
           PERFORM PairDutyLog.
           IF ReqTableFull
              MOVE SPACES TO ReportLine
              WRITE ReportLine
              MOVE "** more than 2000 requests open at once - table "
                  TO ReportLine
              WRITE ReportLine
              MOVE "   exceeded, pairing incomplete, report VOID"
                  TO ReportLine
              WRITE ReportLine
              DISPLAY "sodreport: more than 2000 open requests - "
                  "table exceeded, report incomplete"
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM PrintControlSummary
              DISPLAY "sodreport: " WSDecisionCount " decision(s) in "
                  WSMonth ", " WSExceptionCount " exception(s) - see "
                  "SoDExceptions.txt"
           END-IF.
           CLOSE ReportFile.
      *> GOBACK so a batch driver can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

      *> the month asked for, or the one before this one
       GetReportMonth.
           MOVE 'N' TO WSMonthOK.
           PERFORM UNTIL MonthGiven
               MOVE SPACES TO WSMonthEntry
               DISPLAY "Month to report (YYYYMM, blank = last month) "
                   WITH NO ADVANCING
               ACCEPT WSMonthEntry
               EVALUATE TRUE
                   WHEN WSMonthEntry = SPACES
                       MOVE WSToday(1:6) TO WSMonth
                       IF WSMonthMM = 1
                          MOVE 12 TO WSMonthMM
                          SUBTRACT 1 FROM WSMonthYear
                       ELSE
                          SUBTRACT 1 FROM WSMonthMM
                       END-IF
                       MOVE 'Y' TO WSMonthOK
                   WHEN WSMonthEntry NOT NUMERIC
                       DISPLAY "Invalid month - enter YYYYMM"
                   WHEN OTHER
                       MOVE WSMonthEntry TO WSMonth
                       IF WSMonthMM < 1 OR WSMonthMM > 12
                          DISPLAY "Invalid month - enter YYYYMM"
                       ELSE
                          MOVE 'Y' TO WSMonthOK
                       END-IF
               END-EVALUATE
           END-PERFORM.

       SetUpControls.
           MOVE "CUSTDEL"  TO WSCtlCode(1).
           MOVE "Customer deletes" TO WSCtlName(1).
           MOVE 'Y' TO WSCtlPaired(1).
           MOVE "ARCREDIT" TO WSCtlCode(2).
           MOVE "Held invoice releases" TO WSCtlName(2).
           MOVE 'Y' TO WSCtlPaired(2).
           MOVE "TIMECARD" TO WSCtlCode(3).
           MOVE "Timecard approvals" TO WSCtlName(3).
           MOVE 'Y' TO WSCtlPaired(3).
           MOVE "STOCKTK"  TO WSCtlCode(4).
           MOVE "Stocktake applies" TO WSCtlName(4).
           MOVE 'Y' TO WSCtlPaired(4).
           MOVE "PAYOVR"   TO WSCtlCode(5).
           MOVE "Pay-period overrides" TO WSCtlName(5).
           MOVE 'N' TO WSCtlPaired(5).
           MOVE "CHKVOID"  TO WSCtlCode(6).
           MOVE "Check voids" TO WSCtlName(6).
           MOVE 'N' TO WSCtlPaired(6).
           PERFORM VARYING WSCtlIdx FROM 1 BY 1
               UNTIL WSCtlIdx > WSCtlCount
               MOVE ZERO TO WSCtlDecisions(WSCtlIdx)
               MOVE ZERO TO WSCtlExceptions(WSCtlIdx)
               MOVE ZERO TO WSCtlOpen(WSCtlIdx)
           END-PERFORM.

       LoadOperators.
           MOVE ZERO TO WSOperCount.
           MOVE 'N' TO WSEOF.
           OPEN INPUT OperatorFile.
           IF WSOperatorStatus NOT = "00"
              DISPLAY "sodreport: operator master unavailable - "
                  "status " WSOperatorStatus " - every decision "
                  "will show as not on the master"
              CLOSE OperatorFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ OperatorFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSOperCount < 100
                            ADD 1 TO WSOperCount
                            MOVE OperID
                                TO WSOperEntryID(WSOperCount)
                            MOVE OperLevel
                                TO WSOperEntryLevel(WSOperCount)
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE OperatorFile
              MOVE 'N' TO WSEOF
           END-IF.

      *> custmaint.cob audits the request as DELREQ, custdelreview
      *> the decision as DELETE or DELREJ. custbatch.cob also audits
      *> DELETE for its own batch deletes, which never pass through
      *> the review - a DELETE with no open DELREQ is one of those
      *> and is no part of this control.
       PairCustomerDeletes.
           MOVE 'N' TO WSEOF.
           OPEN INPUT AuditFile.
           IF WSAuditStatus NOT = "00"
              CLOSE AuditFile
           ELSE
              PERFORM UNTIL EndOfPass OR ReqTableFull
                 READ AuditFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END PERFORM TakeOneAuditLine
                 END-READ
              END-PERFORM
              CLOSE AuditFile
              MOVE 'N' TO WSEOF
           END-IF.

       TakeOneAuditLine.
           MOVE "CUSTDEL" TO WSStepControl.
           MOVE AudID TO WSStepKey.
           MOVE AudOperator TO WSStepOper.
           MOVE AudStamp TO WSStepStamp.
           EVALUATE AudAction
               WHEN "DELREQ"
                   MOVE 'R' TO WSStepKind
                   PERFORM OpenOneRequest
               WHEN "DELREJ"
                   MOVE 'D' TO WSStepKind
                   PERFORM SettleOneDecision
               WHEN "DELETE"
                   PERFORM FindOpenRequest
                   IF WSReqFound > ZERO
                      MOVE 'A' TO WSStepKind
                      PERFORM SettleOneDecision
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PairDutyLog.
           MOVE 'N' TO WSEOF.
           OPEN INPUT DutyLogFile.
           IF WSDutyLogStatus NOT = "00"
              CLOSE DutyLogFile
           ELSE
              PERFORM UNTIL EndOfPass OR ReqTableFull
                 READ DutyLogFile INTO WSDutyRecord
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END PERFORM TakeOneDutyLine
                 END-READ
              END-PERFORM
              CLOSE DutyLogFile
              MOVE 'N' TO WSEOF
           END-IF.

       TakeOneDutyLine.
           MOVE WSDutyControl TO WSStepControl.
           MOVE WSDutyStep TO WSStepKind.
           MOVE WSDutyKey TO WSStepKey.
           MOVE WSDutyOperator TO WSStepOper.
           MOVE WSDutyRecord(1:14) TO WSStepStamp.
           EVALUATE TRUE
               WHEN StepIsRequest
                   PERFORM OpenOneRequest
               WHEN StepIsDecision
                   PERFORM SettleOneDecision
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> a request takes the first slot free, or a new one on the end
       OpenOneRequest.
           MOVE ZERO TO WSReqFree.
           PERFORM VARYING WSReqIdx FROM 1 BY 1
               UNTIL WSReqIdx > WSReqCount OR WSReqFree > 0
               IF NOT ReqOpen(WSReqIdx)
                  MOVE WSReqIdx TO WSReqFree
               END-IF
           END-PERFORM.
           IF WSReqFree = ZERO
              IF WSReqCount < 2000
                 ADD 1 TO WSReqCount
                 MOVE WSReqCount TO WSReqFree
              ELSE
                 SET ReqTableFull TO TRUE
              END-IF
           END-IF.
           IF WSReqFree > ZERO
              MOVE WSStepControl TO WSReqControl(WSReqFree)
              MOVE WSStepKey TO WSReqKey(WSReqFree)
              MOVE WSStepOper TO WSReqOper(WSReqFree)
              MOVE WSStepStamp TO WSReqStamp(WSReqFree)
              MOVE 'Y' TO WSReqState(WSReqFree)
           END-IF.

      *> the oldest open request for the step's control and key
       FindOpenRequest.
           MOVE ZERO TO WSReqFound.
           PERFORM VARYING WSReqIdx FROM 1 BY 1
               UNTIL WSReqIdx > WSReqCount
               IF ReqOpen(WSReqIdx)
                  AND WSReqControl(WSReqIdx) = WSStepControl
                  AND WSReqKey(WSReqIdx) = WSStepKey
                  IF WSReqFound = ZERO
                     MOVE WSReqIdx TO WSReqFound
                  ELSE
                     IF WSReqStamp(WSReqIdx) <
                         WSReqStamp(WSReqFound)
                        MOVE WSReqIdx TO WSReqFound
                     END-IF
                  END-IF
               END-IF
           END-PERFORM.

      *> Every decision closes its request whenever it was made, so
      *> the pairing stays right for later months; only the month's
      *> decisions are tested and counted.
       SettleOneDecision.
           MOVE ZERO TO WSCtlFound.
           PERFORM VARYING WSCtlIdx FROM 1 BY 1
               UNTIL WSCtlIdx > WSCtlCount OR WSCtlFound > 0
               IF WSCtlCode(WSCtlIdx) = WSStepControl
                  MOVE WSCtlIdx TO WSCtlFound
               END-IF
           END-PERFORM.
           MOVE SPACES TO WSRequester.
           IF WSCtlFound > ZERO
              IF CtlHasRequest(WSCtlFound)
                 PERFORM FindOpenRequest
                 IF WSReqFound > ZERO
                    MOVE WSReqOper(WSReqFound) TO WSRequester
                    MOVE 'N' TO WSReqState(WSReqFound)
                 END-IF
              END-IF
              IF WSStepStamp(1:6) = WSMonth
                 PERFORM TestOneDecision
              END-IF
           END-IF.

       TestOneDecision.
           ADD 1 TO WSCtlDecisions(WSCtlFound).
           ADD 1 TO WSDecisionCount.
           MOVE WSStepStamp(1:8) TO WSDDate.
           MOVE WSStepControl TO WSDControl.
           MOVE WSStepKey TO WSDKey.
           MOVE WSRequester TO WSDRequester.
           MOVE WSStepOper TO WSDApprover.
           IF CtlHasRequest(WSCtlFound)
              IF WSRequester = SPACES
                 MOVE "NO REQUEST ON FILE" TO WSDReason
                 PERFORM WriteException
              ELSE
                 IF WSRequester = WSStepOper
                    MOVE "SAME OPERATOR" TO WSDReason
                    PERFORM WriteException
                 END-IF
              END-IF
           END-IF.
           MOVE ZERO TO WSOperFound.
           PERFORM VARYING WSOperIdx FROM 1 BY 1
               UNTIL WSOperIdx > WSOperCount OR WSOperFound > 0
               IF WSOperEntryID(WSOperIdx) = WSStepOper
                  MOVE WSOperIdx TO WSOperFound
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WSOperFound = ZERO
                   MOVE "NOT ON OPERATOR MASTER" TO WSDReason
                   PERFORM WriteException
               WHEN WSOperEntryLevel(WSOperFound) < 2
                   MOVE WSOperEntryLevel(WSOperFound) TO WSLRLevel
                   MOVE WSLevelReason TO WSDReason
                   PERFORM WriteException
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WriteException.
           WRITE ReportLine FROM WSDetailLine.
           ADD 1 TO WSCtlExceptions(WSCtlFound).
           ADD 1 TO WSExceptionCount.

       PrintControlSummary.
           PERFORM VARYING WSReqIdx FROM 1 BY 1
               UNTIL WSReqIdx > WSReqCount
               IF ReqOpen(WSReqIdx)
                  PERFORM VARYING WSCtlIdx FROM 1 BY 1
                      UNTIL WSCtlIdx > WSCtlCount
                      IF WSCtlCode(WSCtlIdx) = WSReqControl(WSReqIdx)
                         ADD 1 TO WSCtlOpen(WSCtlIdx)
                      END-IF
                  END-PERFORM
               END-IF
           END-PERFORM.
           IF WSExceptionCount = ZERO
              MOVE "  No exceptions - every decision in the month "
                  TO ReportLine
              WRITE ReportLine
              MOVE "  was made by a second operator with authority"
                  TO ReportLine
              WRITE ReportLine
           END-IF.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
           MOVE "Controls" TO ReportLine.
           WRITE ReportLine.
           PERFORM VARYING WSCtlIdx FROM 1 BY 1
               UNTIL WSCtlIdx > WSCtlCount
               MOVE WSCtlCode(WSCtlIdx) TO WSSCode
               MOVE WSCtlName(WSCtlIdx) TO WSSName
               MOVE WSCtlDecisions(WSCtlIdx) TO WSSDecisions
               MOVE WSCtlExceptions(WSCtlIdx) TO WSSExceptions
               MOVE WSCtlOpen(WSCtlIdx) TO WSSOpen
               WRITE ReportLine FROM WSSummaryLine
           END-PERFORM.

       COPY filestatuschkp.
