       *> both match, and CheckRecon.txt reports the mismatches and
       *> the still-outstanding checks oldest first, flagging
       *> anything out more than 180 days.
       *> NEW : the bank's file carries a header (source CLEARED,
       *> file date, sequence) and a trailer (check count, hash total
       *> of the amounts in cents) and is proved whole before a
       *> single check clears - a short, repeated or out-of-sequence
       *> file clears nothing, is flagged on the report and logged to
       *> InterfaceRejects.log for the morning summary.
       *> NEW : refund checks (arrefund.cob, RefundRegister.txt) and
       *> supplier checks (appay.cob, SupplierCheckRegister.txt) are
       *> drawn on the same account, so both registers are picked up
       *> too - same columns, number in 1-6 and amount in 38-50 - and
       *> every check is carried tagged with the register it came
       *> from (P payroll, R refund, S supplier). The bank's file
       *> carries only the number, so a cleared check is matched to
       *> the outstanding check of that number whose amount agrees;
       *> since all three now number from the one NextCheck.dat
       *> stream that is only ever a choice for checks written
       *> before they did.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT RegisterFile ASSIGN TO "CheckRegister.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSRegisterStatus.
      *> NEW : the refund and supplier check registers
              SELECT RefundRegFile ASSIGN TO "RefundRegister.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSRefundRegStatus.
              SELECT SupplierRegFile
                  ASSIGN TO "SupplierCheckRegister.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSSupplierRegStatus.
              SELECT ClearedFile ASSIGN TO "ClearedChecks.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSClearedStatus.
              SELECT ReportFile ASSIGN TO "CheckRecon.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReportStatus.
       *> NEW : inbound files accepted and refused - see
       *> Copybooks/ifctl.cpy
              SELECT IfControlFile ASSIGN TO "InterfaceControl.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSIfControlStatus.
              SELECT IfRejectFile ASSIGN TO "InterfaceRejects.log"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSIfRejectStatus.

       DATA DIVISION.
       FILE SECTION.
              02 CrCleared    PIC 9(8).
              02 FILLER       PIC X(1).
              02 CrName       PIC X(20).
      *> NEW : the register the check came from, and its amount
      *> wide enough for a supplier check - a line written before
      *> these existed reads back blank, a payroll check at CrAmount
              02 FILLER       PIC X(1).
              02 CrSource     PIC X.
              02 FILLER       PIC X(1).
              02 CrWideAmount PIC 9(7)V99.
       FD RegisterFile.
       *> The print file payroll.cob writes - the check number sits
       *> in the first six columns of a detail line and the edited
       *> net amount from column 38
       01 RegisterLine    PIC X(70).
       FD RefundRegFile.
       01 RefundRegLine   PIC X(70).
       FD SupplierRegFile.
       01 SupplierRegLine PIC X(70).
       FD ClearedFile.
       01 ClearedRecord.
              02 ClCheckNum   PIC 9(6).
              02 ClAmount     PIC 9(5)V99.
              02 FILLER       PIC X(1).
              02 ClDate       PIC 9(8).
       *> NEW : the header and trailer lines are longer than a
       *> check line
       01 ClearedControlLine PIC X(40).
       FD ReportFile.
       01 ReportLine   PIC X(80).
       FD IfControlFile.
       01 IfControlLine   PIC X(100).
       FD IfRejectFile.
       01 IfRejectLine    PIC X(100).

       WORKING-STORAGE SECTION.
       01 WSReconStatus    PIC XX.
       01 WSRegisterStatus PIC XX.
       01 WSRefundRegStatus   PIC XX.
       01 WSSupplierRegStatus PIC XX.
      *> NEW : the register line being picked up and where it came
      *> from - payroll's name starts in column 16, the others' in 18
       01 WSRegLine        PIC X(70).
       01 WSPickSource     PIC X.
              88 PickPayroll     VALUE 'P'.
       01 WSClearedStatus  PIC XX.
       01 WSReportStatus   PIC XX.
       01 WSEOF            PIC X VALUE 'N'.
       *> NEW : the reconciliation state loaded whole, updated in
       *> storage, written back when the run ends - same
       *> load/edit/save cycle studmaint.cob runs
      *> NEW : room for three registers' checks, each tagged with
      *> its source
       01 WSCheckTable.
              02 WSChkEntry OCCURS 2000 TIMES.
                  03 WSChkNum        PIC 9(6).
                  03 WSChkAmount     PIC 9(7)V99 COMP-3.
                  03 WSChkStatus     PIC X.
                  03 WSChkFirstSeen  PIC 9(8).
                  03 WSChkCleared    PIC 9(8).
                  03 WSChkName       PIC X(20).
                  03 WSChkSource     PIC X.
       01 WSChkCount       PIC 9(4) VALUE ZERO.
       01 WSTableIdx       PIC 9(4).
       01 WSScanIdx        PIC 9(4).
       01 WSFoundIdx       PIC 9(4).
       01 WSTableFull      PIC X VALUE 'N'.
              88 ReconTableFull    VALUE 'Y'.
       01 WSSwapEntry.
              02 WSSwapNum       PIC 9(6).
              02 WSSwapAmount    PIC 9(7)V99 COMP-3.
              02 WSSwapStatus    PIC X.
              02 WSSwapFirstSeen PIC 9(8).
              02 WSSwapCleared   PIC 9(8).
              02 WSSwapName      PIC X(20).
              02 WSSwapSource    PIC X.
       01 WSToday          PIC 9(8).
       01 WSTodayInt       PIC 9(7).
       01 WSAgeDays        PIC S9(5).
       01 WSParsedAmount   PIC 9(7)V99 COMP-3.
       01 WSAmountCheck    PIC S9(4) COMP-5.
       01 WSNewCount       PIC 9(4) VALUE ZERO.
       01 WSClearedCount   PIC 9(4) VALUE ZERO.
       01 WSMismatchCount  PIC 9(4) VALUE ZERO.
       01 WSUnknownCount   PIC 9(4) VALUE ZERO.
       01 WSOutstandCount  PIC 9(4) VALUE ZERO.
       01 WSDetailLine.
              02 WSDCheckNum   PIC 9(6).
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSDSource     PIC X.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSDName       PIC X(20).
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSDAmount     PIC $$,$$$,$$9.99.
              02 FILLER        PIC X(7) VALUE "   out ".
              02 WSDAge        PIC ZZZZ9.
              02 FILLER        PIC X(6) VALUE " days".
              02 FILLER        PIC X(6) VALUE "Check ".
              02 WSMCheckNum   PIC 9(6).
              02 FILLER        PIC X(12) VALUE " register ".
              02 WSMRegAmt     PIC $$,$$$,$$9.99.
              02 FILLER        PIC X(9) VALUE "  bank ".
              02 WSMBankAmt    PIC $$,$$$,$$9.99.
      *> NEW : shared inbound interface control fields - see
      *> Copybooks/ifctlp.cpy
       COPY ifctl.

       PROCEDURE DIVISION.
       Main.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
      *> NEW : refund and supplier checks - either register missing
      *> just means that kind of check has never been written
           PERFORM PickUpRefundRegister.
           PERFORM PickUpSupplierRegister.
           IF ReconTableFull
              DISPLAY "checkrecon: more than 2000 checks - table "
                  "exceeded, aborting"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT ReportFile.
           IF WSReportStatus NOT = "00"
              DISPLAY "checkrecon: unable to open CheckRecon.txt - "
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE "Check Reconciliation - P payroll, R refund, "
               & "S supplier" TO ReportLine.
           WRITE ReportLine.
      *> NEW : the bank's file proved whole before anything clears
           PERFORM CheckClearedControl.
           IF IfRejected
              PERFORM ReportClearedRejected
           ELSE
              PERFORM MatchClearedChecks
           END-IF.
           PERFORM ReportOutstanding.
           CLOSE ReportFile.
           PERFORM SaveReconState.
                 READ ReconFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSChkCount < 2000
                            ADD 1 TO WSChkCount
                            MOVE CrCheckNum
                                TO WSChkNum(WSChkCount)
                            IF CrWideAmount NUMERIC
                               MOVE CrWideAmount
                                   TO WSChkAmount(WSChkCount)
                            ELSE
                               MOVE CrAmount
                                   TO WSChkAmount(WSChkCount)
                            END-IF
                            IF CrSource = SPACE
                               MOVE 'P' TO WSChkSource(WSChkCount)
                            ELSE
                               MOVE CrSource
                                   TO WSChkSource(WSChkCount)
                            END-IF
                            MOVE CrStatus
                                TO WSChkStatus(WSChkCount)
                            MOVE CrFirstSeen
      *> NEW : a partial load must never reach the rewrite - the
      *> dropped tail would be destroyed with the state file
              IF ReconTableFull
                 DISPLAY "checkrecon: more than 2000 checks on the "
                     "state file - table exceeded, aborting"
                 MOVE 16 TO RETURN-CODE
              END-IF
                         IF RegisterLine(1:6) IS NUMERIC
                            AND RegisterLine(51:5) NOT = "  EFT"
                            AND RegisterLine(51:5) NOT = "  VOI"
                            MOVE RegisterLine TO WSRegLine
                            MOVE 'P' TO WSPickSource
                            PERFORM PickUpOneCheck
                         END-IF
                 END-READ
              MOVE 'N' TO WSEOF
           END-IF.

      *> NEW : the run heading and footer lines don't start with a
      *> check number, so only detail lines are picked up
       PickUpRefundRegister.
           MOVE 'N' TO WSEOF.
           OPEN INPUT RefundRegFile.
           IF WSRefundRegStatus = "00"
              PERFORM UNTIL EndOfPass
                 READ RefundRegFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF RefundRegLine(1:6) IS NUMERIC
                            MOVE RefundRegLine TO WSRegLine
                            MOVE 'R' TO WSPickSource
                            PERFORM PickUpOneCheck
                         END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE RefundRegFile.
           MOVE 'N' TO WSEOF.

       PickUpSupplierRegister.
           MOVE 'N' TO WSEOF.
           OPEN INPUT SupplierRegFile.
           IF WSSupplierRegStatus = "00"
              PERFORM UNTIL EndOfPass
                 READ SupplierRegFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF SupplierRegLine(1:6) IS NUMERIC
                            MOVE SupplierRegLine TO WSRegLine
                            MOVE 'S' TO WSPickSource
                            PERFORM PickUpOneCheck
                         END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE SupplierRegFile.
           MOVE 'N' TO WSEOF.

      *> NEW : a check is already known when its register and
      *> number are both on the state file
       PickUpOneCheck.
           MOVE ZERO TO WSFoundIdx.
           PERFORM VARYING WSScanIdx FROM 1 BY 1
               UNTIL WSScanIdx > WSChkCount OR WSFoundIdx > 0
               IF WSChkNum(WSScanIdx) =
                   FUNCTION NUMVAL(WSRegLine(1:6))
                  AND WSChkSource(WSScanIdx) = WSPickSource
                  MOVE WSScanIdx TO WSFoundIdx
               END-IF
           END-PERFORM.
           IF WSFoundIdx = ZERO
              IF WSChkCount < 2000
                 MOVE FUNCTION TEST-NUMVAL-C(WSRegLine(38:13))
                     TO WSAmountCheck
                 IF WSAmountCheck = ZERO
                    ADD 1 TO WSChkCount
                    ADD 1 TO WSNewCount
                    MOVE FUNCTION NUMVAL(WSRegLine(1:6))
                        TO WSChkNum(WSChkCount)
                    COMPUTE WSChkAmount(WSChkCount) =
                        FUNCTION NUMVAL-C(WSRegLine(38:13))
                    MOVE 'O' TO WSChkStatus(WSChkCount)
                    MOVE WSToday TO WSChkFirstSeen(WSChkCount)
                    MOVE ZERO TO WSChkCleared(WSChkCount)
                    MOVE WSPickSource TO WSChkSource(WSChkCount)
                    IF PickPayroll
                       MOVE WSRegLine(16:20)
                           TO WSChkName(WSChkCount)
                    ELSE
                       MOVE WSRegLine(18:20)
                           TO WSChkName(WSChkCount)
                    END-IF
                 END-IF
              ELSE
                 SET ReconTableFull TO TRUE
              PERFORM UNTIL EndOfPass
                 READ ClearedFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         MOVE ClearedControlLine TO WSIfLine
                         IF NOT IfControlTag
                            PERFORM MatchOneCleared
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE ClearedFile
              MOVE 'N' TO WSEOF
              IF IfAccepted
                 PERFORM LogInterfaceAccepted
              END-IF
           END-IF.

       *> NEW : the whole file read once against its header and
       *> trailer - the hash is the cleared amounts in cents. A file
       *> that won't open is left to MatchClearedChecks to report.
       CheckClearedControl.
           MOVE "CLEARED" TO WSIfSource.
           MOVE "checkrecon" TO WSIfProgLabel.
           MOVE "ClearedChecks.dat" TO WSIfFileLabel.
           PERFORM StartInterfaceCheck.
           MOVE 'N' TO WSEOF.
           OPEN INPUT ClearedFile.
           IF WSClearedStatus NOT = "00"
              CLOSE ClearedFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ ClearedFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         MOVE ClearedControlLine TO WSIfLine
                         PERFORM TakeInterfaceLine
                         IF IfDetailLine AND ClAmount NUMERIC
                            COMPUTE WSIfHash =
                                WSIfHash + ClAmount * 100
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE ClearedFile
              MOVE 'N' TO WSEOF
              PERFORM FinishInterfaceCheck
           END-IF.

       ReportClearedRejected.
           MOVE SPACES TO ReportLine.
           STRING "*** ClearedChecks.dat REJECTED WHOLE - "
               WSIfReason
               DELIMITED BY SIZE INTO ReportLine.
           WRITE ReportLine
               AFTER ADVANCING 1 LINE
           END-WRITE.
           MOVE "    nothing cleared this run - see "
               & "InterfaceRejects.log" TO ReportLine.
           WRITE ReportLine
               AFTER ADVANCING 1 LINE
           END-WRITE.

      *> NEW : the outstanding check of that number and amount,
      *> whichever register it came from; failing that any check of
      *> the number, so a wrong amount still shows as a mismatch
       MatchOneCleared.
           MOVE ZERO TO WSFoundIdx.
           IF ClAmount NUMERIC
              PERFORM VARYING WSScanIdx FROM 1 BY 1
                  UNTIL WSScanIdx > WSChkCount OR WSFoundIdx > 0
                  IF WSChkNum(WSScanIdx) = ClCheckNum
                     AND WSChkStatus(WSScanIdx) = 'O'
                     AND WSChkAmount(WSScanIdx) = ClAmount
                     MOVE WSScanIdx TO WSFoundIdx
                  END-IF
              END-PERFORM
           END-IF.
           PERFORM VARYING WSScanIdx FROM 1 BY 1
               UNTIL WSScanIdx > WSChkCount OR WSFoundIdx > 0
               IF WSChkNum(WSScanIdx) = ClCheckNum
               IF WSChkStatus(WSTableIdx) = 'O'
                  ADD 1 TO WSOutstandCount
                  MOVE WSChkNum(WSTableIdx) TO WSDCheckNum
                  MOVE WSChkSource(WSTableIdx) TO WSDSource
                  MOVE WSChkName(WSTableIdx) TO WSDName
                  MOVE WSChkAmount(WSTableIdx) TO WSDAmount
                  COMPUTE WSAgeDays = WSTodayInt -
                  MOVE WSChkFirstSeen(WSTableIdx) TO CrFirstSeen
                  MOVE WSChkCleared(WSTableIdx) TO CrCleared
                  MOVE WSChkName(WSTableIdx) TO CrName
                  MOVE WSChkSource(WSTableIdx) TO CrSource
                  MOVE WSChkAmount(WSTableIdx) TO CrWideAmount
                  WRITE ReconRecord
                  END-WRITE
              END-PERFORM
           END-IF.
           CLOSE ReconFile.

      *> NEW : shared inbound interface control check - see
      *> Copybooks/ifctl.cpy for the fields
       COPY ifctlp.
