       *> what the credit manager reads before granting terms through
       *> arcredit.cob. Credits and reversals are skipped - they say
       *> nothing about how the customer pays.
       *> NEW : a payment recorded in ARSettlement.dat is measured
       *> against the invoices it was actually applied to, and a
       *> credit recorded there takes its invoice out of play; only
       *> payments with no settlement lines are still paired
       *> oldest-first. A settled payment later reversed measures
       *> nothing.
       *> NEW : each measured customer's averages are also written to
       *> PayPerformance.dat (Copybooks/payperf.cpy), rebuilt every
       *> run, so cashforecast.cob can time expected receipts by how
       *> the customer really pays.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ARLedgerFile ASSIGN TO "ARLedger.dat"
      *> NEW : keyed on customer, date, reference and sequence -
      *> see Copybooks/arledger.cpy
                  ORGANIZATION IS INDEXED
                  ACCESS IS SEQUENTIAL
                  RECORD KEY IS ALLedgerKey
                      = ALCustID ALDate ALRef ALSeq
                  FILE STATUS IS WSLedgerStatus.
              SELECT CustomerFile ASSIGN TO "Customer.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS IDNum
      *> NEW : alternate name key, LastName then FirstName -
      *> see Copybooks/custrec.cpy
                  ALTERNATE RECORD KEY IS CustNameKey
                      = LastName FirstName WITH DUPLICATES
      *> NEW : bill-to parent key, so a head office's branches
      *> can be found without walking the file
                  ALTERNATE RECORD KEY IS CustBillToID WITH DUPLICATES
                  FILE STATUS IS WSCustFileStatus.
       *> NEW : which invoice(s) each posting was applied to
              SELECT SettleFile ASSIGN TO "ARSettlement.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSSettleStatus.
              SELECT ReportFile ASSIGN TO "PayPerformance.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReportStatus.
       *> NEW : the averages again, one line per customer, for
       *> cashforecast.cob
              SELECT PerfFile ASSIGN TO "PayPerformance.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSPerfStatus.

       DATA DIVISION.
       FILE SECTION.
       COPY arledger.
       FD CustomerFile.
       COPY custrec.
       FD SettleFile.
       *> NEW : shared settlement layout - see Copybooks/arsettle.cpy
       COPY arsettle.
       FD ReportFile.
       01 ReportLine   PIC X(90).
       FD PerfFile.
       COPY payperf.

       WORKING-STORAGE SECTION.
       01 WSLedgerStatus   PIC XX.
       01 WSCustFileStatus PIC XX.
       01 WSReportStatus   PIC XX.
       01 WSSettleStatus   PIC XX.
       01 WSPerfStatus     PIC XX.
       01 WSEOF            PIC X VALUE 'N'.
              88 EndOfLedger    VALUE 'Y'.
       *> NEW : per-customer dollar-weighted day counts - overall and
              02 WSInvEntry OCCURS 500 TIMES.
                  03 WSInvCustID    PIC X(8).
                  03 WSInvDate      PIC 9(8).
      *> NEW : the invoice number settlements are matched on
                  03 WSInvRef       PIC X(6).
                  03 WSInvLeft      PIC S9(7)V99 COMP-3.
       01 WSInvCount       PIC 9(3) VALUE ZERO.
       01 WSInvIdx         PIC 9(3).
       01 WSPayIdx         PIC 9(3).
       01 WSTableOverflow  PIC X VALUE 'N'.
              88 TablesFull       VALUE 'Y'.
       *> NEW : the settlement slices, loaded before the ledger so
       *> each payment knows whether it was allocated
       01 WSSetTable.
              02 WSSetEntry OCCURS 500 TIMES.
                  03 WSSetCustID    PIC X(8).
                  03 WSSetType      PIC X.
                  03 WSSetDate      PIC 9(8).
                  03 WSSetRef       PIC X(6).
                  03 WSSetInvRef    PIC X(6).
                  03 WSSetAmount    PIC 9(7)V99 COMP-3.
       01 WSSetCount       PIC 9(3) VALUE ZERO.
       01 WSSetIdx         PIC 9(3).
       01 WSSetScanIdx     PIC 9(3).
       01 WSSettled        PIC X VALUE 'N'.
              88 PostingSettled   VALUE 'Y'.
       01 WSPayLeft        PIC S9(7)V99 COMP-3.
       01 WSSliceAmount    PIC S9(7)V99 COMP-3.
       *> NEW : who paid a slice and when - from the payment being
       *> replayed, or from the settlement slice itself
       01 WSSliceCustID    PIC X(8).
       01 WSSliceDate      PIC 9(8).
       01 WSDaysToPay      PIC S9(5).
       01 WSTodayInt       PIC 9(7).
       01 WSRecentCutoff   PIC 9(7).
           COMPUTE WSTodayInt = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))).
           COMPUTE WSRecentCutoff = WSTodayInt - 90.
           PERFORM LoadSettlements.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM LoadLedger.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           IF WSPayCount = ZERO AND WSSetCount = ZERO
              DISPLAY "arpayperf: no payments on the ledger - "
                  "nothing to measure"
              GOBACK
           END-IF.
           PERFORM ApplyRecordedSlice
               VARYING WSSetIdx FROM 1 BY 1
               UNTIL WSSetIdx > WSSetCount.
           PERFORM ApplyOnePayment
               VARYING WSPayIdx FROM 1 BY 1
               UNTIL WSPayIdx > WSPayCount.
              END-IF
           END-IF.

       *> NEW : no settlement file just means nothing has been
       *> allocated yet - every payment pairs oldest-first
       LoadSettlements.
           OPEN INPUT SettleFile.
           IF WSSettleStatus = "00"
              PERFORM UNTIL EndOfLedger
                 READ SettleFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSSetCount < 500
                            ADD 1 TO WSSetCount
                            MOVE StCustID TO WSSetCustID(WSSetCount)
                            MOVE StType TO WSSetType(WSSetCount)
                            MOVE StDate TO WSSetDate(WSSetCount)
                            MOVE StRef TO WSSetRef(WSSetCount)
                            MOVE StInvRef TO WSSetInvRef(WSSetCount)
                            IF StAmount NUMERIC
                               MOVE StAmount
                                   TO WSSetAmount(WSSetCount)
                            ELSE
                               MOVE ZERO TO WSSetAmount(WSSetCount)
                            END-IF
                         ELSE
                            SET TablesFull TO TRUE
                         END-IF
                 END-READ
              END-PERFORM
              MOVE 'N' TO WSEOF
              IF TablesFull
                 DISPLAY "arpayperf: settlements exceed the tables -"
                     " aborting before a partial verdict"
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.
           CLOSE SettleFile.

       FileOneEntry.
           EVALUATE ALType
               WHEN 'I'
                         MOVE ALCustID
                             TO WSInvCustID(WSInvCount)
                         MOVE ALDate TO WSInvDate(WSInvCount)
                         MOVE ALRef TO WSInvRef(WSInvCount)
                         MOVE ALAmount TO WSInvLeft(WSInvCount)
                      ELSE
                         SET TablesFull TO TRUE
                      END-IF
                   END-IF
      *> NEW : a payment with settlement lines is measured by them
      *> in ApplyRecordedSlice instead
               WHEN 'P'
                   MOVE 'N' TO WSSettled
                   PERFORM CheckPostingSettled
                       VARYING WSSetIdx FROM 1 BY 1
                       UNTIL WSSetIdx > WSSetCount OR PostingSettled
                   PERFORM FindCustomerSlot
                   IF WSFoundIdx > ZERO AND NOT PostingSettled
                      IF WSPayCount < 500
                         ADD 1 TO WSPayCount
                         MOVE ALCustID
                   CONTINUE
           END-EVALUATE.

       CheckPostingSettled.
           IF WSSetCustID(WSSetIdx) = ALCustID
              AND WSSetType(WSSetIdx) = 'P'
              AND WSSetRef(WSSetIdx) = ALRef
              SET PostingSettled TO TRUE
           END-IF.

       FindCustomerSlot.
           MOVE ZERO TO WSFoundIdx.
           PERFORM VARYING WSScanIdx FROM 1 BY 1
       *> settles nothing and measures nothing
       ApplyOnePayment.
           MOVE WSPayAmount(WSPayIdx) TO WSPayLeft.
           MOVE WSPayCustID(WSPayIdx) TO WSSliceCustID.
           MOVE WSPayDate(WSPayIdx) TO WSSliceDate.
           PERFORM VARYING WSInvIdx FROM 1 BY 1
               UNTIL WSInvIdx > WSInvCount OR WSPayLeft NOT > ZERO
               IF WSInvCustID(WSInvIdx) = WSPayCustID(WSPayIdx)
               END-IF
           END-PERFORM.

       *> NEW : a recorded slice settles the invoice it names, up to
       *> what is left on it. A payment slice is measured unless the
       *> payment was reversed; a credit slice just takes its amount
       *> out of play so no later payment is timed against it. Slices
       *> held on account settle nothing and measure nothing.
       ApplyRecordedSlice.
           MOVE 'N' TO WSSettled.
           IF WSSetType(WSSetIdx) = 'P'
              PERFORM CheckSliceReversed
                  VARYING WSSetScanIdx FROM 1 BY 1
                  UNTIL WSSetScanIdx > WSSetCount OR PostingSettled
           END-IF.
           IF (WSSetType(WSSetIdx) = 'P' OR WSSetType(WSSetIdx) = 'C')
              AND WSSetInvRef(WSSetIdx) NOT = SPACES
              AND NOT PostingSettled
              PERFORM VARYING WSInvIdx FROM 1 BY 1
                  UNTIL WSInvIdx > WSInvCount
                  IF WSInvCustID(WSInvIdx) = WSSetCustID(WSSetIdx)
                     AND WSInvRef(WSInvIdx) = WSSetInvRef(WSSetIdx)
                     AND WSInvLeft(WSInvIdx) > ZERO
                     PERFORM SettleRecordedSlice
                  END-IF
              END-PERFORM
           END-IF.

       CheckSliceReversed.
           IF WSSetType(WSSetScanIdx) = 'R'
              AND WSSetCustID(WSSetScanIdx) = WSSetCustID(WSSetIdx)
              AND WSSetRef(WSSetScanIdx) = WSSetRef(WSSetIdx)
              SET PostingSettled TO TRUE
           END-IF.

       SettleRecordedSlice.
           IF WSSetAmount(WSSetIdx) >= WSInvLeft(WSInvIdx)
              MOVE WSInvLeft(WSInvIdx) TO WSSliceAmount
           ELSE
              MOVE WSSetAmount(WSSetIdx) TO WSSliceAmount
           END-IF.
           SUBTRACT WSSliceAmount FROM WSInvLeft(WSInvIdx).
           IF WSSetType(WSSetIdx) = 'P'
              MOVE WSSetCustID(WSSetIdx) TO WSSliceCustID
              MOVE WSSetDate(WSSetIdx) TO WSSliceDate
              PERFORM CreditOneSlice
           END-IF.

       CreditOneSlice.
           COMPUTE WSDaysToPay =
               FUNCTION INTEGER-OF-DATE(WSSliceDate)
               - FUNCTION INTEGER-OF-DATE(WSInvDate(WSInvIdx)).
           IF WSDaysToPay < ZERO
              MOVE ZERO TO WSDaysToPay
                  WSCustDayDollars(WSFoundIdx)
                  + (WSSliceAmount * WSDaysToPay)
              ADD WSSliceAmount TO WSCustApplied(WSFoundIdx)
              IF FUNCTION INTEGER-OF-DATE(WSSliceDate)
                  >= WSRecentCutoff
                 COMPUTE WSCustRecDayDol(WSFoundIdx) =
                     WSCustRecDayDol(WSFoundIdx)
           MOVE ZERO TO WSFoundIdx.
           PERFORM VARYING WSScanIdx FROM 1 BY 1
               UNTIL WSScanIdx > WSCustCount OR WSFoundIdx > 0
               IF WSCustEntryID(WSScanIdx) = WSSliceCustID
                  MOVE WSScanIdx TO WSFoundIdx
               END-IF
           END-PERFORM.
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT PerfFile.
           IF WSPerfStatus NOT = "00"
              DISPLAY "arpayperf: unable to open PayPerformance.dat"
                  " - status " WSPerfStatus
              CLOSE CustomerFile
              CLOSE ReportFile
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE "Customer Payment Performance - slowest first"
               TO ReportLine.
           WRITE ReportLine.
               UNTIL WSTableIdx > WSCustCount.
           CLOSE CustomerFile.
           CLOSE ReportFile.
           CLOSE PerfFile.
           DISPLAY "arpayperf: " WSCustCount " customer(s) measured"
               " - see PayPerformance.txt".

                 END-EVALUATE
              ELSE
                 MOVE ZERO TO WSDRecent
                 MOVE ZERO TO WSRecentAvg
                 MOVE "no recent" TO WSDTrend
              END-IF
              WRITE ReportLine FROM WSDetailLine
                  AFTER ADVANCING 1 LINE
              END-WRITE
              PERFORM WritePerfRecord
           END-IF.

       *> NEW : the same figures the line above printed
       WritePerfRecord.
           MOVE SPACES TO PayPerfRecord.
           MOVE WSCustEntryID(WSTableIdx) TO PpCustID.
           MOVE WSCustAvgDays(WSTableIdx) TO PpAvgDays.
           MOVE WSRecentAvg TO PpRecentAvg.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PpRunDate.
           WRITE PayPerfRecord.

       LookUpCustomerName.
           MOVE SPACES TO WSCustName.
           IF WSCustFileStatus = "00"
