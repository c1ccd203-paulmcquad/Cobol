       *> maillabels.cob does. A customer with nothing overdue drops
       *> back a level each run and gets no letter, so an account
       *> that pays up works its own way off the list.
       *> NEW : branch accounts roll up under the head office their
       *> master record bills to - one letter goes to the head
       *> office for the whole group's overdue debt, itemised by
       *> branch, and the group carries a single dunning level.
       *> NEW : open-item settlement, the same rule araging.cob
       *> applies - a posting recorded in ARSettlement.dat reduces
       *> (or reopens) exactly the invoices it was applied to, cash
       *> held on account is a credit, and only postings with no
       *> settlement lines still apply oldest-first. A customer who
       *> paid the old invoice is no longer chased for it.
       *> NEW : an account on an installment plan agreed in
       *> arplan.cob (PaymentPlans.dat) gets no letter and keeps its
       *> dunning level while the plan runs. A plan with installments
       *> missed is listed in PlanMissed.txt for credit control
       *> instead, so the arrangement - not a form letter - is what
       *> gets followed up.
       *> NEW : days overdue count from the business day the money
       *> was actually due - a due date on a weekend or a company
       *> holiday (CompanyHolidays.dat, see CH5_Subroutines/bizdate.cob)
       *> counts from the next business day, so paying on the Monday
       *> is not late, including on invoices raised before fixed.cob
       *> moved due dates itself.
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
              SELECT LevelFile ASSIGN TO "DunningLevels.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSLevelStatus.
              SELECT LetterFile ASSIGN TO "DunningLetters.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSLetterStatus.
       *> NEW : installment plans, and the plans falling behind
              SELECT PlanFile ASSIGN TO "PaymentPlans.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSPlanStatus.
              SELECT MissedFile ASSIGN TO "PlanMissed.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSMissedStatus.

       DATA DIVISION.
       FILE SECTION.
       COPY arledger.
       FD CustomerFile.
       COPY custrec.
       FD SettleFile.
       *> NEW : shared settlement layout - see Copybooks/arsettle.cpy
       COPY arsettle.
       FD LevelFile.
       *> One line per customer the dunning run has ever chased -
       *> their current level and the date of the last letter
              02 DunLastDate  PIC 9(8).
       FD LetterFile.
       01 LetterLine   PIC X(70).
       FD PlanFile.
       *> NEW : shared plan layout - see Copybooks/paymentplan.cpy
       COPY paymentplan.
       FD MissedFile.
       01 MissedLine   PIC X(70).

       WORKING-STORAGE SECTION.
       01 WSLedgerStatus   PIC XX.
       01 WSCustFileStatus PIC XX.
       01 WSLevelStatus    PIC XX.
       01 WSLetterStatus   PIC XX.
       01 WSSettleStatus   PIC XX.
       01 WSEOF            PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
       *> NEW : per-customer buckets plus the payment pool applied
                  03 WSCustBucket      PIC S9(7)V99 COMP-3
                      OCCURS 4 TIMES.
                  03 WSCustLevel       PIC 9.
      *> NEW : the head office this account bills to (spaces when it
      *> bills itself), and the group buckets - own plus branches -
      *> the head office is chased on
                  03 WSCustParent      PIC X(8).
                  03 WSCustGroup       PIC S9(7)V99 COMP-3
                      OCCURS 4 TIMES.
       01 WSCustCount      PIC 9(3) VALUE ZERO.
       01 WSTableIdx       PIC 9(3).
       01 WSScanIdx        PIC 9(3).
              02 WSInvEntry OCCURS 500 TIMES.
                  03 WSInvCustID    PIC X(8).
                  03 WSInvDate      PIC 9(8).
      *> NEW : the invoice number settlements are matched on, and
      *> signed so a slice larger than the invoice shows as excess
                  03 WSInvRef       PIC X(6).
                  03 WSInvAmount    PIC S9(7)V99 COMP-3.
       01 WSInvCount       PIC 9(3) VALUE ZERO.
       01 WSInvIdx         PIC 9(3).
       01 WSInvOverflow    PIC X VALUE 'N'.
              88 InvTableFull     VALUE 'Y'.
       *> NEW : the settlement slices, loaded before the ledger so
       *> each posting knows whether it was allocated
       01 WSSetTable.
              02 WSSetEntry OCCURS 500 TIMES.
                  03 WSSetCustID    PIC X(8).
                  03 WSSetType      PIC X.
                  03 WSSetRef       PIC X(6).
                  03 WSSetInvRef    PIC X(6).
                  03 WSSetAmount    PIC 9(7)V99 COMP-3.
       01 WSSetCount       PIC 9(3) VALUE ZERO.
       01 WSSetIdx         PIC 9(3).
       01 WSSetOverflow    PIC X VALUE 'N'.
              88 SetTableFull     VALUE 'Y'.
       01 WSSettled        PIC X VALUE 'N'.
              88 PostingSettled   VALUE 'Y'.
       01 WSPayLeft        PIC S9(7)V99 COMP-3.
       01 WSOpenAmount     PIC S9(7)V99 COMP-3.
       01 WSAgeDays        PIC S9(7).
       01 WSOverdueAmount  PIC S9(8)V99 COMP-3.
       01 WSLetterCount    PIC 9(3) VALUE ZERO.
       01 WSDroppedCount   PIC 9(3) VALUE ZERO.
       *> NEW : bill-to roll-up working fields
       01 WSParentID       PIC 9(8).
       01 WSParentIdx      PIC 9(3).
       01 WSBranchIdx      PIC 9(3).
       01 WSBranchCount    PIC 9(3).
       01 WSBranchOverdue  PIC S9(8)V99 COMP-3.
       *> NEW : the letter's address block, assembled the way
       *> maillabels.cob assembles its labels
       01 WSNameLine       PIC X(35).
       01 WSAmountLine.
              02 FILLER        PIC X(20) VALUE "Amount overdue    : ".
              02 WSALAmount    PIC $$,$$$,$$9.99.
       *> NEW : the group letter's per-branch breakdown
       01 WSBranchLine.
              02 WSBLLabel     PIC X(9).
              02 WSBLCustID    PIC X(8).
              02 FILLER        PIC X(3) VALUE " : ".
              02 WSBLAmount    PIC $$,$$$,$$9.99.
       *> NEW : plan accounts passed over, and the missed-plan list
       01 WSMissedStatus   PIC XX.
       01 WSPlanHeldCount  PIC 9(3) VALUE ZERO.
       01 WSMissedCount    PIC 9(3) VALUE ZERO.
       01 WSMissedDetail.
              02 WSMDCustID    PIC X(8).
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSMDRef       PIC X(6).
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSMDMissed    PIC Z9.
              02 FILLER        PIC X(9) VALUE " missed  ".
              02 FILLER        PIC X(7) VALUE "behind ".
              02 WSMDBehind    PIC $$,$$$,$$9.99.
              02 FILLER        PIC X(7) VALUE "  from ".
              02 WSMDNextDue   PIC 9(8).
       01 WSPlanBehind     PIC S9(8)V99 COMP-3.
      *> NEW : shared payment-plan tracking fields - see
      *> Copybooks/arplanp.cpy
       COPY arplan.
       01 WSHeadLine.
              02 FILLER        PIC X(6) VALUE "Date: ".
              02 WSHDate       PIC 9(8).
              02 FILLER        PIC X(12) VALUE "   account: ".
              02 WSHCustID     PIC X(8).
      *> NEW : business-day parameters - see
      *> CH5_Subroutines/bizdate.cob
       COPY bizdate.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday.
           COMPUTE WSTodayInt = FUNCTION INTEGER-OF-DATE(WSToday).
           PERFORM LoadSettlements.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
      *> NEW : plans are loaded first so the ledger pass can credit
      *> each one with the receipts since it was agreed
           MOVE WSToday TO WSPlAsOf.
           PERFORM LoadPaymentPlans.
           IF PlanTableFull
              DISPLAY "ardunning: PaymentPlans.dat exceeds the plan "
                  "table - aborting before a wrong letter prints"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM LoadLedger.
           IF RETURN-CODE NOT = ZERO
              GOBACK
              DISPLAY "ardunning: no AR activity on file"
              GOBACK
           END-IF.
           PERFORM ApplyOneSettlement
               VARYING WSSetIdx FROM 1 BY 1
               UNTIL WSSetIdx > WSSetCount.
           PERFORM AssessPaymentPlans.
           PERFORM AgeOneCustomer
               VARYING WSTableIdx FROM 1 BY 1
               UNTIL WSTableIdx > WSCustCount.
           OPEN INPUT CustomerFile.
      *> NEW : groups are rolled up before last run's levels are
      *> matched, so a head office with no ledger lines of its own
      *> still picks up the level its group letters left it on
           PERFORM RollUpBillToGroups.
           IF RETURN-CODE NOT = ZERO
              CLOSE CustomerFile
              GOBACK
           END-IF.
           PERFORM LoadDunningLevels.
           OPEN OUTPUT LetterFile.
           IF WSLetterStatus NOT = "00"
              DISPLAY "ardunning: unable to open DunningLetters.txt"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT MissedFile.
           MOVE "Payment plans with installments missed" TO MissedLine.
           WRITE MissedLine.
           PERFORM DunOneCustomer
               VARYING WSTableIdx FROM 1 BY 1
               UNTIL WSTableIdx > WSCustCount.
           CLOSE CustomerFile.
           CLOSE LetterFile.
           CLOSE MissedFile.
           PERFORM SaveDunningLevels.
           DISPLAY "ardunning: " WSLetterCount " letter(s) printed, "
               WSDroppedCount " account(s) dropped a level - see "
               "DunningLetters.txt".
           DISPLAY "ardunning: " WSPlanHeldCount " account(s) on a "
               "payment plan not chased, " WSMissedCount
               " behind on their plan - see PlanMissed.txt".
      *> GOBACK so a batch driver can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.
              END-IF
           END-IF.

       *> NEW : no settlement file just means nothing has been
       *> allocated yet - everything applies oldest-first
       LoadSettlements.
           OPEN INPUT SettleFile.
           IF WSSettleStatus = "00"
              PERFORM UNTIL EndOfPass
                 READ SettleFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSSetCount < 500
                            ADD 1 TO WSSetCount
                            MOVE StCustID TO WSSetCustID(WSSetCount)
                            MOVE StType TO WSSetType(WSSetCount)
                            MOVE StRef TO WSSetRef(WSSetCount)
                            MOVE StInvRef TO WSSetInvRef(WSSetCount)
                            IF StAmount NUMERIC
                               MOVE StAmount
                                   TO WSSetAmount(WSSetCount)
                            ELSE
                               MOVE ZERO TO WSSetAmount(WSSetCount)
                            END-IF
                         ELSE
                            SET SetTableFull TO TRUE
                         END-IF
                 END-READ
              END-PERFORM
              MOVE 'N' TO WSEOF
              IF SetTableFull
                 DISPLAY "ardunning: settlements exceed the aging "
                     "tables - aborting before a wrong letter prints"
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.
           CLOSE SettleFile.

       FileOneEntry.
           PERFORM FindCustomerSlot.
      *> NEW : receipts count towards any plan the account is on
           PERFORM NotePlanReceipt.
      *> NEW : credit memos (C lines from aradjust.cob) reduce the
      *> debt the same way payments do - same rule araging.cob applies
      *> NEW : unless the posting has settlement lines - those say
      *> exactly what it paid, and ApplyOneSettlement applies them
           MOVE 'N' TO WSSettled.
           IF ALType = 'P' OR ALType = 'C' OR ALType = 'R'
              PERFORM CheckPostingSettled
                  VARYING WSSetIdx FROM 1 BY 1
                  UNTIL WSSetIdx > WSSetCount OR PostingSettled
           END-IF.
           IF WSFoundIdx > ZERO AND NOT PostingSettled
              IF ALType = 'P' OR ALType = 'C'
                 ADD ALAmount TO WSCustPayments(WSFoundIdx)
              ELSE
                 IF WSInvCount < 500
                    ADD 1 TO WSInvCount
                    MOVE ALCustID TO WSInvCustID(WSInvCount)
                    MOVE ALRef TO WSInvRef(WSInvCount)
      *> NEW : the buckets measure from the due date the customer's
      *> terms gave the invoice - lines written before the column
      *> existed read back blank and age from the invoice date, the
      *> old behaviour
                    IF ALDueDate NUMERIC AND ALDueDate > ZERO
                       MOVE ALDueDate TO WSInvDate(WSInvCount)
                       PERFORM DueOnBusinessDay
                    ELSE
                       MOVE ALDate TO WSInvDate(WSInvCount)
                    END-IF
              END-IF
           END-IF.

       CheckPostingSettled.
           IF WSSetCustID(WSSetIdx) = ALCustID
              AND WSSetType(WSSetIdx) = ALType
              AND WSSetRef(WSSetIdx) = ALRef
              SET PostingSettled TO TRUE
           END-IF.

       *> NEW : a slice comes off the invoice it names (an R slice
       *> goes back on), same as araging.cob. Cash held on account
       *> joins the oldest-first pool here rather than showing as a
       *> credit - a customer is never chased for debt their own
       *> unapplied cash already covers.
       ApplyOneSettlement.
           MOVE ZERO TO WSFoundIdx.
           PERFORM VARYING WSScanIdx FROM 1 BY 1
               UNTIL WSScanIdx > WSCustCount OR WSFoundIdx > 0
               IF WSCustEntryID(WSScanIdx) = WSSetCustID(WSSetIdx)
                  MOVE WSScanIdx TO WSFoundIdx
               END-IF
           END-PERFORM.
           MOVE ZERO TO WSInvIdx.
           IF WSSetInvRef(WSSetIdx) NOT = SPACES
              PERFORM VARYING WSScanIdx FROM 1 BY 1
                  UNTIL WSScanIdx > WSInvCount OR WSInvIdx > 0
                  IF WSInvCustID(WSScanIdx) = WSSetCustID(WSSetIdx)
                     AND WSInvRef(WSScanIdx) = WSSetInvRef(WSSetIdx)
                     MOVE WSScanIdx TO WSInvIdx
                  END-IF
              END-PERFORM
           END-IF.
           EVALUATE TRUE
               WHEN WSInvIdx > ZERO AND WSSetType(WSSetIdx) = 'R'
                   ADD WSSetAmount(WSSetIdx) TO WSInvAmount(WSInvIdx)
               WHEN WSInvIdx > ZERO
                   SUBTRACT WSSetAmount(WSSetIdx)
                       FROM WSInvAmount(WSInvIdx)
               WHEN WSFoundIdx = ZERO
                   CONTINUE
               WHEN WSSetType(WSSetIdx) = 'R'
                   SUBTRACT WSSetAmount(WSSetIdx)
                       FROM WSCustPayments(WSFoundIdx)
               WHEN OTHER
                   ADD WSSetAmount(WSSetIdx)
                       TO WSCustPayments(WSFoundIdx)
           END-EVALUATE.

       FindCustomerSlot.
           MOVE ZERO TO WSFoundIdx.
           PERFORM VARYING WSScanIdx FROM 1 BY 1
              IF WSCustCount < 200
                 ADD 1 TO WSCustCount
                 MOVE ALCustID TO WSCustEntryID(WSCustCount)
                 PERFORM ClearNewSlot
                 MOVE WSCustCount TO WSFoundIdx
              ELSE
                 SET CustTableFull TO TRUE
              END-IF
           END-IF.

       ClearNewSlot.
           MOVE ZERO TO WSCustPayments(WSCustCount).
           PERFORM VARYING WSBucketIdx FROM 1 BY 1
               UNTIL WSBucketIdx > 4
               MOVE ZERO
                   TO WSCustBucket(WSCustCount, WSBucketIdx)
               MOVE ZERO
                   TO WSCustGroup(WSCustCount, WSBucketIdx)
           END-PERFORM.
           MOVE ZERO TO WSCustLevel(WSCustCount).
           MOVE SPACES TO WSCustParent(WSCustCount).

       *> NEW : last run's levels matched onto the aging table - a
       *> level for a customer with no ledger activity any more is
       *> simply dropped with the account settled
               IF WSInvCustID(WSInvIdx) =
                   WSCustEntryID(WSTableIdx)
                  MOVE WSInvAmount(WSInvIdx) TO WSOpenAmount
      *> NEW : an invoice settled past its amount passes the
      *> excess on to the later invoices
                  IF WSOpenAmount < ZERO
                     SUBTRACT WSOpenAmount FROM WSPayLeft
                     MOVE ZERO TO WSOpenAmount
                  END-IF
                  IF WSPayLeft >= WSOpenAmount
                     SUBTRACT WSOpenAmount FROM WSPayLeft
                     MOVE ZERO TO WSOpenAmount
           ADD WSOpenAmount
               TO WSCustBucket(WSTableIdx, WSBucketIdx).

       *> NEW : each branch's buckets roll up into the head office
       *> on its master record, the same roll-up araging.cob prints.
       *> The head office gets a slot even with nothing on the
       *> ledger, so the group letter still goes out; a parent no
       *> longer on the master leaves the branch to be chased alone.
       RollUpBillToGroups.
           PERFORM VARYING WSTableIdx FROM 1 BY 1
               UNTIL WSTableIdx > WSCustCount
               PERFORM VARYING WSBucketIdx FROM 1 BY 1
                   UNTIL WSBucketIdx > 4
                   MOVE WSCustBucket(WSTableIdx, WSBucketIdx)
                       TO WSCustGroup(WSTableIdx, WSBucketIdx)
               END-PERFORM
           END-PERFORM.
           IF WSCustFileStatus = "00"
              PERFORM ResolveBillToParent
                  VARYING WSTableIdx FROM 1 BY 1
                  UNTIL WSTableIdx > WSCustCount
              IF CustTableFull
                 DISPLAY "ardunning: bill-to parents exceed the aging"
                     " tables - aborting before a wrong letter prints"
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.

       ResolveBillToParent.
           IF WSCustEntryID(WSTableIdx) IS NUMERIC
              MOVE WSCustEntryID(WSTableIdx) TO IDNum
              READ CustomerFile
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF CustBillToID > ZERO
                         MOVE CustBillToID TO WSParentID
                         PERFORM FindParentSlot
                      END-IF
              END-READ
           END-IF.

       FindParentSlot.
           MOVE ZERO TO WSParentIdx.
           PERFORM VARYING WSScanIdx FROM 1 BY 1
               UNTIL WSScanIdx > WSCustCount OR WSParentIdx > 0
               IF WSCustEntryID(WSScanIdx) = WSParentID
                  MOVE WSScanIdx TO WSParentIdx
               END-IF
           END-PERFORM.
           IF WSParentIdx = ZERO
              MOVE WSParentID TO IDNum
              READ CustomerFile
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF WSCustCount < 200
                         ADD 1 TO WSCustCount
                         MOVE WSParentID
                             TO WSCustEntryID(WSCustCount)
                         PERFORM ClearNewSlot
                         MOVE WSCustCount TO WSParentIdx
                      ELSE
                         SET CustTableFull TO TRUE
                      END-IF
              END-READ
           END-IF.
           IF WSParentIdx > ZERO
              MOVE WSParentID TO WSCustParent(WSTableIdx)
              PERFORM VARYING WSBucketIdx FROM 1 BY 1
                  UNTIL WSBucketIdx > 4
                  ADD WSCustBucket(WSTableIdx, WSBucketIdx)
                      TO WSCustGroup(WSParentIdx, WSBucketIdx)
              END-PERFORM
           END-IF.

       *> NEW : overdue means anything outside the current bucket.
       *> Overdue escalates one level per run, capped at the final
       *> notice; clean drops one level per run, so a settled account
       *> is forgiven gradually rather than forgotten instantly.
       *> NEW : a head office is judged on its group buckets; a branch
       *> is never chased on its own - its level is cleared and its
       *> debt goes in the head office's letter.
      *> NEW : an account on a running payment plan is not chased
      *> at all - its level stands until the plan is paid off or
      *> cancelled, and a plan that has fallen behind is flagged
       DunOneCustomer.
           IF WSCustParent(WSTableIdx) NOT = SPACES
              MOVE ZERO TO WSCustLevel(WSTableIdx)
           ELSE
              MOVE WSCustEntryID(WSTableIdx) TO WSPlFindID
              PERFORM FindCustomerPlan
              IF WSPlIdx > ZERO
                 ADD 1 TO WSPlanHeldCount
                 IF PlanBehind(WSPlIdx)
                    PERFORM FlagMissedPlan
                 END-IF
              ELSE
                 PERFORM DunOneAccount
              END-IF
           END-IF.

      *> NEW : what the plan says should have been paid by today
      *> less what has been, and the installment it stopped at
       FlagMissedPlan.
           COMPUTE WSPlanBehind =
               WSPlDueToDate(WSPlIdx) - WSPlPaid(WSPlIdx).
           MOVE WSPlCustID(WSPlIdx) TO WSMDCustID.
           MOVE WSPlRef(WSPlIdx) TO WSMDRef.
           MOVE WSPlMissed(WSPlIdx) TO WSMDMissed.
           MOVE WSPlanBehind TO WSMDBehind.
           MOVE WSPlNextDue(WSPlIdx) TO WSMDNextDue.
           WRITE MissedLine FROM WSMissedDetail
           END-WRITE.
           ADD 1 TO WSMissedCount.

       DunOneAccount.
           COMPUTE WSOverdueAmount =
               WSCustGroup(WSTableIdx, 2) +
               WSCustGroup(WSTableIdx, 3) +
               WSCustGroup(WSTableIdx, 4).
           IF WSOverdueAmount > ZERO
              IF WSCustLevel(WSTableIdx) < 3
                 ADD 1 TO WSCustLevel(WSTableIdx)
           WRITE LetterLine FROM WSAmountLine
               AFTER ADVANCING 1 LINE
           END-WRITE.
           PERFORM PrintBranchBreakdown.
           MOVE SPACES TO LetterLine.
           WRITE LetterLine.
           EVALUATE WSCustLevel(WSTableIdx)
                   WRITE LetterLine
           END-EVALUATE.

       *> NEW : on a group letter, the head office's own overdue
       *> share and then each branch that has something overdue, so
       *> accounts payable at head office can see where it sits
       PrintBranchBreakdown.
           MOVE ZERO TO WSBranchCount.
           PERFORM VARYING WSBranchIdx FROM 1 BY 1
               UNTIL WSBranchIdx > WSCustCount
               IF WSCustParent(WSBranchIdx) =
                   WSCustEntryID(WSTableIdx)
                  ADD 1 TO WSBranchCount
               END-IF
           END-PERFORM.
           IF WSBranchCount > ZERO
              MOVE "  own    " TO WSBLLabel
              MOVE WSTableIdx TO WSBranchIdx
              PERFORM PrintOneBranchLine
              MOVE "  branch " TO WSBLLabel
              PERFORM VARYING WSBranchIdx FROM 1 BY 1
                  UNTIL WSBranchIdx > WSCustCount
                  IF WSCustParent(WSBranchIdx) =
                      WSCustEntryID(WSTableIdx)
                     PERFORM PrintOneBranchLine
                  END-IF
              END-PERFORM
           END-IF.

       PrintOneBranchLine.
           COMPUTE WSBranchOverdue =
               WSCustBucket(WSBranchIdx, 2) +
               WSCustBucket(WSBranchIdx, 3) +
               WSCustBucket(WSBranchIdx, 4).
           IF WSBranchOverdue > ZERO
              MOVE WSCustEntryID(WSBranchIdx) TO WSBLCustID
              MOVE WSBranchOverdue TO WSBLAmount
              WRITE LetterLine FROM WSBranchLine
              END-WRITE
           END-IF.

       PrintAddressBlock.
           MOVE SPACES TO WSNameLine.
           MOVE SPACES TO WSStreetLine.
              END-PERFORM
           END-IF.
           CLOSE LevelFile.

      *> NEW : shared payment-plan tracking - see Copybooks/arplan.cpy
      *> for the fields
       COPY arplanp.

      *> NEW : the due date just loaded, moved on to a business day
       DueOnBusinessDay.
           SET BizRollForward TO TRUE.
           MOVE WSInvDate(WSInvCount) TO WSBizFromDate.
           CALL 'bizdate' USING WSBizFunction, WSBizFromDate,
               WSBizToDate, WSBizDays, WSBizResult
           END-CALL.
           IF BizDateOK
              MOVE WSBizToDate TO WSInvDate(WSInvCount)
           END-IF.
