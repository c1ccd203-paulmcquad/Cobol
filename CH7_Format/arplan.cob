       IDENTIFICATION DIVISION.
       PROGRAM-ID. arplan.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Installment payment plans - credit control regularly lets a
       *> struggling customer clear an overdue balance over several
       *> months, but the arrangement lived in a notebook and
       *> ardunning.cob kept escalating letters at them regardless.
       *> The AR supervisor, signed on at custmenu.cob or verified
       *> here against OperatorMaster.dat, can (N)ew a plan - an
       *> amount up to the account's balance, the number of
       *> installments, weekly, fortnightly or monthly, and an
       *> optional annual interest rate - or (C)ancel one that has
       *> broken down. The schedule is worked out through the shared
       *> arithmetic subroutines (getsum, getdiff, getproduct,
       *> getquotient) with every LkStatus checked, and the
       *> installments are added back up against the plan total
       *> before anything is saved, so an overflow or a rounding
       *> slip is reported instead of agreed with the customer. Any
       *> rounding goes on the last installment. The plan is written
       *> to PaymentPlans.dat (Copybooks/paymentplan.cpy) under a
       *> PLnnnn reference from NextPlan.dat. Interest is simple
       *> interest on the amount for the plan's term; it posts at
       *> once as an F line with reason PLN under the plan
       *> reference, due with the last installment, goes on the
       *> ARBalance.dat balance and is journalled to finance charge
       *> income (4200) against AR. An account can only have one
       *> plan running - one that has been paid off no longer counts.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PlanFile ASSIGN TO "PaymentPlans.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSPlanStatus.
              SELECT PlanCtlFile ASSIGN TO "NextPlan.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSPlanCtlStatus.
              SELECT ARLedgerFile ASSIGN TO "ARLedger.dat"
      *> NEW : keyed on customer, date, reference and sequence -
      *> see Copybooks/arledger.cpy
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS ALLedgerKey
                      = ALCustID ALDate ALRef ALSeq
                  FILE STATUS IS WSLedgerStatus.
              SELECT ARBalanceFile ASSIGN TO "ARBalance.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS ArCustID
                  FILE STATUS IS WSBalanceStatus.
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
              SELECT OperatorFile ASSIGN TO "OperatorMaster.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSOperatorStatus.
              SELECT GLJournalFile ASSIGN TO "GLJournal.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSGLStatus.
              SELECT PeriodFile ASSIGN TO "ARPeriod.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSPeriodStatus.

       DATA DIVISION.
       FILE SECTION.
       FD PlanFile.
       COPY paymentplan.
       FD PlanCtlFile.
       01 PlanCtlRecord   PIC 9(4).
       FD ARLedgerFile.
       COPY arledger.
       FD ARBalanceFile.
       01 ARBalanceRecord.
              02 ArCustID     PIC 9(8) COMP-3.
              02 ArBalance    PIC S9(7)V99 COMP-3.
       FD CustomerFile.
       COPY custrec.
       FD OperatorFile.
       01 OperatorRecord.
              02 OperID      PIC X(10).
              02 FILLER      PIC X(2).
              02 OperName    PIC X(20).
              02 FILLER      PIC X(2).
              02 OperLevel   PIC 9.
       FD GLJournalFile.
       COPY gljournal.
       FD PeriodFile.
       01 PeriodRecord    PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WSPlanCtlStatus  PIC XX.
       01 WSLedgerStatus   PIC XX.
       01 WSBalanceStatus  PIC XX.
       01 WSCustFileStatus PIC XX.
       01 WSOperatorStatus PIC XX.
       01 WSGLStatus       PIC XX.
       01 WSEOF            PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
       01 WSContinueFlag   PIC X VALUE 'Y'.
              88 KeepGoing      VALUE 'Y'.
       01 WSAction         PIC X.
              88 NewPlan          VALUE 'N' 'n'.
              88 CancelPlan       VALUE 'C' 'c'.
              88 QuitPlans        VALUE 'Q' 'q'.
       01 WSConfirm        PIC X.
              88 Confirmed        VALUE 'Y' 'y'.
       01 WSToday          PIC 9(8).
       01 WSTodayYM        PIC 9(6).
       *> The supervisor agreeing the plan - same sign-on
       *> arcredit.cob honours: custmenu's EXTERNAL sign-on, or
       *> OperatorMaster.dat on a standalone run
       01 WSSignedOnOper     PIC X(10) EXTERNAL.
       01 WSSignedOnLevel    PIC 9 EXTERNAL.
       01 WSOperatorID    PIC X(10) VALUE SPACES.
       01 WSAuthority     PIC 9 VALUE ZERO.
              88 SupervisorAuthority   VALUE 2 THRU 9.
       *> The terms as keyed
       01 WSIDEntry        PIC X(8).
       01 WSAmountEntry    PIC X(10).
       01 WSAmountCheck    PIC S9(4) COMP-5.
       01 WSCountEntry     PIC X(2).
       01 WSDateEntry      PIC X(8).
       01 WSRefEntry       PIC X(6).
       01 WSPlanCustID     PIC X(8).
       01 WSPlanBalance    PIC S9(7)V99 COMP-3.
       01 WSPlanAmount     PIC 9(7)V99.
       01 WSPlanRate       PIC 9(2)V99.
       01 WSInstCount      PIC 9(2).
       01 WSPlanFreq       PIC X.
              88 FreqWeekly       VALUE 'W'.
              88 FreqFortnightly  VALUE 'F'.
              88 FreqMonthly      VALUE 'M'.
              88 FreqKnown        VALUE 'W' 'F' 'M'.
       01 WSFirstDue       PIC 9(8).
       01 WSPlanInterest   PIC 9(7)V99.
       01 WSPlanTotal      PIC 9(7)V99.
       01 WSTermsGood      PIC X VALUE 'N'.
              88 TermsGood        VALUE 'Y'.
       01 WSRateBad        PIC X VALUE 'N'.
              88 RateBad          VALUE 'Y'.
       *> Operands and results in exactly the pictures the
       *> arithmetic subroutines' LINKAGE declares
       01 WSCalcNum1       PIC S9(7)V99.
       01 WSCalcNum2       PIC S9(7)V99.
       01 WSCalcSum        PIC S9(8)V99.
       01 WSCalcProduct    PIC S9(14)V99.
       01 WSCalcQuotient   PIC S9(7)V9999.
       01 WSCalcStatus     PIC 9.
       01 WSCalcStep       PIC X(24).
       01 WSCalcFailed     PIC X VALUE 'N'.
              88 ScheduleFailed   VALUE 'Y'.
       01 WSCalcCheck      PIC S9(8)V99.
       *> The schedule as computed, shown before it is saved
       01 WSScheduleTable.
              02 WSSchEntry OCCURS 24 TIMES.
                  03 WSSchDue       PIC 9(8).
                  03 WSSchAmount    PIC 9(7)V99.
       01 WSSchIdx         PIC 9(2).
       01 WSDueInt         PIC 9(7).
       01 WSDueStep        PIC 9(2).
       01 WSDueWork        PIC 9(8).
       01 WSDueParts REDEFINES WSDueWork.
              02 WSDueYear      PIC 9(4).
              02 WSDueMonth     PIC 9(2).
              02 WSDueDay       PIC 9(2).
       01 WSMonthsOn       PIC 9(4).
       01 WSStartYear      PIC 9(4).
       01 WSStartMonth     PIC 9(2).
       01 WSStartDay       PIC 9(2).
       01 WSNextPlan       PIC 9(4) VALUE 1.
       01 WSPlanRefBuild.
              02 FILLER        PIC X(2) VALUE "PL".
              02 WSPlanRefNum  PIC 9(4).
       01 WSAmountShown    PIC Z,ZZZ,ZZ9.99.
       01 WSBalanceShown   PIC Z,ZZZ,ZZ9.99CR.
       01 WSScheduleLine.
              02 FILLER        PIC X(4) VALUE SPACES.
              02 WSSLSeq       PIC Z9.
              02 FILLER        PIC X(3) VALUE SPACES.
              02 WSSLDue       PIC 9(8).
              02 FILLER        PIC X(3) VALUE SPACES.
              02 WSSLAmount    PIC Z,ZZZ,ZZ9.99.
       *> PaymentPlans.dat held whole while a plan is cancelled, then
       *> written back - the same load-and-rewrite arcredit.cob uses
       *> on HeldOrders.dat
       01 WSLineTable.
              02 WSLineEntry OCCURS 2000 TIMES PIC X(59).
       01 WSLineCount      PIC 9(4) VALUE ZERO.
       01 WSLineIdx        PIC 9(4).
       01 WSCancelIdx      PIC 9(4).
       01 WSLineOverflow   PIC X VALUE 'N'.
              88 LineTableFull    VALUE 'Y'.
      *> Shared payment-plan tracking fields - see
      *> Copybooks/arplanp.cpy
       COPY arplan.
      *> Shared closed-period fields - see Copybooks/arperiodchkp.cpy
       COPY arperiodchk.
      *> NEW : shared keyed ledger fields - see
      *> Copybooks/arledgerkeyp.cpy
       COPY arledgerkey.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           PERFORM EstablishAuthority.
           IF NOT SupervisorAuthority
              DISPLAY "arplan: supervisor authority required"
              GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday.
           MOVE WSToday(1:6) TO WSTodayYM.
           OPEN INPUT CustomerFile.
           IF WSCustFileStatus NOT = "00"
              DISPLAY "arplan: Customer.dat unavailable - status "
                  WSCustFileStatus
              CLOSE CustomerFile
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL NOT KeepGoing
              DISPLAY " "
              MOVE SPACE TO WSAction
              DISPLAY "(N)ew plan  (C)ancel plan  (Q)uit "
                  WITH NO ADVANCING
              ACCEPT WSAction
              EVALUATE TRUE
                  WHEN NewPlan
                      PERFORM TakeNewPlan
                  WHEN CancelPlan
                      PERFORM TakeCancellation
                  WHEN QuitPlans
                      MOVE 'N' TO WSContinueFlag
                  WHEN OTHER
                      DISPLAY "Enter N, C or Q"
              END-EVALUATE
           END-PERFORM.
           CLOSE CustomerFile.
      *> GOBACK so a menu program can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

       *> The custmenu sign-on travels in via EXTERNAL storage; a
       *> standalone run is verified against OperatorMaster.dat
       *> directly
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
                 DISPLAY "arplan: operator master unavailable"
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

       TakeNewPlan.
           MOVE SPACES TO WSIDEntry.
           DISPLAY "Customer ID " WITH NO ADVANCING.
           ACCEPT WSIDEntry.
           IF WSIDEntry NOT NUMERIC
              DISPLAY "Invalid ID - enter 8 numeric digits"
           ELSE
              MOVE WSIDEntry TO IDNum
              READ CustomerFile
                  INVALID KEY
                      DISPLAY "Customer " WSIDEntry " not found"
                  NOT INVALID KEY
                      PERFORM CheckPlanAllowed
              END-READ
           END-IF.

      *> One plan running per account, and only on money owed
       CheckPlanAllowed.
           MOVE WSIDEntry TO WSPlanCustID.
           PERFORM RefreshPlans.
           MOVE WSPlanCustID TO WSPlFindID.
           PERFORM FindCustomerPlan.
           IF WSPlIdx > ZERO
              DISPLAY "Customer " WSPlanCustID " is already on plan "
                  WSPlRef(WSPlIdx)
           ELSE
              MOVE ZERO TO WSPlanBalance
              OPEN INPUT ARBalanceFile
              IF WSBalanceStatus = "00"
                 MOVE WSPlanCustID TO ArCustID
                 READ ARBalanceFile
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         MOVE ArBalance TO WSPlanBalance
                 END-READ
              END-IF
              CLOSE ARBalanceFile
              MOVE WSPlanBalance TO WSBalanceShown
              DISPLAY "Plan for " FirstName " " LastName
              DISPLAY "  Balance " WSBalanceShown
              IF WSPlanBalance NOT > ZERO
                 DISPLAY "Nothing owed - no plan needed"
              ELSE
                 PERFORM TakePlanTerms
              END-IF
           END-IF.

       *> Plans agreed earlier, with what has been paid against them,
       *> so a paid-off plan does not stop a new one
       RefreshPlans.
           MOVE WSToday TO WSPlAsOf.
           PERFORM LoadPaymentPlans.
           OPEN INPUT ARLedgerFile.
           IF WSLedgerStatus = "00"
              PERFORM UNTIL EndOfPass
                 READ ARLedgerFile NEXT RECORD
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END PERFORM NotePlanReceipt
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE ARLedgerFile.
           MOVE 'N' TO WSEOF.
           PERFORM AssessPaymentPlans.

      *> Each answer is validated before the next is asked; the
      *> first bad one abandons the plan with nothing written
       TakePlanTerms.
           MOVE 'N' TO WSTermsGood.
           MOVE SPACES TO WSAmountEntry.
           DISPLAY "Amount to clear by installments "
               WITH NO ADVANCING.
           ACCEPT WSAmountEntry.
           MOVE FUNCTION TEST-NUMVAL(WSAmountEntry)
               TO WSAmountCheck.
           IF WSAmountCheck NOT = ZERO
              DISPLAY "Invalid amount - plan not recorded"
           ELSE
              COMPUTE WSPlanAmount = FUNCTION NUMVAL(WSAmountEntry)
              IF WSPlanAmount = ZERO OR WSPlanAmount > WSPlanBalance
                 DISPLAY "Amount must be more than zero and no more "
                     "than the balance - plan not recorded"
              ELSE
                 PERFORM TakeInstallmentTerms
              END-IF
           END-IF.
           IF TermsGood
              PERFORM ComputeSchedule
              IF NOT ScheduleFailed
                 PERFORM ConfirmPlan
              END-IF
           END-IF.

       TakeInstallmentTerms.
           MOVE SPACES TO WSCountEntry.
           DISPLAY "Number of installments (2-24) "
               WITH NO ADVANCING.
           ACCEPT WSCountEntry.
           IF WSCountEntry(2:1) = SPACE
              MOVE WSCountEntry(1:1) TO WSCountEntry(2:1)
              MOVE '0' TO WSCountEntry(1:1)
           END-IF.
           IF WSCountEntry NOT NUMERIC
              DISPLAY "Invalid count - plan not recorded"
           ELSE
              MOVE WSCountEntry TO WSInstCount
              IF WSInstCount < 2 OR WSInstCount > 24
                 DISPLAY "Between 2 and 24 installments - plan not "
                     "recorded"
              ELSE
                 MOVE SPACE TO WSPlanFreq
                 DISPLAY "(W)eekly  (F)ortnightly  (M)onthly "
                     WITH NO ADVANCING
                 ACCEPT WSPlanFreq
                 MOVE FUNCTION UPPER-CASE(WSPlanFreq) TO WSPlanFreq
                 IF NOT FreqKnown
                    DISPLAY "Unknown frequency - plan not recorded"
                 ELSE
                    PERFORM TakeRateAndStart
                 END-IF
              END-IF
           END-IF.

      *> No rate is an interest-free plan; no first date is one
      *> period from today
       TakeRateAndStart.
           MOVE ZERO TO WSPlanRate.
           MOVE 'N' TO WSRateBad.
           MOVE SPACES TO WSAmountEntry.
           DISPLAY "Annual interest % (blank for none) "
               WITH NO ADVANCING.
           ACCEPT WSAmountEntry.
           IF WSAmountEntry NOT = SPACES
              MOVE FUNCTION TEST-NUMVAL(WSAmountEntry)
                  TO WSAmountCheck
              IF WSAmountCheck NOT = ZERO
                 OR FUNCTION NUMVAL(WSAmountEntry) > 99.99
                 OR FUNCTION NUMVAL(WSAmountEntry) < ZERO
                 DISPLAY "Invalid rate - plan not recorded"
                 MOVE 'Y' TO WSRateBad
              ELSE
                 COMPUTE WSPlanRate = FUNCTION NUMVAL(WSAmountEntry)
              END-IF
           END-IF.
           IF NOT RateBad
              MOVE SPACES TO WSDateEntry
              DISPLAY "First installment due YYYYMMDD "
                  "(blank for one period from today) "
                  WITH NO ADVANCING
              ACCEPT WSDateEntry
              IF WSDateEntry = SPACES
                 MOVE WSToday TO WSFirstDue
                 MOVE 1 TO WSDueStep
                 PERFORM StepDueDate
                 MOVE WSDueWork TO WSFirstDue
                 MOVE 'Y' TO WSTermsGood
              ELSE
                 IF WSDateEntry NOT NUMERIC
                    DISPLAY "Invalid date - plan not recorded"
                 ELSE
                    MOVE WSDateEntry TO WSFirstDue
                    IF FUNCTION TEST-DATE-YYYYMMDD(WSFirstDue)
                       NOT = ZERO
                       OR WSFirstDue NOT > WSToday
                       DISPLAY "First installment must be a real "
                           "date after today - plan not recorded"
                    ELSE
                       MOVE 'Y' TO WSTermsGood
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *> WSDueWork becomes WSFirstDue moved on WSDueStep periods.
      *> Weekly and fortnightly count days; monthly keeps the day of
      *> the month, and a plan starting after the 28th falls on the
      *> 28th so every month has the date.
       StepDueDate.
           EVALUATE TRUE
               WHEN FreqWeekly
                   COMPUTE WSDueInt =
                       FUNCTION INTEGER-OF-DATE(WSFirstDue)
                       + (7 * WSDueStep)
                   COMPUTE WSDueWork =
                       FUNCTION DATE-OF-INTEGER(WSDueInt)
               WHEN FreqFortnightly
                   COMPUTE WSDueInt =
                       FUNCTION INTEGER-OF-DATE(WSFirstDue)
                       + (14 * WSDueStep)
                   COMPUTE WSDueWork =
                       FUNCTION DATE-OF-INTEGER(WSDueInt)
               WHEN OTHER
                   MOVE WSFirstDue TO WSDueWork
                   MOVE WSDueYear TO WSStartYear
                   MOVE WSDueMonth TO WSStartMonth
                   MOVE WSDueDay TO WSStartDay
                   IF WSStartDay > 28
                      MOVE 28 TO WSStartDay
                   END-IF
                   COMPUTE WSMonthsOn = WSStartMonth - 1 + WSDueStep
                   COMPUTE WSDueYear = WSStartYear +
                       (WSMonthsOn / 12)
                   COMPUTE WSDueMonth =
                       FUNCTION MOD(WSMonthsOn, 12) + 1
                   MOVE WSStartDay TO WSDueDay
           END-EVALUATE.

      *> Interest, total, installment and the last installment's
      *> rounding, each through the shared arithmetic layer with its
      *> status checked - the first failure stops the plan
       ComputeSchedule.
           MOVE 'N' TO WSCalcFailed.
           MOVE ZERO TO WSPlanInterest.
           IF WSPlanRate > ZERO
              PERFORM ComputeInterest
           END-IF.
           IF NOT ScheduleFailed
              PERFORM ComputeInstallments
           END-IF.
           IF NOT ScheduleFailed
              PERFORM VerifySchedule
           END-IF.

      *> Simple interest for the term - amount times rate times
      *> installments, over 100 times the periods in a year
       ComputeInterest.
           MOVE WSPlanAmount TO WSCalcNum1.
           MOVE WSPlanRate TO WSCalcNum2.
           MOVE "interest on amount" TO WSCalcStep.
           CALL 'getproduct' USING WSCalcNum1, WSCalcNum2,
               WSCalcProduct, WSCalcStatus
           END-CALL.
           PERFORM CheckCalcProduct.
           IF NOT ScheduleFailed
              MOVE WSCalcProduct TO WSCalcNum1
              MOVE WSInstCount TO WSCalcNum2
              MOVE "interest for the term" TO WSCalcStep
              CALL 'getproduct' USING WSCalcNum1, WSCalcNum2,
                  WSCalcProduct, WSCalcStatus
              END-CALL
              PERFORM CheckCalcProduct
           END-IF.
           IF NOT ScheduleFailed
              MOVE WSCalcProduct TO WSCalcNum1
              EVALUATE TRUE
                  WHEN FreqWeekly
                      MOVE 5200 TO WSCalcNum2
                  WHEN FreqFortnightly
                      MOVE 2600 TO WSCalcNum2
                  WHEN OTHER
                      MOVE 1200 TO WSCalcNum2
              END-EVALUATE
              MOVE "interest per year" TO WSCalcStep
              CALL 'getquotient' USING WSCalcNum1, WSCalcNum2,
                  WSCalcQuotient, WSCalcStatus
              END-CALL
              PERFORM CheckCalcStatus
           END-IF.
           IF NOT ScheduleFailed
              COMPUTE WSPlanInterest ROUNDED = WSCalcQuotient
           END-IF.

      *> Every installment but the last is the total over the count,
      *> cut to the cent; the last takes what that leaves
       ComputeInstallments.
           MOVE WSPlanAmount TO WSCalcNum1.
           MOVE WSPlanInterest TO WSCalcNum2.
           MOVE "plan total" TO WSCalcStep.
           CALL 'getsum' USING WSCalcNum1, WSCalcNum2,
               WSCalcSum, WSCalcStatus
           END-CALL.
           PERFORM CheckCalcStatus.
           IF NOT ScheduleFailed
              IF WSCalcSum > 9999999.99
                 DISPLAY "arplan: plan total overflows - plan not "
                     "recorded"
                 SET ScheduleFailed TO TRUE
              ELSE
                 MOVE WSCalcSum TO WSPlanTotal
              END-IF
           END-IF.
           IF NOT ScheduleFailed
              MOVE WSPlanTotal TO WSCalcNum1
              MOVE WSInstCount TO WSCalcNum2
              MOVE "installment amount" TO WSCalcStep
              CALL 'getquotient' USING WSCalcNum1, WSCalcNum2,
                  WSCalcQuotient, WSCalcStatus
              END-CALL
              PERFORM CheckCalcStatus
           END-IF.
           IF NOT ScheduleFailed
              MOVE WSCalcQuotient TO WSSchAmount(1)
              IF WSSchAmount(1) = ZERO
                 DISPLAY "arplan: installment rounds to nothing - "
                     "plan not recorded"
                 SET ScheduleFailed TO TRUE
              END-IF
           END-IF.
           IF NOT ScheduleFailed
              MOVE WSSchAmount(1) TO WSCalcNum1
              COMPUTE WSCalcNum2 = WSInstCount - 1
              MOVE "earlier installments" TO WSCalcStep
              CALL 'getproduct' USING WSCalcNum1, WSCalcNum2,
                  WSCalcProduct, WSCalcStatus
              END-CALL
              PERFORM CheckCalcProduct
           END-IF.
           IF NOT ScheduleFailed
              MOVE WSPlanTotal TO WSCalcNum1
              MOVE WSCalcProduct TO WSCalcNum2
              MOVE "last installment" TO WSCalcStep
              CALL 'getdiff' USING WSCalcNum1, WSCalcNum2,
                  WSCalcSum, WSCalcStatus
              END-CALL
              PERFORM CheckCalcStatus
           END-IF.
           IF NOT ScheduleFailed
              PERFORM VARYING WSSchIdx FROM 1 BY 1
                  UNTIL WSSchIdx > WSInstCount
                  MOVE WSSchAmount(1) TO WSSchAmount(WSSchIdx)
                  COMPUTE WSDueStep = WSSchIdx - 1
                  PERFORM StepDueDate
                  MOVE WSDueWork TO WSSchDue(WSSchIdx)
              END-PERFORM
              MOVE WSCalcSum TO WSSchAmount(WSInstCount)
           END-IF.

      *> The installments are added back up and must come to the
      *> plan total to the cent before the plan is offered
       VerifySchedule.
           MOVE ZERO TO WSCalcCheck.
           MOVE "schedule check" TO WSCalcStep.
           PERFORM VARYING WSSchIdx FROM 1 BY 1
               UNTIL WSSchIdx > WSInstCount OR ScheduleFailed
               MOVE WSCalcCheck TO WSCalcNum1
               MOVE WSSchAmount(WSSchIdx) TO WSCalcNum2
               CALL 'getsum' USING WSCalcNum1, WSCalcNum2,
                   WSCalcSum, WSCalcStatus
               END-CALL
               PERFORM CheckCalcStatus
               MOVE WSCalcSum TO WSCalcCheck
           END-PERFORM.
           IF NOT ScheduleFailed AND WSCalcCheck NOT = WSPlanTotal
              DISPLAY "arplan: installments add up to " WSCalcCheck
                  " not " WSPlanTotal " - plan not recorded"
              SET ScheduleFailed TO TRUE
           END-IF.

       CheckCalcStatus.
           IF WSCalcStatus NOT = ZERO
              DISPLAY "arplan: " FUNCTION TRIM(WSCalcStep)
                  " failed - arithmetic status " WSCalcStatus
                  " - plan not recorded"
              SET ScheduleFailed TO TRUE
           END-IF.

      *> A product fed on to the next call has to fit the
      *> subroutines' operand picture as well as come back clean
       CheckCalcProduct.
           PERFORM CheckCalcStatus.
           IF NOT ScheduleFailed AND WSCalcProduct > 9999999.99
              DISPLAY "arplan: " FUNCTION TRIM(WSCalcStep)
                  " overflows - plan not recorded"
              SET ScheduleFailed TO TRUE
           END-IF.

       ConfirmPlan.
           DISPLAY " ".
           MOVE WSPlanAmount TO WSAmountShown.
           DISPLAY "  Amount      " WSAmountShown.
           MOVE WSPlanInterest TO WSAmountShown.
           DISPLAY "  Interest    " WSAmountShown.
           MOVE WSPlanTotal TO WSAmountShown.
           DISPLAY "  Plan total  " WSAmountShown.
           PERFORM VARYING WSSchIdx FROM 1 BY 1
               UNTIL WSSchIdx > WSInstCount
               MOVE WSSchIdx TO WSSLSeq
               MOVE WSSchDue(WSSchIdx) TO WSSLDue
               MOVE WSSchAmount(WSSchIdx) TO WSSLAmount
               DISPLAY WSScheduleLine
           END-PERFORM.
      *> Interest posts today, so it needs today's month open
           IF WSPlanInterest > ZERO
              PERFORM LoadClosedPeriod
           ELSE
              MOVE ZERO TO WSClosedThru
           END-IF.
           IF WSClosedThru > ZERO AND WSTodayYM NOT > WSClosedThru
              DISPLAY "arplan: period " WSTodayYM " is closed - "
                  "plan interest cannot post, plan not recorded"
           ELSE
              MOVE SPACE TO WSConfirm
              DISPLAY "Agree this plan (Y/N) " WITH NO ADVANCING
              ACCEPT WSConfirm
              IF Confirmed
                 PERFORM ReadNextPlanNumber
                 MOVE WSNextPlan TO WSPlanRefNum
                 ADD 1 TO WSNextPlan
                 PERFORM SaveNextPlanNumber
                 PERFORM WritePlan
                 IF WSPlanInterest > ZERO
                    PERFORM PostPlanInterest
                 END-IF
                 DISPLAY "Plan " WSPlanRefBuild " recorded"
              ELSE
                 DISPLAY "Plan not recorded"
              END-IF
           END-IF.

       ReadNextPlanNumber.
           OPEN INPUT PlanCtlFile.
           IF WSPlanCtlStatus = "00"
              READ PlanCtlFile
                  AT END CONTINUE
                  NOT AT END
                      IF PlanCtlRecord NUMERIC
                         MOVE PlanCtlRecord TO WSNextPlan
                      END-IF
              END-READ
           END-IF.
           CLOSE PlanCtlFile.

       SaveNextPlanNumber.
           OPEN OUTPUT PlanCtlFile.
           MOVE WSNextPlan TO PlanCtlRecord.
           WRITE PlanCtlRecord.
           CLOSE PlanCtlFile.

      *> Header then installments, appended together. Same
      *> create-if-missing handling the other EXTEND files use.
       WritePlan.
           OPEN EXTEND PlanFile.
           IF WSPlanStatus = "35"
              OPEN OUTPUT PlanFile
              CLOSE PlanFile
              OPEN EXTEND PlanFile
           END-IF.
           MOVE SPACES TO PlanRecord.
           MOVE WSPlanCustID TO PpCustID.
           MOVE WSPlanRefBuild TO PpPlanRef.
           MOVE ZERO TO PpSeq.
           MOVE WSToday TO PpDueDate.
           MOVE WSPlanAmount TO PpAmount.
           MOVE WSPlanFreq TO PpFreq.
           MOVE WSPlanRate TO PpRate.
           MOVE WSInstCount TO PpInstCount.
           SET PpActive TO TRUE.
           MOVE WSPlanInterest TO PpInterest.
           WRITE PlanRecord.
           PERFORM VARYING WSSchIdx FROM 1 BY 1
               UNTIL WSSchIdx > WSInstCount
               MOVE WSSchIdx TO PpSeq
               MOVE WSSchDue(WSSchIdx) TO PpDueDate
               MOVE WSSchAmount(WSSchIdx) TO PpAmount
               WRITE PlanRecord
           END-PERFORM.
           CLOSE PlanFile.

      *> The interest is owed from today but falls due with the last
      *> installment, so the aging does not call it overdue while
      *> the plan runs
       PostPlanInterest.
           MOVE SPACES TO ARLedgerRecord.
           MOVE WSPlanCustID TO ALCustID.
           MOVE 'F' TO ALType.
           MOVE WSToday TO ALDate.
           MOVE WSPlanRefBuild TO ALRef.
           MOVE WSPlanInterest TO ALAmount.
           MOVE "PLN" TO ALReason.
           MOVE WSSchDue(WSInstCount) TO ALDueDate.
      *> NEW : posted by key - see Copybooks/arledgerkeyp.cpy
           OPEN I-O ARLedgerFile.
           IF WSLedgerStatus = "35"
              OPEN OUTPUT ARLedgerFile
              CLOSE ARLedgerFile
              OPEN I-O ARLedgerFile
           END-IF.
           PERFORM PostLedgerLine.
           CLOSE ARLedgerFile.
      *> NEW : interest whose F line failed to post goes neither on
      *> the balance nor into the journal
           IF LedgerLinePosted
              PERFORM PostInterestBalance
           END-IF.

       PostInterestBalance.
           OPEN I-O ARBalanceFile.
           IF WSBalanceStatus NOT = "00"
              DISPLAY "arplan: ARBalance.dat unavailable - status "
                  WSBalanceStatus " - ledger written, balance not "
                  "updated"
           ELSE
              MOVE WSPlanCustID TO ArCustID
              READ ARBalanceFile
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      ADD WSPlanInterest TO ArBalance
                      REWRITE ARBalanceRecord
                      END-REWRITE
              END-READ
           END-IF.
           CLOSE ARBalanceFile.
           OPEN EXTEND GLJournalFile.
           IF WSGLStatus = "35"
              OPEN OUTPUT GLJournalFile
              CLOSE GLJournalFile
              OPEN EXTEND GLJournalFile
           END-IF.
           IF WSGLStatus NOT = "00"
              DISPLAY "arplan: GLJournal.dat unavailable - status "
                  WSGLStatus " - journal lines not written"
           ELSE
              MOVE SPACES TO GLJournalRecord
              MOVE WSToday TO GjDate
              MOVE "arplan" TO GjSource
              MOVE 1100 TO GjAccount
              MOVE 'D' TO GjDrCr
              MOVE WSPlanInterest TO GjAmount
              MOVE "Plan interest" TO GjDesc
              WRITE GLJournalRecord
              END-WRITE
              MOVE 4200 TO GjAccount
              MOVE 'C' TO GjDrCr
              WRITE GLJournalRecord
              END-WRITE
           END-IF.
           CLOSE GLJournalFile.

      *> A cancelled plan stays on file marked C, so the report and
      *> an auditor can still see it was agreed. Interest it posted
      *> stays on the ledger - waiving it is a credit through
      *> aradjust.cob.
       TakeCancellation.
           MOVE SPACES TO WSRefEntry.
           DISPLAY "Plan reference to cancel " WITH NO ADVANCING.
           ACCEPT WSRefEntry.
           MOVE FUNCTION UPPER-CASE(WSRefEntry) TO WSRefEntry.
           PERFORM LoadPlanLines.
           IF LineTableFull
              DISPLAY "arplan: PaymentPlans.dat exceeds the plan "
                  "table - nothing cancelled"
           ELSE
              MOVE ZERO TO WSCancelIdx
              PERFORM VARYING WSLineIdx FROM 1 BY 1
                  UNTIL WSLineIdx > WSLineCount OR WSCancelIdx > ZERO
                  MOVE WSLineEntry(WSLineIdx) TO PlanRecord
                  IF PpPlanRef = WSRefEntry AND PpSeq NUMERIC
                     AND PpHeader AND PpActive
                     MOVE WSLineIdx TO WSCancelIdx
                  END-IF
              END-PERFORM
              IF WSCancelIdx = ZERO
                 DISPLAY "No plan " WSRefEntry " standing"
              ELSE
                 PERFORM ConfirmCancellation
              END-IF
           END-IF.

       ConfirmCancellation.
           MOVE WSLineEntry(WSCancelIdx) TO PlanRecord.
           MOVE PpAmount TO WSAmountShown.
           DISPLAY "Plan " PpPlanRef " for customer " PpCustID
               " agreed " PpDueDate " for " WSAmountShown.
           MOVE SPACE TO WSConfirm.
           DISPLAY "Cancel this plan (Y/N) " WITH NO ADVANCING.
           ACCEPT WSConfirm.
           IF Confirmed
              SET PpCancelled TO TRUE
              MOVE PlanRecord TO WSLineEntry(WSCancelIdx)
              PERFORM RewritePlanLines
              DISPLAY "Plan " WSRefEntry " cancelled"
              IF PpInterest NUMERIC AND PpInterest > ZERO
                 DISPLAY "  Plan interest stays on the account - "
                     "credit it through aradjust if waived"
              END-IF
           ELSE
              DISPLAY "Plan left standing"
           END-IF.

       LoadPlanLines.
           MOVE ZERO TO WSLineCount.
           MOVE 'N' TO WSLineOverflow.
           OPEN INPUT PlanFile.
           IF WSPlanStatus = "00"
              PERFORM UNTIL EndOfPass
                 READ PlanFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSLineCount < 2000
                            ADD 1 TO WSLineCount
                            MOVE PlanRecord
                                TO WSLineEntry(WSLineCount)
                         ELSE
                            SET LineTableFull TO TRUE
                            MOVE 'Y' TO WSEOF
                         END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE PlanFile.
           MOVE 'N' TO WSEOF.

       RewritePlanLines.
           OPEN OUTPUT PlanFile.
           PERFORM VARYING WSLineIdx FROM 1 BY 1
               UNTIL WSLineIdx > WSLineCount
               MOVE WSLineEntry(WSLineIdx) TO PlanRecord
               WRITE PlanRecord
               END-WRITE
           END-PERFORM.
           CLOSE PlanFile.

      *> Shared payment-plan tracking - see Copybooks/arplan.cpy for
      *> the fields
       COPY arplanp.
      *> Shared closed-period lookup - see Copybooks/arperiodchk.cpy
      *> for the fields
       COPY arperiodchkp.

      *> NEW : shared keyed ledger access - see
      *> Copybooks/arledgerkey.cpy for the fields
       COPY arledgerkeyp.
