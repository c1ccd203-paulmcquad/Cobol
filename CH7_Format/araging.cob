       *> order, so file order is oldest first), customers printed
       *> worst-first by their 90-plus bucket, and each bucket
       *> totalled - the standard report any auditor asks for.
       *> NEW : branch accounts roll up under the head office their
       *> master record bills to - the head office's own line, then
       *> each branch's line, then the group total, with the group
       *> ranked worst-first on its combined 90-plus debt.
       *> NEW : open-item settlement - a payment, credit or reversal
       *> recorded in ARSettlement.dat reduces (or reopens) exactly
       *> the invoices it was applied to, and cash held on account
       *> shows as a credit. Only postings with no settlement lines
       *> still go into the pool applied oldest-first.
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
       *> NEW : the master, read for each customer's bill-to parent
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
              SELECT ReportFile ASSIGN TO "AgedReceivables.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReportStatus.
       FD ARLedgerFile.
       *> Same line layout fixed.cob and arpayment.cob write
       COPY arledger.
       FD CustomerFile.
       COPY custrec.
       FD SettleFile.
       *> NEW : shared settlement layout - see Copybooks/arsettle.cpy
       COPY arsettle.
       FD ReportFile.
       01 ReportLine   PIC X(90).

       WORKING-STORAGE SECTION.
       01 WSLedgerStatus   PIC XX.
       01 WSReportStatus   PIC XX.
       01 WSCustFileStatus PIC XX.
       01 WSSettleStatus   PIC XX.
       01 WSEOF            PIC X VALUE 'N'.
              88 EndOfLedger    VALUE 'Y'.
       *> NEW : per-customer buckets plus the payment pool applied
                  03 WSCustPayments    PIC S9(7)V99 COMP-3.
                  03 WSCustBucket      PIC S9(7)V99 COMP-3
                      OCCURS 4 TIMES.
      *> NEW : the head office this account bills to (spaces when it
      *> bills itself), and the group buckets - own plus branches -
      *> a head office is ranked and totalled on
                  03 WSCustParent      PIC X(8).
                  03 WSCustGroup       PIC S9(7)V99 COMP-3
                      OCCURS 4 TIMES.
      *> NEW : cash the settlement file holds on account
                  03 WSCustOnAccount   PIC S9(7)V99 COMP-3.
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
              02 WSSwapPay      PIC S9(7)V99 COMP-3.
              02 WSSwapBucket   PIC S9(7)V99 COMP-3
                  OCCURS 4 TIMES.
              02 WSSwapParent   PIC X(8).
              02 WSSwapGroup    PIC S9(7)V99 COMP-3
                  OCCURS 4 TIMES.
              02 WSSwapOnAcct   PIC S9(7)V99 COMP-3.
       *> NEW : bill-to roll-up working fields
       01 WSParentID       PIC 9(8).
       01 WSParentIdx      PIC 9(3).
       01 WSBranchIdx      PIC 9(3).
       01 WSBranchCount    PIC 9(3).
       01 WSColumnHeads.
              02 FILLER  PIC X(10) VALUE "Customer".
              02 FILLER  PIC X(14) VALUE "   Current".
              02 WSDBucket3    PIC $$,$$$,$$9.99CR.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSDBucket4    PIC $$,$$$,$$9.99CR.
      *> NEW : head office / branch / group total marker
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSDNote       PIC X(15).
       01 WSTotalLine.
              02 FILLER        PIC X(8) VALUE "Totals".
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSTBucket3    PIC $$,$$$,$$9.99CR.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSTBucket4    PIC $$,$$$,$$9.99CR.
      *> NEW : business-day parameters - see
      *> CH5_Subroutines/bizdate.cob
       COPY bizdate.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           COMPUTE WSTodayInt = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))).
           PERFORM LoadSettlements.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM LoadLedger.
           IF RETURN-CODE NOT = ZERO
              GOBACK
              DISPLAY "araging: no AR activity on file"
              GOBACK
           END-IF.
           PERFORM ApplyOneSettlement
               VARYING WSSetIdx FROM 1 BY 1
               UNTIL WSSetIdx > WSSetCount.
           PERFORM AgeOneCustomer
               VARYING WSTableIdx FROM 1 BY 1
               UNTIL WSTableIdx > WSCustCount.
           PERFORM RollUpBillToGroups.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM SortWorstFirst.
           PERFORM PrintAgingReport.
      *> GOBACK so a menu program can CALL this as a subprogram;
              END-IF
           END-IF.

       *> NEW : no settlement file just means nothing has been
       *> allocated yet - everything applies oldest-first
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
                 DISPLAY "araging: settlements exceed the aging "
                     "tables - aborting before a partial report "
                     "prints"
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.
           CLOSE SettleFile.

       FileOneEntry.
           PERFORM FindCustomerSlot.
      *> NEW : credit memos (C lines from aradjust.cob) reduce the
      *> debt the same way payments do - into the pool applied
      *> oldest-first, so a credited invoice stops aging
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
       *> goes back on); a slice naming no invoice on file is cash
       *> held on account
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
                       FROM WSCustOnAccount(WSFoundIdx)
               WHEN OTHER
                   ADD WSSetAmount(WSSetIdx)
                       TO WSCustOnAccount(WSFoundIdx)
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
           MOVE ZERO TO WSCustOnAccount(WSCustCount).
           MOVE SPACES TO WSCustParent(WSCustCount).
           PERFORM VARYING WSBucketIdx FROM 1 BY 1
               UNTIL WSBucketIdx > 4
               MOVE ZERO
                   TO WSCustBucket(WSCustCount, WSBucketIdx)
               MOVE ZERO
                   TO WSCustGroup(WSCustCount, WSBucketIdx)
           END-PERFORM.

       *> NEW : open-item aging - this customer's payment pool eats
       *> the oldest invoices first; whatever each invoice has left
       *> lands in the bucket its age says
               IF WSInvCustID(WSInvIdx) =
                   WSCustEntryID(WSTableIdx)
                  MOVE WSInvAmount(WSInvIdx) TO WSOpenAmount
      *> NEW : an invoice settled past its amount passes the
      *> excess on account
                  IF WSOpenAmount < ZERO
                     SUBTRACT WSOpenAmount
                         FROM WSCustOnAccount(WSTableIdx)
                     MOVE ZERO TO WSOpenAmount
                  END-IF
                  IF WSPayLeft >= WSOpenAmount
                     SUBTRACT WSOpenAmount FROM WSPayLeft
                     MOVE ZERO TO WSOpenAmount
              SUBTRACT WSPayLeft
                  FROM WSCustBucket(WSTableIdx, 1)
           END-IF.
      *> NEW : cash held on account is a credit in the same place
           SUBTRACT WSCustOnAccount(WSTableIdx)
               FROM WSCustBucket(WSTableIdx, 1).

       BucketOpenAmount.
           COMPUTE WSAgeDays = WSTodayInt -
           ADD WSOpenAmount
               TO WSCustBucket(WSTableIdx, WSBucketIdx).

       *> NEW : each branch's buckets roll up into the head office
       *> on its master record. The head office gets a slot of its
       *> own even with nothing on the ledger, so the group prints;
       *> a parent no longer on the master leaves the branch to
       *> stand alone, and with no master at all nothing rolls up.
       RollUpBillToGroups.
           PERFORM VARYING WSTableIdx FROM 1 BY 1
               UNTIL WSTableIdx > WSCustCount
               PERFORM VARYING WSBucketIdx FROM 1 BY 1
                   UNTIL WSBucketIdx > 4
                   MOVE WSCustBucket(WSTableIdx, WSBucketIdx)
                       TO WSCustGroup(WSTableIdx, WSBucketIdx)
               END-PERFORM
           END-PERFORM.
           OPEN INPUT CustomerFile.
           IF WSCustFileStatus NOT = "00"
              DISPLAY "araging: Customer.dat unavailable - status "
                  WSCustFileStatus " - branches not rolled up"
           ELSE
              PERFORM ResolveBillToParent
                  VARYING WSTableIdx FROM 1 BY 1
                  UNTIL WSTableIdx > WSCustCount
              IF CustTableFull
                 DISPLAY "araging: bill-to parents exceed the aging "
                     "tables - aborting before a partial report "
                     "prints"
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.
           CLOSE CustomerFile.

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

       *> NEW : heaviest 90-plus debt to the top - a simple exchange
       *> sort is plenty for a 200-customer table. A head office
       *> ranks on its group's 90-plus debt; branches print under it
       *> wherever they sort to.
       SortWorstFirst.
           PERFORM VARYING WSTableIdx FROM 1 BY 1
               UNTIL WSTableIdx > WSCustCount
               PERFORM VARYING WSScanIdx FROM 1 BY 1
                   UNTIL WSScanIdx >= WSCustCount
                   IF WSCustGroup(WSScanIdx, 4) <
                       WSCustGroup(WSScanIdx + 1, 4)
                      MOVE WSCustEntry(WSScanIdx) TO WSSwapEntry
                      MOVE WSCustEntry(WSScanIdx + 1)
                          TO WSCustEntry(WSScanIdx)
           END-PERFORM.
           PERFORM VARYING WSTableIdx FROM 1 BY 1
               UNTIL WSTableIdx > WSCustCount
               IF WSCustParent(WSTableIdx) = SPACES
                  PERFORM PrintOneCustomer
               END-IF
           END-PERFORM.
           MOVE WSBucketTotal(1) TO WSTBucket1.
           MOVE WSBucketTotal(2) TO WSTBucket2.
           DISPLAY "araging: " WSCustCount " customer(s) aged - "
               "see AgedReceivables.txt".

       *> NEW : a head office's own line, its branches' lines, then
       *> the group total - a customer with no branches prints one
       *> line exactly as before. Only the own-account lines feed the
       *> bucket totals, so nothing is counted twice.
       PrintOneCustomer.
           MOVE ZERO TO WSBranchCount.
           PERFORM VARYING WSBranchIdx FROM 1 BY 1
               UNTIL WSBranchIdx > WSCustCount
               IF WSCustParent(WSBranchIdx) =
                   WSCustEntryID(WSTableIdx)
                  ADD 1 TO WSBranchCount
               END-IF
           END-PERFORM.
           IF WSBranchCount > ZERO
              MOVE "head office" TO WSDNote
           ELSE
              MOVE SPACES TO WSDNote
           END-IF.
           MOVE WSTableIdx TO WSFoundIdx.
           PERFORM PrintOwnLine.
           IF WSBranchCount > ZERO
              MOVE "  branch" TO WSDNote
              PERFORM VARYING WSBranchIdx FROM 1 BY 1
                  UNTIL WSBranchIdx > WSCustCount
                  IF WSCustParent(WSBranchIdx) =
                      WSCustEntryID(WSTableIdx)
                     MOVE WSBranchIdx TO WSFoundIdx
                     PERFORM PrintOwnLine
                  END-IF
              END-PERFORM
              MOVE WSCustEntryID(WSTableIdx) TO WSDCustID
              MOVE WSCustGroup(WSTableIdx, 1) TO WSDBucket1
              MOVE WSCustGroup(WSTableIdx, 2) TO WSDBucket2
              MOVE WSCustGroup(WSTableIdx, 3) TO WSDBucket3
              MOVE WSCustGroup(WSTableIdx, 4) TO WSDBucket4
              MOVE "group total" TO WSDNote
              WRITE ReportLine FROM WSDetailLine
                  AFTER ADVANCING 1 LINE
              END-WRITE
           END-IF.

       PrintOwnLine.
           MOVE WSCustEntryID(WSFoundIdx) TO WSDCustID.
           MOVE WSCustBucket(WSFoundIdx, 1) TO WSDBucket1.
           MOVE WSCustBucket(WSFoundIdx, 2) TO WSDBucket2.
           MOVE WSCustBucket(WSFoundIdx, 3) TO WSDBucket3.
           MOVE WSCustBucket(WSFoundIdx, 4) TO WSDBucket4.
           WRITE ReportLine FROM WSDetailLine
               AFTER ADVANCING 1 LINE
           END-WRITE.
           PERFORM VARYING WSBucketIdx FROM 1 BY 1
               UNTIL WSBucketIdx > 4
               ADD WSCustBucket(WSFoundIdx, WSBucketIdx)
                   TO WSBucketTotal(WSBucketIdx)
           END-PERFORM.

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
