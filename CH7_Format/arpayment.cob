       *> taken off the customer's running balance, with the new
       *> balance shown in the CR/DB edited style edited.cob
       *> established for negative amounts.
       *> NEW : a head office paying for its branches (CustBillToID
       *> on the branch master records) can have the one receipt
       *> spread across the branch accounts - each share posts as its
       *> own P line under the same receipt number, and whatever is
       *> left lands on the head office's own account.
       *> NEW : open-item cash application - each posting can be
       *> applied to the customer's specific invoices, in full or in
       *> part, and the split recorded in ARSettlement.dat with any
       *> remainder held on account. A quoted invoice reference is
       *> applied automatically; otherwise the operator is offered
       *> the open items, and declining leaves the receipt to be
       *> applied oldest-first as before.
       *> NEW : money received on an account with written-off debt
       *> still recoverable (WriteOffs.dat, kept by arwriteoff.cob)
       *> posts as a recovery - the write-off is reversed by a B line
       *> for up to the amount received, journalled back out of bad
       *> debt expense, and the receipt then pays that debt off.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
              SELECT PeriodFile ASSIGN TO "ARPeriod.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSPeriodStatus.
       *> NEW : which invoice(s) each receipt settled
              SELECT SettleFile ASSIGN TO "ARSettlement.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSSettleStatus.
       *> NEW : bad debts written off and recovered
              SELECT WriteOffFile ASSIGN TO "WriteOffs.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSWriteOffStatus.

       DATA DIVISION.
       FILE SECTION.
       COPY gljournal.
       FD PeriodFile.
       01 PeriodRecord    PIC 9(6).
       FD SettleFile.
       *> NEW : shared settlement layout - see Copybooks/arsettle.cpy
       COPY arsettle.
       FD WriteOffFile.
       *> NEW : shared write-off register - see
       *> Copybooks/arwriteoff.cpy
       COPY arwriteoff.

       WORKING-STORAGE SECTION.
       01 WSReceiptCtlStatus  PIC XX.
       *> pair when the operator signs off
       01 WSGLStatus       PIC XX.
       01 WSGLCash         PIC 9(7)V99 COMP-3 VALUE ZERO.
       *> NEW : one ledger posting - the account and the share of the
       *> receipt it takes - and the head-office spread fields
       01 WSPostCustID     PIC X(8).
       01 WSPostAmount     PIC 9(7)V99 COMP-3.
       01 WSPayerID        PIC 9(8).
       01 WSPayLeft        PIC 9(7)V99 COMP-3.
       01 WSBranchBalance  PIC S9(7)V99 COMP-3.
       01 WSLeftShown      PIC Z,ZZZ,ZZ9.99.
       01 WSSpreadFlag     PIC X VALUE 'N'.
              88 SpreadPayment   VALUE 'Y' 'y'.
       01 WSBranchEOF      PIC X VALUE 'N'.
              88 EndOfBranches   VALUE 'Y'.
      *> NEW : shared closed-period fields - see
      *> Copybooks/arperiodchkp.cpy
       COPY arperiodchk.
       01 WSTodayYM        PIC 9(6).
      *> NEW : shared open-item fields - see
      *> Copybooks/aropenitemp.cpy
       COPY aropenitem.
       01 WSAllocAnswer    PIC X VALUE 'N'.
              88 AllocateByHand  VALUE 'Y' 'y'.
       01 WSSliceAmount    PIC 9(7)V99 COMP-3.
      *> NEW : shared bad-debt recovery fields - see
      *> Copybooks/arrecoverp.cpy
       COPY arrecover.
      *> NEW : shared keyed ledger fields - see
      *> Copybooks/arledgerkeyp.cpy
       COPY arledgerkey.

       PROCEDURE DIVISION.
       Main.
       *> before the receipt posts, so an interrupted session wastes
       *> a number instead of reusing one on the next sign-on
       RecordPayment.
           MOVE 'N' TO WSSpreadFlag.
           IF CustBillToID = ZERO
              PERFORM OfferBranchSpread
           END-IF.
           MOVE WSNextReceipt TO WSReceiptSeq.
           ADD 1 TO WSNextReceipt.
           PERFORM SaveNextReceiptNumber.
           MOVE SPACES TO WSReceiptRef.
           STRING "RC" WSReceiptSeq DELIMITED BY SIZE
               INTO WSReceiptRef.
           IF SpreadPayment
              PERFORM SpreadAcrossBranches
           ELSE
              MOVE WSIDEntry TO WSPostCustID
              MOVE WSPayAmount TO WSPostAmount
              PERFORM PostReceiptLine
           END-IF.

       *> NEW : only an account that bills itself can be a head
       *> office - if any master record names it as bill-to parent,
       *> the operator is offered the spread
       OfferBranchSpread.
           MOVE IDNum TO WSPayerID.
           MOVE WSPayerID TO CustBillToID.
           START CustomerFile KEY IS = CustBillToID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "This account is head office for branch "
                       "accounts"
                   DISPLAY "Spread the payment across its branches "
                       "(Y/N) " WITH NO ADVANCING
                   ACCEPT WSSpreadFlag
           END-START.

       *> NEW : each branch in turn, with its balance and what is
       *> left of the receipt - blank applies the branch balance (up
       *> to what is left), zero skips it. The remainder posts to the
       *> head office's own account.
       SpreadAcrossBranches.
           MOVE WSPayAmount TO WSPayLeft.
           MOVE 'N' TO WSBranchEOF.
           MOVE WSPayerID TO CustBillToID.
           START CustomerFile KEY IS = CustBillToID
               INVALID KEY
                   MOVE 'Y' TO WSBranchEOF
           END-START.
           PERFORM UNTIL EndOfBranches OR WSPayLeft = ZERO
              READ CustomerFile NEXT
                  AT END MOVE 'Y' TO WSBranchEOF
                  NOT AT END
                      IF CustBillToID NOT = WSPayerID
                         MOVE 'Y' TO WSBranchEOF
                      ELSE
                         PERFORM SpreadToOneBranch
                      END-IF
              END-READ
           END-PERFORM.
           IF WSPayLeft > ZERO
              MOVE WSPayerID TO WSPostCustID
              MOVE WSPayLeft TO WSPostAmount
              PERFORM PostReceiptLine
           END-IF.

       SpreadToOneBranch.
           MOVE IDNum TO WSPostCustID.
           PERFORM ReadBranchBalance.
           MOVE WSBranchBalance TO WSBalanceShown.
           MOVE WSPayLeft TO WSLeftShown.
           DISPLAY "Branch " WSPostCustID " " FirstName " " LastName.
           DISPLAY "  balance " WSBalanceShown "  receipt left "
               WSLeftShown.
           MOVE SPACES TO WSAmountEntry.
           DISPLAY "  Amount to apply (blank for the balance, 0 to "
               "skip) " WITH NO ADVANCING.
           ACCEPT WSAmountEntry.
           MOVE ZERO TO WSPostAmount.
           IF WSAmountEntry = SPACES
              IF WSBranchBalance > ZERO
                 MOVE WSBranchBalance TO WSPostAmount
              END-IF
           ELSE
              MOVE FUNCTION TEST-NUMVAL(WSAmountEntry)
                  TO WSAmountCheck
              IF WSAmountCheck NOT = ZERO
                 DISPLAY "  Invalid amount - nothing applied to this "
                     "branch"
              ELSE
                 COMPUTE WSPostAmount =
                     FUNCTION NUMVAL(WSAmountEntry)
              END-IF
           END-IF.
           IF WSPostAmount > WSPayLeft
              MOVE WSPayLeft TO WSPostAmount
           END-IF.
           IF WSPostAmount > ZERO
              PERFORM PostReceiptLine
              SUBTRACT WSPostAmount FROM WSPayLeft
           END-IF.

       ReadBranchBalance.
           MOVE ZERO TO WSBranchBalance.
           OPEN INPUT ARBalanceFile.
           IF WSBalanceStatus = "00"
              MOVE WSPostCustID TO ArCustID
              READ ARBalanceFile
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE ArBalance TO WSBranchBalance
              END-READ
           END-IF.
           CLOSE ARBalanceFile.

       *> NEW : one P line and the balance it comes off - the whole
       *> receipt for an ordinary payment, one share of it for a
       *> head-office spread
       *> NEW : a recovery goes back against the debt it reinstates,
       *> so it is applied oldest-first rather than offered for
       *> allocation
       PostReceiptLine.
           MOVE WSPostCustID TO WSRcCustID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSRcDate.
           MOVE WSReceiptRef TO WSRcRef.
           MOVE WSPostAmount TO WSRcOffered.
           MOVE "arpayment" TO WSRcBy.
           PERFORM CheckRecovery.
           IF WSRcAmount > ZERO
              MOVE WSRcAmount TO WSRcShown
              DISPLAY "  Written-off account - " WSRcShown
                  " recovered against the write-off"
              MOVE 'N' TO WSAlFlag
           ELSE
              PERFORM ChooseAllocation
           END-IF.
           MOVE SPACES TO ARLedgerRecord.
           MOVE WSPostCustID TO ALCustID.
           MOVE 'P' TO ALType.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ALDate.
           MOVE WSReceiptRef TO ALRef.
           MOVE WSPostAmount TO ALAmount.
       *> NEW : posted by key - see Copybooks/arledgerkeyp.cpy
           OPEN I-O ARLedgerFile.
           IF WSLedgerStatus = "35"
              OPEN OUTPUT ARLedgerFile
              CLOSE ARLedgerFile
              OPEN I-O ARLedgerFile
           END-IF.
           PERFORM PostLedgerLine.
           CLOSE ARLedgerFile.
       *> NEW : a P line that failed to post touches nothing else -
       *> no balance, no allocation, and no cash in the journal
           IF LedgerLinePosted
              PERFORM PostReceiptBalance
              PERFORM WriteAllocation
              ADD WSPostAmount TO WSGLCash
           END-IF.

       PostReceiptBalance.
           OPEN I-O ARBalanceFile.
           IF WSBalanceStatus = "35"
              OPEN OUTPUT ARBalanceFile
                  " - ledger written, balance not updated"
              CLOSE ARBalanceFile
           ELSE
              MOVE WSPostCustID TO ArCustID
              READ ARBalanceFile
                  INVALID KEY
       *> NEW : a payment with no invoices yet still posts - the
       *> balance goes credit, shown CR on the statement
                      MOVE WSPostCustID TO ArCustID
                      COMPUTE ArBalance = ZERO - WSPostAmount
                      WRITE ARBalanceRecord
                      END-WRITE
                      MOVE ArBalance TO WSNewBalance
                  NOT INVALID KEY
                      SUBTRACT WSPostAmount FROM ArBalance
                      REWRITE ARBalanceRecord
                      END-REWRITE
                      MOVE ArBalance TO WSNewBalance
              END-READ
              CLOSE ARBalanceFile
              MOVE WSNewBalance TO WSBalanceShown
              DISPLAY "Payment recorded - " WSPostCustID
                  " balance now " WSBalanceShown
           END-IF.

       *> NEW : the open items are worked out before the P line is
       *> written. A quoted invoice takes the money automatically;
       *> otherwise the operator may split it by hand. Too many open
       *> items to list leaves the receipt to apply oldest-first.
       ChooseAllocation.
           MOVE 'N' TO WSAlFlag.
           MOVE ZERO TO WSAlCount.
           MOVE WSPostAmount TO WSAlLeft.
           MOVE WSPostCustID TO WSAlCustID.
           MOVE WSPostCustID TO WSOiCustID.
           MOVE 'P' TO WSAlType.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSAlDate.
           MOVE WSReceiptRef TO WSAlRef.
           PERFORM LoadOpenItems.
           IF OiTableFull
              DISPLAY "  Too many open items to allocate - receipt "
                  "applies oldest-first"
           ELSE
              IF WSOiOpenCount > ZERO
                 MOVE SPACES TO WSAlQuotedRef
                 DISPLAY "  Invoice quoted for " WSPostCustID
                     " (blank for none) " WITH NO ADVANCING
                 ACCEPT WSAlQuotedRef
                 MOVE FUNCTION UPPER-CASE(WSAlQuotedRef)
                     TO WSAlQuotedRef
                 IF WSAlQuotedRef NOT = SPACES
                    PERFORM ApplyQuotedRef
                    IF NOT AllocationMade
                       DISPLAY "  Invoice " WSAlQuotedRef
                           " is not open on this account"
                    END-IF
                 END-IF
                 IF NOT AllocationMade
                    PERFORM OfferAllocation
                 END-IF
              END-IF
           END-IF.
           IF AllocationMade AND WSAlLeft > ZERO
              MOVE WSAlLeft TO WSLeftShown
              DISPLAY "  " WSLeftShown " held on account"
           END-IF.

       OfferAllocation.
           PERFORM ShowOpenItems.
           MOVE 'N' TO WSAllocAnswer.
           DISPLAY "  Allocate to specific invoices (Y/N - N applies "
               "oldest-first) " WITH NO ADVANCING.
           ACCEPT WSAllocAnswer.
           IF AllocateByHand
              SET AllocationMade TO TRUE
              PERFORM AllocateOneItem
                  VARYING WSOiIdx FROM 1 BY 1
                  UNTIL WSOiIdx > WSOiCount OR WSAlLeft = ZERO
                      OR WSAlCount = 20
           END-IF.

       *> NEW : blank applies the invoice's open amount (up to what is
       *> left of the receipt), zero skips it - the same keying
       *> SpreadToOneBranch uses
       AllocateOneItem.
           IF WSOiOpen(WSOiIdx) > ZERO
              MOVE WSOiOpen(WSOiIdx) TO WSOiShown
              MOVE WSAlLeft TO WSLeftShown
              DISPLAY "  " WSOiRef(WSOiIdx) " open " WSOiShown
                  "  receipt left " WSLeftShown
              MOVE SPACES TO WSAmountEntry
              DISPLAY "  Amount to apply (blank for the open amount, "
                  "0 to skip) " WITH NO ADVANCING
              ACCEPT WSAmountEntry
              MOVE ZERO TO WSSliceAmount
              IF WSAmountEntry = SPACES
                 MOVE WSOiOpen(WSOiIdx) TO WSSliceAmount
              ELSE
                 MOVE FUNCTION TEST-NUMVAL(WSAmountEntry)
                     TO WSAmountCheck
                 IF WSAmountCheck NOT = ZERO
                    DISPLAY "  Invalid amount - nothing applied to "
                        "this invoice"
                 ELSE
                    COMPUTE WSSliceAmount =
                        FUNCTION NUMVAL(WSAmountEntry)
                 END-IF
              END-IF
              IF WSSliceAmount > WSOiOpen(WSOiIdx)
                 MOVE WSOiOpen(WSOiIdx) TO WSSliceAmount
              END-IF
              IF WSSliceAmount > WSAlLeft
                 MOVE WSAlLeft TO WSSliceAmount
              END-IF
              IF WSSliceAmount > ZERO
                 ADD 1 TO WSAlCount
                 MOVE WSOiRef(WSOiIdx) TO WSAlInvRef(WSAlCount)
                 MOVE WSSliceAmount TO WSAlAmount(WSAlCount)
                 SUBTRACT WSSliceAmount FROM WSAlLeft
              END-IF
           END-IF.

       *> NEW : the session's double entry - cash debited, AR
       *> credited, debits equal to credits by construction. Same
                 MOVE 'C' TO GjDrCr
                 WRITE GLJournalRecord
                 END-WRITE
                 PERFORM PostRecoveryToGL
              END-IF
              CLOSE GLJournalFile
           END-IF.

      *> NEW : debt reinstated by recoveries goes back on AR and
      *> comes out of bad debt expense - the write-off in reverse
       PostRecoveryToGL.
           IF WSRcTotal > ZERO
              MOVE 1100 TO GjAccount
              MOVE 'D' TO GjDrCr
              MOVE WSRcTotal TO GjAmount
              MOVE "Bad debt recovered" TO GjDesc
              WRITE GLJournalRecord
              END-WRITE
              MOVE 6100 TO GjAccount
              MOVE 'C' TO GjDrCr
              WRITE GLJournalRecord
              END-WRITE
           END-IF.

      *> NEW : shared closed-period lookup - see
      *> Copybooks/arperiodchk.cpy for the fields
       COPY arperiodchkp.

      *> NEW : shared open-item lookup and allocation - see
      *> Copybooks/aropenitem.cpy for the fields
       COPY aropenitemp.

      *> NEW : shared bad-debt recovery - see
      *> Copybooks/arrecover.cpy for the fields
       COPY arrecoverp.

      *> NEW : shared keyed ledger access - see
      *> Copybooks/arledgerkey.cpy for the fields
       COPY arledgerkeyp.
