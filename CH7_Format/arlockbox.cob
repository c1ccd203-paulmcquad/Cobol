       *> matched goes whole to LockboxSuspense.dat with a reason, to
       *> be worked by hand - a doubtful payment is never guessed onto
       *> an account.
       *> NEW : a head office paying for its branches (CustBillToID
       *> on the branch master records) - a quoted reference may be
       *> one of its branches' invoices, and posts to that branch; an
       *> unreferenced payment is spread across the branches' open
       *> balances in branch order, the remainder landing on the head
       *> office's own account. Each share is its own P line under
       *> the one receipt number.
       *> NEW : a quoted reference is applied to that invoice in
       *> ARSettlement.dat - up to what is still open on it, any
       *> excess held on account - so the aging no longer guesses
       *> which invoice the customer meant. Unreferenced payments
       *> carry no settlement and still apply oldest-first.
       *> NEW : a payment landing on an account with written-off debt
       *> still recoverable (WriteOffs.dat, kept by arwriteoff.cob)
       *> posts as a recovery - the write-off is reversed by a B line
       *> for up to the amount paid, journalled back out of bad debt
       *> expense, and the payment then pays that debt off.
       *> NEW : the bank's file carries a header (source LOCKBOX,
       *> file date, sequence) and a trailer (payment count, hash
       *> total of the amounts in cents). The whole file is proved
       *> against them before a single payment posts - a short,
       *> repeated or out-of-sequence file is refused whole and
       *> logged to InterfaceRejects.log for the morning summary.
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
       *> NEW : which invoice each referenced payment settled
              SELECT SettleFile ASSIGN TO "ARSettlement.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSSettleStatus.
       *> NEW : bad debts written off and recovered
              SELECT WriteOffFile ASSIGN TO "WriteOffs.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSWriteOffStatus.
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
       FD IfControlFile.
       01 IfControlLine   PIC X(100).
       FD IfRejectFile.
       01 IfRejectLine    PIC X(100).

       WORKING-STORAGE SECTION.
       01 WSLockboxStatus  PIC XX.
              88 InvTableFull     VALUE 'Y'.
       01 WSRefMatched     PIC X VALUE 'N'.
              88 RefMatched       VALUE 'Y'.
       *> NEW : the paying account, whether it is itself a branch, and
       *> one posting - the account and the share it takes
       01 WSPayerID        PIC 9(8).
       01 WSPayerBillTo    PIC 9(8).
       01 WSPostCustID     PIC X(8).
       01 WSPostAmount     PIC 9(7)V99 COMP-3.
       01 WSPayLeft        PIC 9(7)V99 COMP-3.
       01 WSBranchBalance  PIC S9(7)V99 COMP-3.
       01 WSBranchEOF      PIC X VALUE 'N'.
              88 EndOfBranches   VALUE 'Y'.
       01 WSNextReceipt    PIC 9(4) VALUE 1.
       01 WSReceiptSeq     PIC 9(4).
       01 WSPayRef         PIC X(6).
       01 WSSuspenseCount  PIC 9(5) VALUE 0.
       01 WSGLStatus       PIC XX.
       01 WSPostedTotal    PIC 9(8)V99 COMP-3 VALUE ZERO.
      *> NEW : what of the payment in hand reached the ledger, and
      *> what of the run's matched payments did not
       01 WSSharePosted    PIC 9(8)V99 COMP-3.
       01 WSUnpostedTotal  PIC 9(8)V99 COMP-3 VALUE ZERO.
      *> NEW : shared closed-period fields - see
      *> Copybooks/arperiodchkp.cpy
       COPY arperiodchk.
      *> NEW : shared file-open status check - see
      *> Copybooks/filestatuschkp.cpy
       COPY filestatuschk.
      *> NEW : shared open-item fields - see
      *> Copybooks/aropenitemp.cpy
       COPY aropenitem.
      *> NEW : shared bad-debt recovery fields - see
      *> Copybooks/arrecoverp.cpy
       COPY arrecover.
      *> NEW : shared keyed ledger fields - see
      *> Copybooks/arledgerkeyp.cpy
       COPY arledgerkey.
      *> NEW : shared inbound interface control fields - see
      *> Copybooks/ifctlp.cpy
       COPY ifctl.

       PROCEDURE DIVISION.
       Main.
           END-IF.
           PERFORM LoadClosedPeriod.
           PERFORM ReadNextReceiptNumber.
      *> NEW : header and trailer proved before anything posts
           PERFORM CheckLockboxControl.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           OPEN INPUT LockboxFile.
           MOVE WSLockboxStatus TO WSCheckFileStatus.
           MOVE "arlockbox" TO WSCheckProgLabel.
              READ LockboxFile
                  AT END MOVE 'Y' TO WSEOF
                  NOT AT END
                      MOVE LockboxRecord TO WSIfLine
                      IF NOT IfControlTag
                         ADD 1 TO WSPayCount
                         PERFORM PostOnePayment
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE LockboxFile.
           CLOSE CustomerFile.
           IF IfAccepted
              PERFORM LogInterfaceAccepted
           END-IF.
           PERFORM PostRunToGL.
           PERFORM PrintJobStats.
      *> GOBACK so a batch driver can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

       *> NEW : the whole file read once against its header and
       *> trailer - the hash is the payment amounts in cents. A file
       *> that won't open is left to the open check in Main.
       CheckLockboxControl.
           MOVE "LOCKBOX" TO WSIfSource.
           MOVE "arlockbox" TO WSIfProgLabel.
           MOVE "Lockbox.dat" TO WSIfFileLabel.
           PERFORM StartInterfaceCheck.
           MOVE 'N' TO WSEOF.
           OPEN INPUT LockboxFile.
           IF WSLockboxStatus NOT = "00"
              CLOSE LockboxFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ LockboxFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         MOVE LockboxRecord TO WSIfLine
                         PERFORM TakeInterfaceLine
                         IF IfDetailLine AND LbxAmount NUMERIC
                            COMPUTE WSIfHash =
                                WSIfHash + LbxAmount * 100
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE LockboxFile
              MOVE 'N' TO WSEOF
              PERFORM FinishInterfaceCheck
           END-IF.

       *> NEW : every I line's customer and reference - a quoted
       *> reference must exist and belong to the paying customer or
       *> the payment suspends. A missing ledger just means no
                  "references will all suspend"
           ELSE
              PERFORM UNTIL EndOfPass
                 READ ARLedgerFile NEXT RECORD
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF ALType = 'I'
                               TO SusReason
                           PERFORM WriteSuspense
                       NOT INVALID KEY
                           MOVE IDNum TO WSPayerID
                           MOVE CustBillToID TO WSPayerBillTo
                           PERFORM MatchReference
                           IF RefMatched
                              PERFORM PostMatchedPayment
       *> NEW : no reference quoted is a clean match - the payment
       *> goes on account under a fresh LB receipt number. A quoted
       *> reference must be one of this customer's own invoices.
       *> NEW : or one of its branches' invoices - the payment then
       *> posts to the branch that owes it
       MatchReference.
           MOVE LbxCustID TO WSPostCustID.
           IF LbxRef = SPACES
              SET RefMatched TO TRUE
              PERFORM TakeReceiptNumber
              PERFORM VARYING WSInvIdx FROM 1 BY 1
                  UNTIL WSInvIdx > WSInvCount OR RefMatched
                  IF WSInvRef(WSInvIdx) = LbxRef
                     IF WSInvCustID(WSInvIdx) = LbxCustID
                        SET RefMatched TO TRUE
                     ELSE
                        PERFORM CheckBranchInvoice
                     END-IF
                  END-IF
              END-PERFORM
              IF RefMatched
              END-IF
           END-IF.

       CheckBranchInvoice.
           IF WSPayerBillTo = ZERO
              AND WSInvCustID(WSInvIdx) IS NUMERIC
              MOVE WSInvCustID(WSInvIdx) TO IDNum
              READ CustomerFile
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF CustBillToID = WSPayerID
                         SET RefMatched TO TRUE
                         MOVE WSInvCustID(WSInvIdx) TO WSPostCustID
                      END-IF
              END-READ
           END-IF.

       *> NEW : the number is taken and the control file saved before
       *> the receipt posts - same discipline arpayment.cob applies,
       *> sharing its control file so references never collide
       *> a P line on the ledger under the bank's own payment date,
       *> and the running balance brought down. Same create-if-missing
       *> handling the other files use.
       *> NEW : only what reached the ledger counts as posted - a
       *> payment none of which posted goes to suspense like any
       *> other the run could not apply, and a spread that only
       *> partly posted shows the rest on the job summary
       PostMatchedPayment.
           MOVE ZERO TO WSSharePosted.
           IF LbxRef = SPACES AND WSPayerBillTo = ZERO
              PERFORM SpreadAcrossBranches
           ELSE
              MOVE LbxAmount TO WSPostAmount
              PERFORM AutoApplyQuotedRef
              PERFORM PostOneShare
              IF LedgerLinePosted
                 PERFORM WriteAllocation
              END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WSSharePosted = ZERO
                   MOVE "Ledger line not posted" TO SusReason
                   PERFORM WriteSuspense
               WHEN WSSharePosted < LbxAmount
                   ADD 1 TO WSPostedCount
                   COMPUTE WSUnpostedTotal = WSUnpostedTotal
                       + LbxAmount - WSSharePosted
               WHEN OTHER
                   ADD 1 TO WSPostedCount
           END-EVALUATE.
           ADD WSSharePosted TO WSPostedTotal.

       *> NEW : worked out before the P line is written. A quoted
       *> invoice already paid off leaves the whole payment held on
       *> account - it is unapplied cash, not a payment of anything
       *> else. Too many open items to load leaves it oldest-first.
       AutoApplyQuotedRef.
           MOVE 'N' TO WSAlFlag.
           MOVE ZERO TO WSAlCount.
           MOVE WSPostAmount TO WSAlLeft.
           MOVE WSPostCustID TO WSAlCustID.
           MOVE WSPostCustID TO WSOiCustID.
           MOVE 'P' TO WSAlType.
           MOVE LbxDate TO WSAlDate.
           MOVE WSPayRef TO WSAlRef.
           MOVE LbxRef TO WSAlQuotedRef.
           PERFORM LoadOpenItems.
           IF NOT OiTableFull
              PERFORM ApplyQuotedRef
              IF NOT AllocationMade
                 SET AllocationMade TO TRUE
              END-IF
           END-IF.

       *> NEW : an unreferenced payment from an account with branches
       *> clears each branch's open balance in turn while the money
       *> lasts; the remainder (all of it, for an account with no
       *> branches) posts to the paying account itself
       SpreadAcrossBranches.
           MOVE LbxAmount TO WSPayLeft.
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
              PERFORM PostOneShare
           END-IF.

       SpreadToOneBranch.
           MOVE IDNum TO WSPostCustID.
           PERFORM ReadBranchBalance.
           IF WSBranchBalance > ZERO
              IF WSBranchBalance > WSPayLeft
                 MOVE WSPayLeft TO WSPostAmount
              ELSE
                 MOVE WSBranchBalance TO WSPostAmount
              END-IF
              PERFORM PostOneShare
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

       *> NEW : one P line and the balance it comes off. A recovery
       *> is posted first and goes back against the debt it
       *> reinstates oldest-first, so any quoted-invoice allocation
       *> is dropped.
       PostOneShare.
           MOVE WSPostCustID TO WSRcCustID.
           MOVE LbxDate TO WSRcDate.
           MOVE WSPayRef TO WSRcRef.
           MOVE WSPostAmount TO WSRcOffered.
           MOVE "arlockbox" TO WSRcBy.
           PERFORM CheckRecovery.
           IF WSRcAmount > ZERO
              MOVE 'N' TO WSAlFlag
           END-IF.
           MOVE SPACES TO ARLedgerRecord.
           MOVE WSPostCustID TO ALCustID.
           MOVE 'P' TO ALType.
           MOVE LbxDate TO ALDate.
           MOVE WSPayRef TO ALRef.
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
      *> NEW : a P line that failed to post leaves the balance alone
           IF LedgerLinePosted
              PERFORM PostShareBalance
              ADD WSPostAmount TO WSSharePosted
           END-IF.

       PostShareBalance.
           OPEN I-O ARBalanceFile.
           IF WSBalanceStatus = "35"
              OPEN OUTPUT ARBalanceFile
                  " - ledger written, balance not updated"
              CLOSE ARBalanceFile
           ELSE
              MOVE WSPostCustID TO ArCustID
              READ ARBalanceFile
                  INVALID KEY
                      MOVE WSPostCustID TO ArCustID
                      COMPUTE ArBalance = ZERO - WSPostAmount
                      WRITE ARBalanceRecord
                      END-WRITE
                  NOT INVALID KEY
                      SUBTRACT WSPostAmount FROM ArBalance
                      REWRITE ARBalanceRecord
                      END-REWRITE
              END-READ
              CLOSE ARBalanceFile
           END-IF.

       *> NEW : the suspense line carries the bank's record untouched
       *> - same create-if-missing handling the reject logs use
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

      *> NEW : standard end-of-job summary so operations has a
      *> consistent way to confirm a run's scope after the fact -
      *> posted and suspended must account for every payment read
           DISPLAY "Payments posted    : " WSPostedCount.
           MOVE WSPostedTotal TO WSTotalShown.
           DISPLAY "Posted total       : " WSTotalShown.
           IF WSUnpostedTotal > ZERO
              MOVE WSUnpostedTotal TO WSTotalShown
              DISPLAY "Matched, NOT posted: " WSTotalShown
           END-IF.
           MOVE WSRcTotal TO WSTotalShown.
           DISPLAY "Bad debt recovered : " WSTotalShown.
           DISPLAY "Suspended          : " WSSuspenseCount.
           MOVE WSSuspenseTotal TO WSTotalShown.
           DISPLAY "Suspense total     : " WSTotalShown.
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

      *> NEW : shared inbound interface control check - see
      *> Copybooks/ifctl.cpy for the fields
       COPY ifctlp.
