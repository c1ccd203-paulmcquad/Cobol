       *> custdelreview.cob applies to pending deletes. A (L)imit
       *> option sets or changes a customer's credit limit, so
       *> granting credit lives with the person accountable for it.
       *> NEW : the same screen sets whether the account is exempt
       *> from the monthly finance charge arfincharge.cob raises -
       *> sparing a customer the charge is a credit decision too.
       *> NEW : an account written off by arwriteoff.cob shows as
       *> such here, and only this screen can reopen its credit -
       *> until then the invoice run holds everything for it.
       *> NEW : the invoice run journals a held invoice's cost of
       *> sales when it issues the stock, so a rejection that puts
       *> the stock back journals that cost back to inventory, at
       *> the cost its sales detail lines carry.
       *> NEW : every release or rejection goes to DutyLog.dat with
       *> the invoice number and the operator, for sodreport.cob to
       *> pair with the hold the invoice run logged.
       *> NEW : a released invoice takes the deposit held against its
       *> order (CustDeposits.dat) the way the invoice run would have
       *> - the printed invoice already showed it as less deposit
       *> received. A rejected invoice leaves the deposit held, and
       *> depositrpt.cob lists it until it is dealt with.
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
                  LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                  FILE STATUS IS WSCustFileStatus.
              SELECT HeldFile ASSIGN TO "HeldOrders.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSHeldStatus.
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
              SELECT KeepFile ASSIGN TO "arcredit.keep.tmp"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSKeepStatus.
              SELECT DutyLogFile ASSIGN TO "DutyLog.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSDutyLogStatus.
       *> NEW : deposits held against orders, and the settlement that
       *> ties an applied deposit to its invoice
              SELECT DepositFile ASSIGN TO "CustDeposits.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSDepositStatus.
              SELECT SettleFile ASSIGN TO "ARSettlement.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSSettleStatus.

       DATA DIVISION.
       FILE SECTION.
       COPY gljournal.
       FD PeriodFile.
       01 PeriodRecord    PIC 9(6).
       FD DutyLogFile.
       01 DutyLogLine     PIC X(80).
       FD ProductFile.
      *> NEW : shared with the other product programs via
      *> Copybooks/prodrec.cpy so the layout only changes in one
       FD MovementFile.
       01 MovementLine    PIC X(60).
       FD DetailFile.
       *> NEW : shared with the other SalesDetail.dat programs via
       *> Copybooks/salesdet.cpy so the layout only changes in one
       *> place
       COPY salesdet.
       FD TaxDetailFile.
       *> NEW : shared with returns.cob and the other TaxDetail.dat
       *> programs via Copybooks/taxdetail.cpy so the layout only
       *> changes in one place
       COPY taxdetail.
       FD BackOrderFile.
       *> NEW : shared with fixed.cob via Copybooks/backorder.cpy so
       *> the layout only changes in one place
       COPY backorder.
       FD KeepFile.
      *> NEW : wide enough for the costed sales detail line
       01 KeepLine        PIC X(80).
       FD DepositFile.
      *> NEW : shared deposit layout - see Copybooks/custdeposit.cpy
       COPY custdeposit.
       FD SettleFile.
      *> NEW : shared settlement layout - see Copybooks/arsettle.cpy
       COPY arsettle.

       WORKING-STORAGE SECTION.
       01 WSCustFileStatus PIC XX.
                  03 WSHeldTotal      PIC 9(7)V99 COMP-3.
                  03 WSHeldDueDate    PIC 9(8).
                  03 WSHeldSalesRep   PIC X(3).
                  03 WSHeldOrderNum   PIC 9(6).
                  03 WSHeldKeep       PIC X.
       01 WSHeldCount     PIC 9(3) VALUE ZERO.
       01 WSTableIdx      PIC 9(3).
       *> limit, so both live on this screen
       01 WSTermsEntry    PIC X(3).
              88 TermsEntryKnown   VALUE "N30" "N60" "ACC" "   ".
       *> NEW : bill-to parent entry, and the record under change
       *> held aside while the proposed parent is read
       01 WSParentEntry   PIC X(8).
       01 WSNewParent     PIC 9(8).
       01 WSThisCustID    PIC 9(8).
       01 WSHeldCustomer  PIC X(200).
       01 WSParentOK      PIC X VALUE 'Y'.
              88 ParentAcceptable  VALUE 'Y'.
       *> NEW : finance-charge exemption entry
       01 WSFinChgEntry   PIC X.
              88 FinChgExemptEntry VALUE 'Y' 'y'.
              88 FinChgChargeEntry VALUE 'N' 'n'.
       *> NEW : reopen-credit answer for a written-off account
       01 WSReopenEntry   PIC X VALUE 'N'.
              88 ReopenCredit      VALUE 'Y' 'y'.
       *> NEW : what this review released, journalled as one summary
       *> set when the queue rewrite completes
       01 WSGLStatus      PIC XX.
       01 WSGLSales       PIC 9(7)V99 COMP-3 VALUE ZERO.
       01 WSGLTax         PIC 9(7)V99 COMP-3 VALUE ZERO.
       01 WSGLReceivable  PIC 9(7)V99 COMP-3 VALUE ZERO.
      *> NEW : the cost of the stock rejections put back
       01 WSGLCostBack    PIC 9(7)V99 COMP-3 VALUE ZERO.
      *> NEW : deposits the releases took off AR
       01 WSGLDeposit     PIC 9(7)V99 COMP-3 VALUE ZERO.
       01 WSPriorQty      PIC 9(5) COMP-3.
       01 WSNewAvg        PIC 9(4)V99 COMP-3.
      *> NEW : shared closed-period fields - see
      *> Copybooks/arperiodchkp.cpy
       COPY arperiodchk.
              02 WSMvQty      PIC 9(4).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSMvOutcome  PIC X(24).
      *> NEW : shared keyed ledger fields - see
      *> Copybooks/arledgerkeyp.cpy
       COPY arledgerkey.
      *> NEW : DutyLog.dat line - see Copybooks/dutylogp.cpy
       COPY dutylog.
      *> NEW : deposit application fields - see
      *> Copybooks/depapplyp.cpy
       COPY depapply.
       01 WSSettleStatus  PIC XX.

       PROCEDURE DIVISION.
       Main.
                            END-IF
                            MOVE HldSalesRep
                                TO WSHeldSalesRep(WSHeldCount)
                            IF HldOrderNum NUMERIC
                               MOVE HldOrderNum
                                   TO WSHeldOrderNum(WSHeldCount)
                            ELSE
                               MOVE ZERO
                                   TO WSHeldOrderNum(WSHeldCount)
                            END-IF
                            MOVE 'Y'
                                TO WSHeldKeep(WSHeldCount)
                         ELSE
              END-READ
           END-IF.
           PERFORM ShowCurrentBalance.
      *> NEW : the deposit the release would take off the account
           IF WSHeldOrderNum(WSTableIdx) > ZERO
              MOVE WSHeldOrderNum(WSTableIdx) TO WSDpOrderNum
              MOVE WSHeldCustID(WSTableIdx) TO WSDpCustID
              PERFORM FindDepositHeld
              IF WSDpHeld > ZERO
                 MOVE WSDpHeld TO WSAmountShown
                 DISPLAY "  Deposit held on order "
                     WSHeldOrderNum(WSTableIdx) " : " WSAmountShown
              END-IF
           END-IF.
           PERFORM DecideOneInvoice.

       ShowCurrentBalance.
               ACCEPT WSDecision
           END-PERFORM.
           EVALUATE TRUE
      *> NEW : an invoice whose ledger line failed to post stays
      *> held - nothing reaches the balance or the journal for it
               WHEN ApproveRelease
                   PERFORM PostReleasedInvoice
                   IF LedgerLinePosted
                      PERFORM ApplyReleasedDeposit
                      ADD WSHeldSubtotal(WSTableIdx) TO WSGLSales
                      ADD WSHeldTax(WSTableIdx) TO WSGLTax
                      ADD WSHeldTotal(WSTableIdx) TO WSGLReceivable
                      MOVE 'N' TO WSHeldKeep(WSTableIdx)
                      ADD 1 TO WSApprovedCount
                      SET DutyApproval TO TRUE
                      MOVE "RELEASED" TO WSDutyAction
                      PERFORM LogHeldDecision
                      DISPLAY "  Invoice released and posted"
                   ELSE
                      ADD 1 TO WSSkippedCount
                      DISPLAY "  Invoice NOT posted - left held"
                   END-IF
      *> NEW : the invoice run already issued this invoice's stock
      *> and wrote its movement, sales detail, tax detail and
      *> back-order lines - a rejection has to give all of that
                   PERFORM CompensateRejectedHold
                   MOVE 'N' TO WSHeldKeep(WSTableIdx)
                   ADD 1 TO WSRejectedCount
                   SET DutyRejection TO TRUE
                   MOVE "REJECTED" TO WSDutyAction
                   PERFORM LogHeldDecision
                   DISPLAY "  Invoice rejected - stock restored, "
                       "detail lines retracted"
               WHEN OTHER
                   DISPLAY "  Invoice left held"
           END-EVALUATE.

      *> NEW : the decision is logged under the invoice number the
      *> hold was, for sodreport.cob to pair them
       LogHeldDecision.
           MOVE "ARCREDIT" TO WSDutyControl.
           MOVE WSHeldInvNum(WSTableIdx) TO WSDutyKey.
           MOVE WSOperatorID TO WSDutyOperator.
           PERFORM WriteDutyLog.

       *> NEW : posts exactly what fixed.cob's PostInvoiceToAR would
       *> have - one I line under the invoice's own number and date,
       *> and the running balance brought up to date. Same
           MOVE WSHeldTotal(WSTableIdx) TO ALAmount.
           MOVE WSHeldDueDate(WSTableIdx) TO ALDueDate.
           MOVE WSHeldSalesRep(WSTableIdx) TO ALSalesRep.
      *> NEW : posted by key - see Copybooks/arledgerkeyp.cpy
           OPEN I-O ARLedgerFile.
           IF WSLedgerStatus = "35"
              OPEN OUTPUT ARLedgerFile
              CLOSE ARLedgerFile
              OPEN I-O ARLedgerFile
           END-IF.
           PERFORM PostLedgerLine.
           CLOSE ARLedgerFile.
           IF LedgerLinePosted
              PERFORM PostReleasedBalance
           END-IF.

       PostReleasedBalance.
           OPEN I-O ARBalanceFile.
           IF WSBalanceStatus = "35"
              OPEN OUTPUT ARBalanceFile
              CLOSE ARBalanceFile
           END-IF.

      *> NEW : the order's deposit, up to the invoice total, comes
      *> off the account on the date the invoice itself posted -
      *> still in the ledger record area from PostReleasedInvoice
       ApplyReleasedDeposit.
           IF WSHeldOrderNum(WSTableIdx) > ZERO
              MOVE WSHeldOrderNum(WSTableIdx) TO WSDpOrderNum
              MOVE WSHeldCustID(WSTableIdx) TO WSDpCustID
              PERFORM FindDepositHeld
              IF WSDpHeld > ZERO
                 IF WSDpHeld > WSHeldTotal(WSTableIdx)
                    MOVE WSHeldTotal(WSTableIdx) TO WSDpApplied
                 ELSE
                    MOVE WSDpHeld TO WSDpApplied
                 END-IF
                 MOVE WSHeldInvNum(WSTableIdx) TO WSDpInvRef
                 MOVE ALDate TO WSDpDate
                 MOVE "arcredit" TO WSDpProgLabel
                 PERFORM ApplyOrderDeposit
                 IF LedgerLinePosted
                    ADD WSDpApplied TO WSGLDeposit
                    MOVE WSDpApplied TO WSAmountShown
                    DISPLAY "  Deposit of " WSAmountShown
                        " applied from order " WSDpOrderNum
                 END-IF
              END-IF
           END-IF.

       *> NEW : the review's double entry - AR debited for what
       *> released, sales and tax collected credited, the same lines
       *> fixed.cob would have written had the invoices not been
       *> held. Same create-if-missing handling the other EXTEND
       *> files use.
       PostReviewToGL.
           IF WSGLReceivable = ZERO AND WSGLCostBack = ZERO
              CONTINUE
           ELSE
              OPEN EXTEND GLJournalFile
                 MOVE SPACES TO GLJournalRecord
                 MOVE FUNCTION CURRENT-DATE(1:8) TO GjDate
                 MOVE "arcredit" TO GjSource
                 IF WSGLReceivable > ZERO
                    MOVE 1100 TO GjAccount
                    MOVE 'D' TO GjDrCr
                    MOVE WSGLReceivable TO GjAmount
                    MOVE "Credit releases" TO GjDesc
                    WRITE GLJournalRecord
                    END-WRITE
                    MOVE 4000 TO GjAccount
                    MOVE 'C' TO GjDrCr
                    MOVE WSGLSales TO GjAmount
                    WRITE GLJournalRecord
                    END-WRITE
                    MOVE 2200 TO GjAccount
                    MOVE 'C' TO GjDrCr
                    MOVE WSGLTax TO GjAmount
                    WRITE GLJournalRecord
                    END-WRITE
                 END-IF
      *> NEW : deposits applied - the liability debited, AR
      *> credited
                 IF WSGLDeposit > ZERO
                    MOVE 2400 TO GjAccount
                    MOVE 'D' TO GjDrCr
                    MOVE WSGLDeposit TO GjAmount
                    MOVE "Deposits applied" TO GjDesc
                    WRITE GLJournalRecord
                    END-WRITE
                    MOVE 1100 TO GjAccount
                    MOVE 'C' TO GjDrCr
                    WRITE GLJournalRecord
                    END-WRITE
                 END-IF
      *> NEW : rejected stock back on the shelf - inventory
      *> debited, cost of sales credited
                 IF WSGLCostBack > ZERO
                    MOVE 1200 TO GjAccount
                    MOVE 'D' TO GjDrCr
                    MOVE WSGLCostBack TO GjAmount
                    MOVE "Rejected hold cost" TO GjDesc
                    WRITE GLJournalRecord
                    END-WRITE
                    MOVE 5100 TO GjAccount
                    MOVE 'C' TO GjDrCr
                    WRITE GLJournalRecord
                    END-WRITE
                 END-IF
              END-IF
              CLOSE GLJournalFile
      *> NEW : journalled means spent - a second review in the same
              MOVE ZERO TO WSGLSales
              MOVE ZERO TO WSGLTax
              MOVE ZERO TO WSGLReceivable
              MOVE ZERO TO WSGLCostBack
              MOVE ZERO TO WSGLDeposit
           END-IF.

       LoadProducts.
                     TO ProdQtyBySize(ShirtIdx, WSSizeIdx)
                 SET StockChanged TO TRUE
                 PERFORM WriteReturnMovement
                 IF SdCost NUMERIC AND SdCost > ZERO
                    AND SdQty > ZERO
                    PERFORM RestoreLineCost
                 END-IF
              END-IF
           END-IF.

      *> NEW : the goods come back at the cost they went out at,
      *> averaged into the product's on-hand the way invtrans.cob
      *> averages a receipt - inventory in the GL and the stock
      *> valuation move together
       RestoreLineCost.
           COMPUTE WSPriorQty =
               ProdQtyBySize(ShirtIdx, 1)
               + ProdQtyBySize(ShirtIdx, 2)
               + ProdQtyBySize(ShirtIdx, 3)
               - SdQty.
           IF ProdAvgCost(ShirtIdx) NOT NUMERIC
              OR ProdAvgCost(ShirtIdx) = ZERO
              OR WSPriorQty = ZERO
              COMPUTE WSNewAvg ROUNDED = SdCost / SdQty
           ELSE
              COMPUTE WSNewAvg ROUNDED =
                  ((WSPriorQty * ProdAvgCost(ShirtIdx)) + SdCost)
                  / (WSPriorQty + SdQty)
           END-IF.
           MOVE WSNewAvg TO ProdAvgCost(ShirtIdx).
           ADD SdCost TO WSGLCostBack.

       *> NEW : the restoration leaves the same audit footprint the
       *> issue did - an R line the movement replay applies, so the
       *> log still proves the shelf
                  MOVE WSHeldTotal(WSTableIdx) TO HldTotal
                  MOVE WSHeldDueDate(WSTableIdx) TO HldDueDate
                  MOVE WSHeldSalesRep(WSTableIdx) TO HldSalesRep
                  MOVE WSHeldOrderNum(WSTableIdx) TO HldOrderNum
                  WRITE HeldRecord
                  END-WRITE
               END-IF
              MOVE CustTermsCode TO WSTermsEntry
           END-IF.
           MOVE WSTermsEntry TO CustTermsCode.
           PERFORM ChangeBillTo.
           PERFORM ChangeFinChgExemption.
           IF CustWrittenOff
              PERFORM ReopenWrittenOff
           END-IF.
           REWRITE CustomerData
           END-REWRITE.
           IF WSCustFileStatus = "00"
              MOVE CustCreditLimit TO WSLimitShown
              DISPLAY "Limit now " WSLimitShown " terms "
                  CustTermsCode " bill-to " CustBillToID
              IF CustFinChgExempt
                 DISPLAY "Exempt from finance charges"
              END-IF
              IF CustWrittenOff
                 DISPLAY "Written off - new invoices are held"
              END-IF
           ELSE
              DISPLAY "Change not applied - status "
                  WSCustFileStatus
           END-IF.

       *> NEW : the bill-to parent - which head office this account
       *> rolls up to on statements, dunning and aging. Whether a
       *> group is billed centrally is the same credit decision as
       *> its limit and terms, so it is set here too. One level
       *> only: the parent must be on the master and bill itself,
       *> and an account that already has branches of its own cannot
       *> become someone else's branch. The parent is checked by
       *> reading it, so the record being changed is held aside and
       *> put back before the REWRITE.
       ChangeBillTo.
           DISPLAY "Current bill-to parent : " CustBillToID
               " (zero means the account bills itself)".
           MOVE SPACES TO WSParentEntry.
           DISPLAY "New bill-to parent (0 to clear, blank to leave "
               "as is) " WITH NO ADVANCING.
           ACCEPT WSParentEntry.
           EVALUATE TRUE
               WHEN WSParentEntry = SPACES
                   CONTINUE
               WHEN WSParentEntry = "0"
                   MOVE ZERO TO CustBillToID
               WHEN WSParentEntry NOT NUMERIC
                   DISPLAY "Invalid ID - bill-to parent unchanged"
               WHEN OTHER
                   MOVE WSParentEntry TO WSNewParent
                   PERFORM CheckNewParent
                   IF ParentAcceptable
                      MOVE WSNewParent TO CustBillToID
                   END-IF
           END-EVALUATE.

       *> NEW : Y exempts the account from the monthly finance
       *> charge, N makes it chargeable again
       ChangeFinChgExemption.
           IF CustFinChgExempt
              DISPLAY "Finance charges : exempt"
           ELSE
              DISPLAY "Finance charges : charged when overdue"
           END-IF.
           MOVE SPACE TO WSFinChgEntry.
           DISPLAY "Exempt from finance charges (Y/N, blank to leave "
               "as is) " WITH NO ADVANCING.
           ACCEPT WSFinChgEntry.
           EVALUATE TRUE
               WHEN FinChgExemptEntry
                   MOVE 'E' TO CustFinChgFlag
               WHEN FinChgChargeEntry
                   MOVE SPACE TO CustFinChgFlag
               WHEN WSFinChgEntry = SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Enter Y or N - exemption unchanged"
           END-EVALUATE.

       *> NEW : the write-off closed the account's credit; reopening
       *> it lets the invoice run post for it again under whatever
       *> limit was set above. The written-off debt stays in
       *> WriteOffs.dat, so money still arriving is a recovery.
       ReopenWrittenOff.
           DISPLAY "Account written off - credit closed".
           MOVE 'N' TO WSReopenEntry.
           DISPLAY "Reopen credit (Y/N) " WITH NO ADVANCING.
           ACCEPT WSReopenEntry.
           IF ReopenCredit
              MOVE SPACE TO CustWriteOffFlag
           END-IF.

       CheckNewParent.
           MOVE 'Y' TO WSParentOK.
           MOVE CustomerData TO WSHeldCustomer.
           MOVE IDNum TO WSThisCustID.
           IF WSNewParent = WSThisCustID
              DISPLAY "An account cannot bill to itself - "
                  "bill-to parent unchanged"
              MOVE 'N' TO WSParentOK
           END-IF.
           IF ParentAcceptable
              MOVE WSNewParent TO IDNum
              READ CustomerFile
                  INVALID KEY
                      DISPLAY "Parent " WSParentEntry " not found - "
                          "bill-to parent unchanged"
                      MOVE 'N' TO WSParentOK
                  NOT INVALID KEY
                      IF CustBillToID NOT = ZERO
                         DISPLAY "Parent " WSParentEntry " is itself "
                             "a branch of " CustBillToID
                             " - bill-to parent unchanged"
                         MOVE 'N' TO WSParentOK
                      END-IF
              END-READ
           END-IF.
           IF ParentAcceptable
              MOVE WSThisCustID TO CustBillToID
              START CustomerFile KEY IS = CustBillToID
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      DISPLAY "Customer " WSThisCustID " has branches"
                          " of its own - bill-to parent unchanged"
                      MOVE 'N' TO WSParentOK
              END-START
           END-IF.
           MOVE WSHeldCustomer TO CustomerData.

      *> NEW : shared closed-period lookup - see
      *> Copybooks/arperiodchk.cpy for the fields
       COPY arperiodchkp.

      *> NEW : shared keyed ledger access - see
      *> Copybooks/arledgerkey.cpy for the fields
       COPY arledgerkeyp.

      *> NEW : shared DutyLog.dat writer
       COPY dutylogp.

      *> NEW : shared deposit application - see
      *> Copybooks/depapply.cpy for the fields
       COPY depapplyp.
