       *> edited.cob established for negative amounts. The operator
       *> names the statement month; everything dated before it
       *> folds into the opening balance.
       *> NEW : a branch account (CustBillToID set on its master
       *> record) gets no statement of its own - its section prints
       *> inside the head office's statement with a branch subtotal,
       *> and the statement closes on the group balance due.
       *> NEW : finance charges (F lines from arfincharge.cob) print
       *> as their own line type, so the customer can see the
       *> service charge apart from what they bought.
       *> NEW : a bad-debt recovery (B line from arpayment.cob or
       *> arlockbox.cob reinstating written-off debt) prints as a
       *> recovery, not as an invoice.
       *> NEW : an account on e-billing (CustDelivery E or F) gets no
       *> printed statement - ebilling.cob sends it to the mail
       *> gateway instead. The head office's preference governs a
       *> group statement, branches included.
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
              SELECT ReportFile ASSIGN TO "Statements.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
              02 WSCustEntry OCCURS 200 TIMES.
                  03 WSCustEntryID      PIC X(8).
                  03 WSCustOpening      PIC S9(7)V99 COMP-3.
      *> NEW : the head office this account bills to - spaces when
      *> the account bills itself
                  03 WSCustParent       PIC X(8).
       01 WSCustCount      PIC 9(3) VALUE ZERO.
       01 WSTableIdx       PIC 9(3).
       01 WSFoundIdx       PIC 9(3).
              88 ItemTableFull    VALUE 'Y'.
       01 WSRunBalance     PIC S9(7)V99 COMP-3.
       01 WSStatementCount PIC 9(3) VALUE ZERO.
       *> NEW : statements left for ebilling.cob to send
       01 WSEBilledCount   PIC 9(3) VALUE ZERO.
       01 WSStmtDelivery   PIC X VALUE SPACE.
              88 StatementEBilled VALUE 'E' 'F'.
       *> NEW : bill-to roll-up - the parent being resolved, the
       *> branch being listed, and the group total across them
       01 WSParentID       PIC 9(8).
       01 WSParentIdx      PIC 9(3).
       01 WSBranchIdx      PIC 9(3).
       01 WSBranchCount    PIC 9(3).
       01 WSNameID         PIC X(8).
       01 WSGroupBalance   PIC S9(7)V99 COMP-3.
       01 WSBranchHead.
              02 FILLER        PIC X(12) VALUE "  Branch  - ".
              02 WSBHCustID    PIC X(8).
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSBHCustName  PIC X(31).
       01 WSHeadLine.
              02 FILLER        PIC X(12) VALUE "Statement - ".
              02 WSHCustID     PIC X(8).
              GOBACK
           END-IF.
           OPEN INPUT CustomerFile.
           PERFORM ResolveBillToParent
               VARYING WSTableIdx FROM 1 BY 1
               UNTIL WSTableIdx > WSCustCount.
           IF CustTableFull
              DISPLAY "arstatement: bill-to parents exceed the "
                  "statement tables - aborting before a partial "
                  "statement prints"
              CLOSE CustomerFile
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT ReportFile.
           IF WSReportStatus NOT = "00"
              DISPLAY "arstatement: unable to open Statements.txt"
           CLOSE ReportFile.
           DISPLAY "arstatement: " WSStatementCount " statement(s)"
               " written to Statements.txt".
           IF WSEBilledCount > ZERO
              DISPLAY "arstatement: " WSEBilledCount " statement(s)"
                  " for e-billing customers - send through ebilling"
           END-IF.
      *> GOBACK so a menu program can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.
                 ADD 1 TO WSCustCount
                 MOVE ALCustID TO WSCustEntryID(WSCustCount)
                 MOVE ZERO TO WSCustOpening(WSCustCount)
                 MOVE SPACES TO WSCustParent(WSCustCount)
                 MOVE WSCustCount TO WSFoundIdx
              ELSE
                 SET CustTableFull TO TRUE
              END-IF
           END-IF.

       *> NEW : a branch's balance rolls up to the head office on
       *> its master record. The parent gets a slot even with no
       *> ledger activity of its own, so the group statement still
       *> prints; a parent no longer on the master leaves the branch
       *> to bill itself.
       ResolveBillToParent.
           IF WSCustFileStatus = "00"
              AND WSCustEntryID(WSTableIdx) IS NUMERIC
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
           PERFORM VARYING WSItemIdx FROM 1 BY 1
               UNTIL WSItemIdx > WSCustCount OR WSParentIdx > 0
               IF WSCustEntryID(WSItemIdx) = WSParentID
                  MOVE WSItemIdx TO WSParentIdx
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
                         MOVE ZERO TO WSCustOpening(WSCustCount)
                         MOVE SPACES TO WSCustParent(WSCustCount)
                         MOVE WSCustCount TO WSParentIdx
                      ELSE
                         SET CustTableFull TO TRUE
                      END-IF
              END-READ
           END-IF.
           IF WSParentIdx > ZERO
              MOVE WSParentID TO WSCustParent(WSTableIdx)
           END-IF.

       PrintOneStatement.
      *> NEW : branches print inside their head office's statement
           IF WSCustParent(WSTableIdx) = SPACES
              PERFORM LookUpDelivery
              IF StatementEBilled
                 ADD 1 TO WSEBilledCount
              ELSE
                 PERFORM PrintAccountStatement
              END-IF
           END-IF.

       *> NEW : how the statement's own account wants it delivered -
       *> an account no longer on the master prints, as before
       LookUpDelivery.
           MOVE SPACE TO WSStmtDelivery.
           IF WSCustFileStatus = "00"
              AND WSCustEntryID(WSTableIdx) IS NUMERIC
              MOVE WSCustEntryID(WSTableIdx) TO IDNum
              READ CustomerFile
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE CustDelivery TO WSStmtDelivery
              END-READ
           END-IF.

       PrintAccountStatement.
           ADD 1 TO WSStatementCount.
           MOVE WSCustEntryID(WSTableIdx) TO WSHCustID.
           MOVE WSCustEntryID(WSTableIdx) TO WSNameID.
           PERFORM LookUpCustomerName.
           WRITE ReportLine FROM WSHeadLine
               AFTER ADVANCING 2 LINES
           WRITE ReportLine FROM WSBalLine
               AFTER ADVANCING 1 LINE
           END-WRITE.
      *> NEW : the branches billed here, each with its subtotal, then
      *> the group balance the head office is asked to pay
           MOVE WSRunBalance TO WSGroupBalance.
           MOVE ZERO TO WSBranchCount.
           PERFORM VARYING WSBranchIdx FROM 1 BY 1
               UNTIL WSBranchIdx > WSCustCount
               IF WSCustParent(WSBranchIdx) =
                   WSCustEntryID(WSTableIdx)
                  PERFORM PrintOneBranch
               END-IF
           END-PERFORM.
           IF WSBranchCount > ZERO
              MOVE "Group balance due : " TO WSBLabel
              MOVE WSGroupBalance TO WSBAmount
              WRITE ReportLine FROM WSBalLine
                  AFTER ADVANCING 2 LINES
              END-WRITE
           END-IF.

       PrintOneBranch.
           ADD 1 TO WSBranchCount.
           MOVE WSCustEntryID(WSBranchIdx) TO WSBHCustID.
           MOVE WSCustEntryID(WSBranchIdx) TO WSNameID.
           PERFORM LookUpCustomerName.
           MOVE WSHCustName TO WSBHCustName.
           WRITE ReportLine FROM WSBranchHead
               AFTER ADVANCING 2 LINES
           END-WRITE.
           MOVE "  Opening balance : " TO WSBLabel.
           MOVE WSCustOpening(WSBranchIdx) TO WSBAmount.
           WRITE ReportLine FROM WSBalLine
               AFTER ADVANCING 1 LINE
           END-WRITE.
           MOVE WSCustOpening(WSBranchIdx) TO WSRunBalance.
           PERFORM VARYING WSItemIdx FROM 1 BY 1
               UNTIL WSItemIdx > WSItemCount
               IF WSItemCustID(WSItemIdx) =
                   WSCustEntryID(WSBranchIdx)
                  PERFORM PrintOneItem
               END-IF
           END-PERFORM.
           MOVE "  Branch subtotal : " TO WSBLabel.
           MOVE WSRunBalance TO WSBAmount.
           WRITE ReportLine FROM WSBalLine
               AFTER ADVANCING 1 LINE
           END-WRITE.
           ADD WSRunBalance TO WSGroupBalance.

       PrintOneItem.
           MOVE WSItemDate(WSItemIdx) TO WSILDate.
                   MOVE WSItemReason(WSItemIdx) TO WSILReason
                   ADD WSItemAmount(WSItemIdx) TO WSRunBalance
                   MOVE WSItemAmount(WSItemIdx) TO WSILAmount
      *> NEW : the monthly service charge on the overdue balance
               WHEN 'F'
                   MOVE "Fin chg  " TO WSILLabel
                   MOVE WSItemReason(WSItemIdx) TO WSILReason
                   ADD WSItemAmount(WSItemIdx) TO WSRunBalance
                   MOVE WSItemAmount(WSItemIdx) TO WSILAmount
      *> NEW : written-off debt put back when money arrived for it
               WHEN 'B'
                   MOVE "Recovery " TO WSILLabel
                   MOVE WSItemReason(WSItemIdx) TO WSILReason
                   ADD WSItemAmount(WSItemIdx) TO WSRunBalance
                   MOVE WSItemAmount(WSItemIdx) TO WSILAmount
      *> NEW : refund check paid out against a credit balance
               WHEN 'D'
                   MOVE "Refund   " TO WSILLabel
                   MOVE WSItemReason(WSItemIdx) TO WSILReason
                   ADD WSItemAmount(WSItemIdx) TO WSRunBalance
                   MOVE WSItemAmount(WSItemIdx) TO WSILAmount
               WHEN OTHER
                   MOVE "Invoice  " TO WSILLabel
                   ADD WSItemAmount(WSItemIdx) TO WSRunBalance
       LookUpCustomerName.
           MOVE SPACES TO WSHCustName.
           IF WSCustFileStatus = "00"
              AND WSNameID IS NUMERIC
              MOVE WSNameID TO IDNum
              READ CustomerFile
                  INVALID KEY
                      MOVE "(not on master)" TO WSHCustName
