       IDENTIFICATION DIVISION.
       PROGRAM-ID. arrefund.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Customer refunds - credits from aradjust.cob and
       *> overpayments leave customers sitting on credit balances in
       *> ARBalance.dat, and the only way to pay them back was a
       *> handwritten check the system never heard of. This lists
       *> every account in credit and lets the AR supervisor, signed
       *> on at custmenu.cob or verified here against
       *> OperatorMaster.dat, (R)efund or (S)kip each one. A refund
       *> prints a check to RefundChecks.txt numbered from its own
       *> NextRefundCheck.dat control file, posts a D line (reason
       *> RFD, the check number as reference) that brings the balance
       *> back to zero, and is listed in RefundRegister.txt - a
       *> running register in the same columns as the payroll
       *> CheckRegister.txt, so the bank reconciliation can work from
       *> it. The run's refunds are journalled against Cash.
       *> An account is blocked from refund while it has an invoice
       *> waiting in HeldOrders.dat for the credit manager, or while
       *> a receipt it was credited with is still young enough to be
       *> reversed by arreversal.cob if the check bounces.
       *> RunControl.dat setting (see runcontrol.cob):
       *>   REFUND-HOLD-DAYS   days a receipt must have cleared before
       *>                      the credit it made can be refunded -
       *>                      00010
       *> NEW : refund checks are drawn on the same account as the
       *> payroll and supplier checks, so they now take their numbers
       *> from the one NextCheck.dat stream all three share - the
       *> bank is never sent two issued checks under one number.
       *> NextRefundCheck.dat is no longer used. The control file is
       *> read again for each check, so a payroll or supplier run
       *> taking numbers at the same time can't hand one out twice.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ARBalanceFile ASSIGN TO "ARBalance.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS ArCustID
                  FILE STATUS IS WSBalanceStatus.
              SELECT ARLedgerFile ASSIGN TO "ARLedger.dat"
      *> NEW : keyed on customer, date, reference and sequence -
      *> see Copybooks/arledger.cpy
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
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
              SELECT HeldFile ASSIGN TO "HeldOrders.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSHeldStatus.
              SELECT OperatorFile ASSIGN TO "OperatorMaster.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSOperatorStatus.
              SELECT CheckFile ASSIGN TO "RefundChecks.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSCheckStatus.
              SELECT CheckRegFile ASSIGN TO "RefundRegister.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSCheckRegStatus.
      *> NEW : the check number stream shared with payroll.cob,
      *> checkvoid.cob and appay.cob
              SELECT CheckCtlFile ASSIGN TO "NextCheck.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSCheckCtlStatus.
              SELECT GLJournalFile ASSIGN TO "GLJournal.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSGLStatus.
              SELECT PeriodFile ASSIGN TO "ARPeriod.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSPeriodStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ARBalanceFile.
       01 ARBalanceRecord.
              02 ArCustID     PIC 9(8) COMP-3.
              02 ArBalance    PIC S9(7)V99 COMP-3.
       FD ARLedgerFile.
       COPY arledger.
       FD CustomerFile.
       COPY custrec.
       FD HeldFile.
       COPY heldorder.
       FD OperatorFile.
       01 OperatorRecord.
              02 OperID      PIC X(10).
              02 FILLER      PIC X(2).
              02 OperName    PIC X(20).
              02 FILLER      PIC X(2).
              02 OperLevel   PIC 9.
       FD CheckFile.
       01 CheckLine       PIC X(60).
       FD CheckRegFile.
       01 CheckRegLine    PIC X(70).
       FD CheckCtlFile.
       01 CheckCtlRecord  PIC 9(6).
       FD GLJournalFile.
       COPY gljournal.
       FD PeriodFile.
       01 PeriodRecord    PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WSBalanceStatus  PIC XX.
       01 WSLedgerStatus   PIC XX.
       01 WSCustFileStatus PIC XX.
       01 WSHeldStatus     PIC XX.
       01 WSOperatorStatus PIC XX.
       01 WSCheckStatus    PIC XX.
       01 WSCheckRegStatus PIC XX.
       01 WSCheckCtlStatus PIC XX.
       01 WSGLStatus       PIC XX.
       01 WSEOF            PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
       *> The accounts in credit, loaded before any refund posts so
       *> the balance file is read start to finish once
       01 WSCreditTable.
              02 WSCreditEntry OCCURS 200 TIMES.
                  03 WSCdCustID     PIC 9(8).
                  03 WSCdAmount     PIC 9(7)V99 COMP-3.
       01 WSCreditCount    PIC 9(3) VALUE ZERO.
       01 WSCreditIdx      PIC 9(3).
       *> Accounts with an invoice waiting on the credit manager
       01 WSHeldTable.
              02 WSHeldCustID OCCURS 200 TIMES PIC X(8).
       01 WSHeldCount      PIC 9(3) VALUE ZERO.
       *> Every account's latest receipt on the ledger
       01 WSRcptTable.
              02 WSRcptEntry OCCURS 500 TIMES.
                  03 WSRcptCustID   PIC X(8).
                  03 WSRcptDate     PIC 9(8).
       01 WSRcptCount      PIC 9(3) VALUE ZERO.
       01 WSRcptIdx        PIC 9(3).
       01 WSScanIdx        PIC 9(3).
       01 WSOverflow       PIC X VALUE 'N'.
              88 TablesFull       VALUE 'Y'.
       01 WSRefCustID      PIC X(8).
       01 WSLastRcpt       PIC 9(8).
       01 WSDaysSince      PIC 9(5).
       01 WSBlockFlag      PIC X VALUE 'N'.
              88 RefundBlocked    VALUE 'Y'.
       01 WSToday          PIC 9(8).
       01 WSTodayInt       PIC 9(7).
       01 WSParmName       PIC X(20).
       01 WSParmValue      PIC 9(5).
       01 WSParmFound      PIC X.
       01 WSHoldDays       PIC 9(5) VALUE 10.
       01 WSContinueFlag   PIC X VALUE 'Y'.
              88 KeepGoing      VALUE 'Y'.
       01 WSDecision       PIC X.
              88 RefundNow        VALUE 'R' 'r'.
              88 SkipRefund       VALUE 'S' 's'.
              88 QuitReview       VALUE 'Q' 'q'.
       *> The reviewing supervisor - same sign-on arcredit.cob
       *> honours: custmenu's EXTERNAL sign-on, or OperatorMaster.dat
       *> on a standalone run
       01 WSSignedOnOper     PIC X(10) EXTERNAL.
       01 WSSignedOnLevel    PIC 9 EXTERNAL.
       01 WSOperatorID    PIC X(10) VALUE SPACES.
       01 WSAuthority     PIC 9 VALUE ZERO.
              88 SupervisorAuthority   VALUE 2 THRU 9.
       *> NEW : refund checks are numbered from NextCheck.dat, the
       *> stream payroll.cob and appay.cob number their checks from
       01 WSNextCheck      PIC 9(6) VALUE 1.
       01 WSCheckNum       PIC 9(6).
       01 WSCustName       PIC X(31).
       01 WSCityLine       PIC X(31).
       01 WSRefundCount    PIC 9(5) VALUE ZERO.
       01 WSBlockedCount   PIC 9(5) VALUE ZERO.
       01 WSSkippedCount   PIC 9(5) VALUE ZERO.
       01 WSRefundTotal    PIC 9(8)V99 COMP-3 VALUE ZERO.
       01 WSAmountShown    PIC Z,ZZZ,ZZ9.99.
       01 WSTotalShown     PIC $$$,$$$,$$9.99.
       01 WSStubHead.
              02 FILLER       PIC X(8) VALUE "Check  ".
              02 WSSCheckNum  PIC 9(6).
              02 FILLER       PIC X(6) VALUE "  to  ".
              02 WSSName      PIC X(31).
       01 WSStubLine.
              02 WSSLabel     PIC X(14).
              02 WSSAmount    PIC $$,$$$,$$9.99.
       *> Same columns as the payroll CheckRegister.txt - number in
       *> the first six, edited amount from column 38
       01 WSCheckRegDetail.
              02 WSCRNum      PIC 9(6).
              02 FILLER       PIC X(1) VALUE SPACES.
              02 WSCRCustID   PIC X(8).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSCRName     PIC X(20).
              02 WSCRAmount   PIC $$,$$$,$$9.99.
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSCRDate     PIC 9(8).
       01 WSCheckRegFooter.
              02 FILLER       PIC X(18) VALUE "Checks written : ".
              02 WSCRCount    PIC ZZZ9.
              02 FILLER       PIC X(14) VALUE "   total : ".
              02 WSCRTotal    PIC $$,$$$,$$9.99.
      *> Shared closed-period fields - see Copybooks/arperiodchkp.cpy
       COPY arperiodchk.
       01 WSTodayYM        PIC 9(6).
      *> NEW : shared keyed ledger fields - see
      *> Copybooks/arledgerkeyp.cpy
       COPY arledgerkey.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           PERFORM EstablishAuthority.
           IF NOT SupervisorAuthority
              DISPLAY "arrefund: supervisor authority required"
              GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday.
           MOVE WSToday(1:6) TO WSTodayYM.
           COMPUTE WSTodayInt = FUNCTION INTEGER-OF-DATE(WSToday).
      *> Refunds post dated today, so if today's month has been
      *> closed the run is refused before a check prints
           PERFORM LoadClosedPeriod.
           IF WSClosedThru > ZERO AND WSTodayYM NOT > WSClosedThru
              DISPLAY "arrefund: period " WSTodayYM " is closed - "
                  "no postings allowed"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE "REFUND-HOLD-DAYS" TO WSParmName.
           CALL 'runcontrol' USING WSParmName, WSParmValue,
               WSParmFound
           END-CALL.
           IF WSParmFound = 'Y' AND WSParmValue > ZERO
              MOVE WSParmValue TO WSHoldDays
           END-IF.
           PERFORM LoadCreditBalances.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           IF WSCreditCount = ZERO
              DISPLAY "arrefund: no customers in credit"
              GOBACK
           END-IF.
           PERFORM LoadHeldOrders.
           PERFORM LoadLastReceipts.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           OPEN INPUT CustomerFile.
           IF WSCustFileStatus NOT = "00"
              DISPLAY "arrefund: Customer.dat unavailable - "
                  "status " WSCustFileStatus
              CLOSE CustomerFile
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT CheckFile.
           OPEN EXTEND CheckRegFile.
           IF WSCheckRegStatus = "35"
              OPEN OUTPUT CheckRegFile
              CLOSE CheckRegFile
              OPEN EXTEND CheckRegFile
           END-IF.
           MOVE SPACES TO CheckRegLine.
           STRING "Refund Register - run " WSToday
               DELIMITED BY SIZE INTO CheckRegLine.
           WRITE CheckRegLine
               AFTER ADVANCING 2 LINES
           END-WRITE.
           PERFORM ReadNextCheckNumber.
           PERFORM ReviewOneCredit
               VARYING WSCreditIdx FROM 1 BY 1
               UNTIL WSCreditIdx > WSCreditCount OR NOT KeepGoing.
           MOVE WSRefundCount TO WSCRCount.
           MOVE WSRefundTotal TO WSCRTotal.
           WRITE CheckRegLine FROM WSCheckRegFooter
               AFTER ADVANCING 1 LINE
           END-WRITE.
           CLOSE CheckRegFile.
           CLOSE CheckFile.
           CLOSE CustomerFile.
           PERFORM PostRunToGL.
           MOVE WSRefundTotal TO WSTotalShown.
           DISPLAY "arrefund: " WSRefundCount " refund check(s) ("
               WSTotalShown "), " WSBlockedCount " blocked, "
               WSSkippedCount " skipped - see RefundRegister.txt".
      *> GOBACK so a menu program can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

       *> The custmenu sign-on travels in via EXTERNAL storage; a
       *> standalone run is verified against OperatorMaster.dat
       *> directly - a refund pays money out, so there is no
       *> unrestricted fallback here
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
                 DISPLAY "arrefund: operator master unavailable"
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

       LoadCreditBalances.
           OPEN INPUT ARBalanceFile.
           IF WSBalanceStatus NOT = "00"
              DISPLAY "arrefund: no ARBalance.dat on file - status "
                  WSBalanceStatus
              CLOSE ARBalanceFile
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM UNTIL EndOfPass
                 READ ARBalanceFile NEXT RECORD
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF ArBalance < ZERO
                            IF WSCreditCount < 200
                               ADD 1 TO WSCreditCount
                               MOVE ArCustID
                                   TO WSCdCustID(WSCreditCount)
                               COMPUTE WSCdAmount(WSCreditCount) =
                                   ZERO - ArBalance
                            ELSE
                               SET TablesFull TO TRUE
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE ARBalanceFile
              MOVE 'N' TO WSEOF
              IF TablesFull
                 DISPLAY "arrefund: more than 200 accounts in credit"
                     " - table exceeded, aborting"
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.

       *> No held file just means nothing is waiting on the credit
       *> manager
       LoadHeldOrders.
           OPEN INPUT HeldFile.
           IF WSHeldStatus = "00"
              PERFORM UNTIL EndOfPass
                 READ HeldFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSHeldCount < 200
                            ADD 1 TO WSHeldCount
                            MOVE HldCustID
                                TO WSHeldCustID(WSHeldCount)
                         END-IF
                 END-READ
              END-PERFORM
              MOVE 'N' TO WSEOF
           END-IF.
           CLOSE HeldFile.

       LoadLastReceipts.
           OPEN INPUT ARLedgerFile.
           IF WSLedgerStatus NOT = "00"
              DISPLAY "arrefund: no ARLedger.dat on file - status "
                  WSLedgerStatus
              CLOSE ARLedgerFile
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM UNTIL EndOfPass
                 READ ARLedgerFile NEXT RECORD
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF ALType = 'P' AND ALDate NUMERIC
                            PERFORM NoteOneReceipt
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE ARLedgerFile
              MOVE 'N' TO WSEOF
              IF TablesFull
                 DISPLAY "arrefund: ledger exceeds the receipt "
                     "table - aborting before an unsafe refund"
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.

       NoteOneReceipt.
           MOVE ZERO TO WSRcptIdx.
           PERFORM VARYING WSScanIdx FROM 1 BY 1
               UNTIL WSScanIdx > WSRcptCount OR WSRcptIdx > ZERO
               IF WSRcptCustID(WSScanIdx) = ALCustID
                  MOVE WSScanIdx TO WSRcptIdx
               END-IF
           END-PERFORM.
           IF WSRcptIdx = ZERO
              IF WSRcptCount < 500
                 ADD 1 TO WSRcptCount
                 MOVE WSRcptCount TO WSRcptIdx
                 MOVE ALCustID TO WSRcptCustID(WSRcptIdx)
                 MOVE ZERO TO WSRcptDate(WSRcptIdx)
              ELSE
                 SET TablesFull TO TRUE
              END-IF
           END-IF.
           IF WSRcptIdx > ZERO
              AND ALDate > WSRcptDate(WSRcptIdx)
              MOVE ALDate TO WSRcptDate(WSRcptIdx)
           END-IF.

       ReviewOneCredit.
           MOVE WSCdCustID(WSCreditIdx) TO WSRefCustID.
           MOVE WSCdCustID(WSCreditIdx) TO IDNum.
           READ CustomerFile
               INVALID KEY
                   DISPLAY "arrefund: " WSRefCustID
                       " not on the master - no address to pay"
                   ADD 1 TO WSBlockedCount
               NOT INVALID KEY
                   PERFORM CheckRefundBlocks
                   IF NOT RefundBlocked
                      PERFORM DecideOneRefund
                   END-IF
           END-READ.

       *> Either block is reported and the account passed over - it
       *> will come up again on a later run once it has cleared
       CheckRefundBlocks.
           MOVE 'N' TO WSBlockFlag.
           MOVE WSCdAmount(WSCreditIdx) TO WSAmountShown.
           PERFORM VARYING WSScanIdx FROM 1 BY 1
               UNTIL WSScanIdx > WSHeldCount OR RefundBlocked
               IF WSHeldCustID(WSScanIdx) = WSRefCustID
                  SET RefundBlocked TO TRUE
                  DISPLAY "Customer " WSRefCustID " credit "
                      WSAmountShown " - blocked, invoice held for "
                      "credit review"
               END-IF
           END-PERFORM.
           IF NOT RefundBlocked
              MOVE ZERO TO WSLastRcpt
              PERFORM VARYING WSRcptIdx FROM 1 BY 1
                  UNTIL WSRcptIdx > WSRcptCount
                  IF WSRcptCustID(WSRcptIdx) = WSRefCustID
                     MOVE WSRcptDate(WSRcptIdx) TO WSLastRcpt
                  END-IF
              END-PERFORM
              IF WSLastRcpt > ZERO
                 COMPUTE WSDaysSince = WSTodayInt -
                     FUNCTION INTEGER-OF-DATE(WSLastRcpt)
                 IF WSDaysSince < WSHoldDays
                    SET RefundBlocked TO TRUE
                    DISPLAY "Customer " WSRefCustID " credit "
                        WSAmountShown " - blocked, receipt of "
                        WSLastRcpt " could still be reversed"
                 END-IF
              END-IF
           END-IF.
           IF RefundBlocked
              ADD 1 TO WSBlockedCount
           END-IF.

       DecideOneRefund.
           MOVE SPACES TO WSCustName.
           STRING FUNCTION TRIM(FirstName) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LastName) DELIMITED BY SIZE
               INTO WSCustName.
           DISPLAY " ".
           DISPLAY "Customer " WSRefCustID " : " WSCustName.
           DISPLAY "  Credit balance " WSAmountShown.
           MOVE SPACE TO WSDecision.
           PERFORM UNTIL RefundNow OR SkipRefund OR QuitReview
              DISPLAY "(R)efund  (S)kip  (Q)uit " WITH NO ADVANCING
              ACCEPT WSDecision
           END-PERFORM.
           EVALUATE TRUE
               WHEN RefundNow
                   PERFORM PrintRefundCheck
                   PERFORM PostRefund
               WHEN SkipRefund
                   ADD 1 TO WSSkippedCount
               WHEN QuitReview
                   ADD 1 TO WSSkippedCount
                   MOVE 'N' TO WSContinueFlag
           END-EVALUATE.

       ReadNextCheckNumber.
           OPEN INPUT CheckCtlFile.
           IF WSCheckCtlStatus = "00"
              READ CheckCtlFile
                  AT END CONTINUE
                  NOT AT END
                      IF CheckCtlRecord NUMERIC
                         MOVE CheckCtlRecord TO WSNextCheck
                      END-IF
              END-READ
           END-IF.
           CLOSE CheckCtlFile.

       SaveNextCheckNumber.
           OPEN OUTPUT CheckCtlFile.
           MOVE WSNextCheck TO CheckCtlRecord.
           WRITE CheckCtlRecord.
           CLOSE CheckCtlFile.

       *> The number is taken and the control file saved before the
       *> check prints, so a crash mid-check wastes a number instead
       *> of reusing one
       PrintRefundCheck.
      *> NEW : the shared stream may have moved since the last check
           PERFORM ReadNextCheckNumber.
           MOVE WSNextCheck TO WSCheckNum.
           ADD 1 TO WSNextCheck.
           PERFORM SaveNextCheckNumber.
           MOVE WSCheckNum TO WSSCheckNum.
           MOVE WSCustName TO WSSName.
           IF WSRefundCount = ZERO
              WRITE CheckLine FROM WSStubHead
              END-WRITE
           ELSE
              WRITE CheckLine FROM WSStubHead
                  AFTER ADVANCING PAGE
              END-WRITE
           END-IF.
           MOVE CustStreet TO CheckLine.
           WRITE CheckLine
               AFTER ADVANCING 1 LINE
           END-WRITE.
           MOVE SPACES TO WSCityLine.
           STRING FUNCTION TRIM(CustCity) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               CustState DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CustPostal DELIMITED BY SIZE
               INTO WSCityLine.
           MOVE WSCityLine TO CheckLine.
           WRITE CheckLine
               AFTER ADVANCING 1 LINE
           END-WRITE.
           MOVE "Refund      : " TO WSSLabel.
           MOVE WSCdAmount(WSCreditIdx) TO WSSAmount.
           WRITE CheckLine FROM WSStubLine
               AFTER ADVANCING 2 LINES
           END-WRITE.
           MOVE SPACES TO CheckLine.
           STRING "Credit balance on account " WSRefCustID
               DELIMITED BY SIZE INTO CheckLine.
           WRITE CheckLine
               AFTER ADVANCING 1 LINE
           END-WRITE.
           MOVE WSCheckNum TO WSCRNum.
           MOVE WSRefCustID TO WSCRCustID.
           MOVE WSCustName TO WSCRName.
           MOVE WSCdAmount(WSCreditIdx) TO WSCRAmount.
           MOVE WSToday TO WSCRDate.
           WRITE CheckRegLine FROM WSCheckRegDetail
               AFTER ADVANCING 1 LINE
           END-WRITE.

       *> The D line puts the credit back as a debit under the check
       *> number, so the ledger and the balance both end at zero.
       *> Same create-if-missing handling the other EXTEND files use.
       PostRefund.
           MOVE SPACES TO ARLedgerRecord.
           MOVE WSRefCustID TO ALCustID.
           MOVE 'D' TO ALType.
           MOVE WSToday TO ALDate.
           MOVE WSCheckNum TO ALRef.
           MOVE WSCdAmount(WSCreditIdx) TO ALAmount.
           MOVE "RFD" TO ALReason.
      *> NEW : posted by key - see Copybooks/arledgerkeyp.cpy
           OPEN I-O ARLedgerFile.
           IF WSLedgerStatus = "35"
              OPEN OUTPUT ARLedgerFile
              CLOSE ARLedgerFile
              OPEN I-O ARLedgerFile
           END-IF.
           PERFORM PostLedgerLine.
           CLOSE ARLedgerFile.
      *> NEW : the check is already printed - a D line that failed
      *> to post leaves the balance and the journal alone, and the
      *> check is flagged to be voided
           IF LedgerLinePosted
              PERFORM PostRefundBalance
           ELSE
              ADD 1 TO WSSkippedCount
              DISPLAY "  Refund check " WSCheckNum " NOT posted - "
                  "void the check"
           END-IF.

       PostRefundBalance.
           OPEN I-O ARBalanceFile.
           IF WSBalanceStatus NOT = "00"
              DISPLAY "arrefund: ARBalance.dat unavailable - "
                  "status " WSBalanceStatus
                  " - ledger written, balance not updated"
           ELSE
              MOVE WSCdCustID(WSCreditIdx) TO ArCustID
              READ ARBalanceFile
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      ADD WSCdAmount(WSCreditIdx) TO ArBalance
                      REWRITE ARBalanceRecord
                      END-REWRITE
              END-READ
           END-IF.
           CLOSE ARBalanceFile.
           ADD 1 TO WSRefundCount.
           ADD WSCdAmount(WSCreditIdx) TO WSRefundTotal.
           DISPLAY "  Refund check " WSCheckNum " printed".

       *> The run's double entry - AR debited back up to zero, Cash
       *> credited for the checks written. Same create-if-missing
       *> handling the other EXTEND files use.
       PostRunToGL.
           IF WSRefundTotal = ZERO
              CONTINUE
           ELSE
              OPEN EXTEND GLJournalFile
              IF WSGLStatus = "35"
                 OPEN OUTPUT GLJournalFile
                 CLOSE GLJournalFile
                 OPEN EXTEND GLJournalFile
              END-IF
              IF WSGLStatus NOT = "00"
                 DISPLAY "arrefund: GLJournal.dat unavailable - "
                     "status " WSGLStatus
                     " - journal lines not written"
              ELSE
                 MOVE SPACES TO GLJournalRecord
                 MOVE WSToday TO GjDate
                 MOVE "arrefund" TO GjSource
                 MOVE 1100 TO GjAccount
                 MOVE 'D' TO GjDrCr
                 MOVE WSRefundTotal TO GjAmount
                 MOVE "Customer refunds" TO GjDesc
                 WRITE GLJournalRecord
                 END-WRITE
                 MOVE 1000 TO GjAccount
                 MOVE 'C' TO GjDrCr
                 WRITE GLJournalRecord
                 END-WRITE
              END-IF
              CLOSE GLJournalFile
           END-IF.

      *> Shared closed-period lookup - see Copybooks/arperiodchk.cpy
      *> for the fields
       COPY arperiodchkp.

      *> NEW : shared keyed ledger access - see
      *> Copybooks/arledgerkey.cpy for the fields
       COPY arledgerkeyp.
