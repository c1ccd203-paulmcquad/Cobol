       IDENTIFICATION DIVISION.
       PROGRAM-ID. depositrecon.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Bank reconciliation for customer receipts - checkrecon.cob
       *> proves the payroll checks against the bank, but the P lines
       *> arpayment.cob and arlockbox.cob post were never proved
       *> against what the bank actually credited, so a lost deposit
       *> bag would only have surfaced at audit. This keeps its own
       *> state file, DepositRecon.dat, the same way checkrecon.cob
       *> keeps CheckRecon.dat:
       *>   D  a deposit - each day's receipts off ARLedger.dat, one
       *>      for the counter (arpayment.cob's RC references) and
       *>      one for the lockbox (everything arlockbox.cob posts),
       *>      since the bank credits the two separately. Receipts
       *>      reversed in arreversal.cob as ERR were keyed in error
       *>      and never reached the bank, so they come out of the
       *>      deposit they were counted in.
       *>   N  a receipt reversed as NSF - the check went into the
       *>      deposit in full and the bank later takes it back
       *>   B  a credit off the bank's statement
       *>   X  a returned item (debit) off the bank's statement
       *> Deposits are recounted from the ledger every run, so a
       *> receipt posted after the last run still lands in its day.
       *> The bank's BankCredits.dat lines (date, amount, C credit or
       *> R returned item, bank reference) dated after the last
       *> statement date already taken are added as B and X items.
       *> A deposit matches a bank credit of the same amount dated
       *> from the deposit day up to DEPOSIT-LAG-DAYS later; an NSF
       *> reversal matches a returned item of the same amount within
       *> the same number of days either side. Anything unmatched,
       *> on either side, is carried forward as outstanding to the
       *> next run. DepositRecon.txt lists the outstanding items and
       *> proves book cash to bank cash - any difference left after
       *> the outstanding items is printed and the run ends with
       *> return code 4.
       *> RunControl.dat setting (see runcontrol.cob):
       *>   DEPOSIT-LAG-DAYS   days the bank may take to credit a
       *>                      deposit or return a check - 00003
       *> NEW : deposits taken against orders in ardeposit.cob never
       *> reach ARLedger.dat - they are held in CustDeposits.dat and
       *> GL 2400 until the order is invoiced - but the money is
       *> banked with the day's counter takings, so their P lines
       *> there are counted into the counter deposit for their day.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ReconFile ASSIGN TO "DepositRecon.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReconStatus.
              SELECT ARLedgerFile ASSIGN TO "ARLedger.dat"
      *> NEW : keyed on customer, date, reference and sequence -
      *> see Copybooks/arledger.cpy
                  ORGANIZATION IS INDEXED
                  ACCESS IS SEQUENTIAL
                  RECORD KEY IS ALLedgerKey
                      = ALCustID ALDate ALRef ALSeq
                  FILE STATUS IS WSLedgerStatus.
      *> NEW : order deposits - see Copybooks/custdeposit.cpy
              SELECT DepositFile ASSIGN TO "CustDeposits.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSDepositStatus.
              SELECT BankFile ASSIGN TO "BankCredits.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSBankStatus.
              SELECT ReportFile ASSIGN TO "DepositRecon.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ReconFile.
       *> One line per item the reconciliation has ever seen, plus an
       *> H line holding the last bank statement date taken -
       *> O outstanding, C cleared (DrMatched is the date of the item
       *> it matched on the other side)
       01 ReconRecord.
              02 DrKind       PIC X.
              02 FILLER       PIC X(1).
              02 DrDate       PIC 9(8).
              02 FILLER       PIC X(1).
              02 DrChannel    PIC X.
              02 FILLER       PIC X(1).
              02 DrRef        PIC X(10).
              02 FILLER       PIC X(1).
              02 DrCustID     PIC X(8).
              02 FILLER       PIC X(1).
              02 DrAmount     PIC 9(7)V99.
              02 FILLER       PIC X(1).
              02 DrStatus     PIC X.
              02 FILLER       PIC X(1).
              02 DrMatched    PIC 9(8).
              02 FILLER       PIC X(1).
              02 DrCount      PIC 9(4).
       FD ARLedgerFile.
       COPY arledger.
       FD DepositFile.
       COPY custdeposit.
       FD BankFile.
       01 BankRecord.
              02 BcDate       PIC 9(8).
              02 FILLER       PIC X(1).
              02 BcAmount     PIC 9(7)V99.
              02 FILLER       PIC X(1).
              02 BcKind       PIC X.
                  88 BcCredit        VALUE 'C'.
                  88 BcReturned      VALUE 'R'.
              02 FILLER       PIC X(1).
              02 BcRef        PIC X(10).
       FD ReportFile.
       01 ReportLine   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WSReconStatus    PIC XX.
       01 WSLedgerStatus   PIC XX.
       01 WSBankStatus     PIC XX.
       01 WSDepositStatus  PIC XX.
       01 WSReportStatus   PIC XX.
       01 WSEOF            PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
       *> The reconciliation state loaded whole, updated in storage,
       *> written back when the run ends - same load/edit/save cycle
       *> checkrecon.cob runs
       01 WSItemTable.
              02 WSItEntry OCCURS 2000 TIMES.
                  03 WSItKind        PIC X.
                      88 ItDeposit       VALUE 'D'.
                      88 ItNSF           VALUE 'N'.
                      88 ItBankCredit    VALUE 'B'.
                      88 ItBankReturn    VALUE 'X'.
                  03 WSItDate        PIC 9(8).
                  03 WSItChannel     PIC X.
                  03 WSItRef         PIC X(10).
                  03 WSItCustID      PIC X(8).
                  03 WSItAmount      PIC 9(7)V99 COMP-3.
                  03 WSItBooked      PIC 9(7)V99 COMP-3.
                  03 WSItStatus      PIC X.
                      88 ItOutstanding   VALUE 'O'.
                      88 ItCleared       VALUE 'C'.
                  03 WSItMatched     PIC 9(8).
                  03 WSItCount       PIC 9(4).
       01 WSItCountAll     PIC 9(4) VALUE ZERO.
       01 WSTableIdx       PIC 9(4).
       01 WSScanIdx        PIC 9(4).
       01 WSFoundIdx       PIC 9(4).
       01 WSTableFull      PIC X VALUE 'N'.
              88 ReconTableFull    VALUE 'Y'.
       *> Receipts reversed as keyed in error - they are taken out
       *> of the deposit they were counted in
       01 WSErrTable.
              02 WSErrEntry OCCURS 200 TIMES.
                  03 WSErrCustID     PIC X(8).
                  03 WSErrRef        PIC X(6).
       01 WSErrCount       PIC 9(3) VALUE ZERO.
       01 WSErrIdx         PIC 9(3).
       01 WSErrFound       PIC X VALUE 'N'.
              88 KeyedInError      VALUE 'Y'.
       01 WSBankThru       PIC 9(8) VALUE ZERO.
       01 WSNewBankThru    PIC 9(8) VALUE ZERO.
       01 WSToday          PIC 9(8).
       01 WSTodayInt       PIC 9(7).
       01 WSParmName       PIC X(20).
       01 WSParmValue      PIC 9(5).
       01 WSParmFound      PIC X.
       01 WSLagDays        PIC 9(5) VALUE 3.
       01 WSDayGap         PIC S9(7).
       01 WSChannel        PIC X.
      *> NEW : the receipt being counted, off either file
       01 WSRcptDate       PIC 9(8).
       01 WSRcptAmount     PIC 9(7)V99 COMP-3.
       01 WSAgeDays        PIC S9(7).
       01 WSNewCount       PIC 9(4) VALUE ZERO.
       01 WSBankCount      PIC 9(4) VALUE ZERO.
       01 WSMatchCount     PIC 9(4) VALUE ZERO.
       01 WSChangedCount   PIC 9(4) VALUE ZERO.
       01 WSOutstandCount  PIC 9(4) VALUE ZERO.
       *> The proof - book cash and bank cash with the outstanding
       *> items that explain the difference
       01 WSBookDeposits   PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WSBookNSF        PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WSBankCredits    PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WSBankReturns    PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WSInTransit      PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WSNotReturned    PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WSUnbooked       PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WSUnreversed     PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WSBookCash       PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WSBankCash       PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WSAdjustedBank   PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WSDifference     PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WSSectionHead    PIC X(50).
       01 WSSectionKind    PIC X.
       01 WSSectionTotal   PIC S9(9)V99 COMP-3.
       01 WSDetailLine.
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSDDate       PIC 9(8).
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSDWhat       PIC X(10).
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSDRef        PIC X(10).
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSDCustID     PIC X(8).
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSDAmount     PIC $$,$$$,$$9.99.
              02 FILLER        PIC X(7) VALUE "   out ".
              02 WSDAge        PIC ZZZZ9.
              02 FILLER        PIC X(5) VALUE " days".
       01 WSChangedLine.
              02 FILLER        PIC X(8) VALUE "Deposit ".
              02 WSCDate       PIC 9(8).
              02 FILLER        PIC X(1) VALUE SPACE.
              02 WSCWhat       PIC X(8).
              02 FILLER        PIC X(9) VALUE " cleared ".
              02 WSCCleared    PIC $$,$$$,$$9.99.
              02 FILLER        PIC X(11) VALUE " book now ".
              02 WSCBook       PIC $$,$$$,$$9.99.
       01 WSProofLine.
              02 WSPLabel      PIC X(44).
              02 WSPAmount     PIC $$$$,$$$,$$9.99CR.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday.
           COMPUTE WSTodayInt = FUNCTION INTEGER-OF-DATE(WSToday).
           MOVE "DEPOSIT-LAG-DAYS" TO WSParmName.
           CALL 'runcontrol' USING WSParmName, WSParmValue,
               WSParmFound
           END-CALL.
           IF WSParmFound = 'Y' AND WSParmValue > ZERO
              MOVE WSParmValue TO WSLagDays
           END-IF.
           PERFORM LoadReconState.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM LoadErrorReversals.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM CountDeposits.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM PickUpStatement.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM MatchDeposits.
           OPEN OUTPUT ReportFile.
           IF WSReportStatus NOT = "00"
              DISPLAY "depositrecon: unable to open DepositRecon.txt"
                  " - status " WSReportStatus
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE SPACES TO ReportLine.
           STRING "Customer Receipts - Bank Deposit Reconciliation "
               WSToday DELIMITED BY SIZE INTO ReportLine.
           WRITE ReportLine.
           PERFORM ReportChangedDeposits.
           PERFORM ReportOutstanding.
           PERFORM ProveCash.
           CLOSE ReportFile.
           PERFORM SaveReconState.
           DISPLAY "depositrecon: " WSNewCount " new item(s), "
               WSBankCount " bank line(s), " WSMatchCount
               " matched, " WSOutstandCount " outstanding - see "
               "DepositRecon.txt".
           IF WSDifference NOT = ZERO AND RETURN-CODE = ZERO
              DISPLAY "depositrecon: book and bank cash do not "
                  "reconcile"
              MOVE 4 TO RETURN-CODE
           END-IF.
      *> GOBACK so a batch driver can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

      *> A partial load must never reach the rewrite - the dropped
      *> tail would be destroyed with the state file
       LoadReconState.
           OPEN INPUT ReconFile.
           IF WSReconStatus NOT = "00"
              CLOSE ReconFile
           ELSE
              PERFORM UNTIL EndOfPass OR ReconTableFull
                 READ ReconFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END PERFORM LoadOneItem
                 END-READ
              END-PERFORM
              CLOSE ReconFile
              MOVE 'N' TO WSEOF
              IF ReconTableFull
                 DISPLAY "depositrecon: more than 2000 items on the "
                     "state file - table exceeded, aborting"
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.

       LoadOneItem.
           IF DrKind = 'H'
              IF DrDate NUMERIC
                 MOVE DrDate TO WSBankThru
              END-IF
           ELSE
              IF WSItCountAll < 2000
                 ADD 1 TO WSItCountAll
                 MOVE DrKind TO WSItKind(WSItCountAll)
                 MOVE DrDate TO WSItDate(WSItCountAll)
                 MOVE DrChannel TO WSItChannel(WSItCountAll)
                 MOVE DrRef TO WSItRef(WSItCountAll)
                 MOVE DrCustID TO WSItCustID(WSItCountAll)
                 MOVE DrAmount TO WSItAmount(WSItCountAll)
                 MOVE DrAmount TO WSItBooked(WSItCountAll)
                 MOVE DrStatus TO WSItStatus(WSItCountAll)
                 MOVE DrMatched TO WSItMatched(WSItCountAll)
                 MOVE DrCount TO WSItCount(WSItCountAll)
              ELSE
                 SET ReconTableFull TO TRUE
              END-IF
           END-IF.
           MOVE WSBankThru TO WSNewBankThru.

      *> First pass over the ledger - the reversals keyed as ERR,
      *> so the second pass can leave their receipts out
       LoadErrorReversals.
           OPEN INPUT ARLedgerFile.
           IF WSLedgerStatus NOT = "00"
              DISPLAY "depositrecon: no ARLedger.dat on file - "
                  "status " WSLedgerStatus
              CLOSE ARLedgerFile
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM UNTIL EndOfPass
                 READ ARLedgerFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF ALType = 'R' AND ALReason = "ERR"
                            IF WSErrCount < 200
                               ADD 1 TO WSErrCount
                               MOVE ALCustID
                                   TO WSErrCustID(WSErrCount)
                               MOVE ALRef TO WSErrRef(WSErrCount)
                            ELSE
                               SET ReconTableFull TO TRUE
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE ARLedgerFile
              MOVE 'N' TO WSEOF
              IF ReconTableFull
                 DISPLAY "depositrecon: more than 200 receipts "
                     "reversed in error - table exceeded, aborting"
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.

      *> Second pass - every deposit is counted again from nothing,
      *> WSItBooked keeping what it stood at last run so a cleared
      *> deposit whose receipts have since changed can be reported
       CountDeposits.
           PERFORM VARYING WSTableIdx FROM 1 BY 1
               UNTIL WSTableIdx > WSItCountAll
               IF ItDeposit(WSTableIdx)
                  MOVE ZERO TO WSItAmount(WSTableIdx)
                  MOVE ZERO TO WSItCount(WSTableIdx)
               END-IF
           END-PERFORM.
           OPEN INPUT ARLedgerFile.
           PERFORM UNTIL EndOfPass
              READ ARLedgerFile
                  AT END MOVE 'Y' TO WSEOF
                  NOT AT END
                      IF ALAmount NUMERIC AND ALDate NUMERIC
                         EVALUATE TRUE
                             WHEN ALType = 'P'
                                 PERFORM CountOneReceipt
                             WHEN ALType = 'R' AND ALReason NOT = "ERR"
                                 PERFORM NoteOneNSF
                             WHEN OTHER
                                 CONTINUE
                         END-EVALUATE
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ARLedgerFile.
           MOVE 'N' TO WSEOF.
           PERFORM CountOrderDeposits.
           IF ReconTableFull
              DISPLAY "depositrecon: deposits exceed the 2000-item "
                  "table - aborting"
              MOVE 16 TO RETURN-CODE
           END-IF.

       CountOneReceipt.
           MOVE 'N' TO WSErrFound.
           PERFORM VARYING WSErrIdx FROM 1 BY 1
               UNTIL WSErrIdx > WSErrCount OR KeyedInError
               IF WSErrCustID(WSErrIdx) = ALCustID
                  AND WSErrRef(WSErrIdx) = ALRef
                  SET KeyedInError TO TRUE
               END-IF
           END-PERFORM.
           IF NOT KeyedInError
              IF ALRef(1:2) = "RC"
                 MOVE 'R' TO WSChannel
              ELSE
                 MOVE 'L' TO WSChannel
              END-IF
              MOVE ALDate TO WSRcptDate
              MOVE ALAmount TO WSRcptAmount
              PERFORM AddToDeposit
           END-IF.

      *> NEW : the receipt joins its day's deposit on its channel,
      *> starting one if it is the first that day
       AddToDeposit.
           MOVE ZERO TO WSFoundIdx.
           PERFORM VARYING WSScanIdx FROM 1 BY 1
               UNTIL WSScanIdx > WSItCountAll OR WSFoundIdx > 0
               IF ItDeposit(WSScanIdx)
                  AND WSItDate(WSScanIdx) = WSRcptDate
                  AND WSItChannel(WSScanIdx) = WSChannel
                  MOVE WSScanIdx TO WSFoundIdx
               END-IF
           END-PERFORM.
           IF WSFoundIdx = ZERO
              PERFORM AddNewDeposit
           END-IF.
           IF WSFoundIdx > ZERO
              ADD WSRcptAmount TO WSItAmount(WSFoundIdx)
              ADD 1 TO WSItCount(WSFoundIdx)
           END-IF.

      *> NEW : DP receipts taken in ardeposit.cob go into the bag
      *> with the counter's RC receipts. No CustDeposits.dat just
      *> means no order deposit has ever been taken.
       CountOrderDeposits.
           OPEN INPUT DepositFile.
           IF WSDepositStatus = "00"
              PERFORM UNTIL EndOfPass
                 READ DepositFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF CdReceived AND CdAmount NUMERIC
                            AND CdDate NUMERIC
                            MOVE 'R' TO WSChannel
                            MOVE CdDate TO WSRcptDate
                            MOVE CdAmount TO WSRcptAmount
                            PERFORM AddToDeposit
                         END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE DepositFile.
           MOVE 'N' TO WSEOF.

       AddNewDeposit.
           IF WSItCountAll < 2000
              ADD 1 TO WSItCountAll
              ADD 1 TO WSNewCount
              MOVE WSItCountAll TO WSFoundIdx
              MOVE 'D' TO WSItKind(WSFoundIdx)
              MOVE WSRcptDate TO WSItDate(WSFoundIdx)
              MOVE WSChannel TO WSItChannel(WSFoundIdx)
              MOVE SPACES TO WSItRef(WSFoundIdx)
              MOVE SPACES TO WSItCustID(WSFoundIdx)
              MOVE ZERO TO WSItAmount(WSFoundIdx)
              MOVE ZERO TO WSItBooked(WSFoundIdx)
              MOVE 'O' TO WSItStatus(WSFoundIdx)
              MOVE ZERO TO WSItMatched(WSFoundIdx)
              MOVE ZERO TO WSItCount(WSFoundIdx)
           ELSE
              SET ReconTableFull TO TRUE
           END-IF.

      *> An NSF reversal joins once, the run it first appears -
      *> a blank reason is an older line and counts as NSF
       NoteOneNSF.
           MOVE ZERO TO WSFoundIdx.
           PERFORM VARYING WSScanIdx FROM 1 BY 1
               UNTIL WSScanIdx > WSItCountAll OR WSFoundIdx > 0
               IF ItNSF(WSScanIdx)
                  AND WSItCustID(WSScanIdx) = ALCustID
                  AND WSItRef(WSScanIdx) = ALRef
                  MOVE WSScanIdx TO WSFoundIdx
               END-IF
           END-PERFORM.
           IF WSFoundIdx = ZERO
              IF WSItCountAll < 2000
                 ADD 1 TO WSItCountAll
                 ADD 1 TO WSNewCount
                 MOVE 'N' TO WSItKind(WSItCountAll)
                 MOVE ALDate TO WSItDate(WSItCountAll)
                 MOVE SPACE TO WSItChannel(WSItCountAll)
                 MOVE ALRef TO WSItRef(WSItCountAll)
                 MOVE ALCustID TO WSItCustID(WSItCountAll)
                 MOVE ALAmount TO WSItAmount(WSItCountAll)
                 MOVE ALAmount TO WSItBooked(WSItCountAll)
                 MOVE 'O' TO WSItStatus(WSItCountAll)
                 MOVE ZERO TO WSItMatched(WSItCountAll)
                 MOVE 1 TO WSItCount(WSItCountAll)
              ELSE
                 SET ReconTableFull TO TRUE
              END-IF
           END-IF.

      *> Only statement lines after the last date taken are new - a
      *> statement run through twice adds nothing the second time
       PickUpStatement.
           OPEN INPUT BankFile.
           IF WSBankStatus NOT = "00"
              CLOSE BankFile
              DISPLAY "depositrecon: no BankCredits.dat - nothing "
                  "from the bank this run"
           ELSE
              PERFORM UNTIL EndOfPass
                 READ BankFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF BcDate NUMERIC AND BcAmount NUMERIC
                            AND (BcCredit OR BcReturned)
                            AND BcDate > WSBankThru
                            PERFORM PickUpOneBankLine
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE BankFile
              MOVE 'N' TO WSEOF
              IF ReconTableFull
                 DISPLAY "depositrecon: bank lines exceed the "
                     "2000-item table - aborting"
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.

       PickUpOneBankLine.
           IF WSItCountAll < 2000
              ADD 1 TO WSItCountAll
              ADD 1 TO WSBankCount
              IF BcCredit
                 MOVE 'B' TO WSItKind(WSItCountAll)
              ELSE
                 MOVE 'X' TO WSItKind(WSItCountAll)
              END-IF
              MOVE BcDate TO WSItDate(WSItCountAll)
              MOVE SPACE TO WSItChannel(WSItCountAll)
              MOVE BcRef TO WSItRef(WSItCountAll)
              MOVE SPACES TO WSItCustID(WSItCountAll)
              MOVE BcAmount TO WSItAmount(WSItCountAll)
              MOVE BcAmount TO WSItBooked(WSItCountAll)
              MOVE 'O' TO WSItStatus(WSItCountAll)
              MOVE ZERO TO WSItMatched(WSItCountAll)
              MOVE 1 TO WSItCount(WSItCountAll)
              IF BcDate > WSNewBankThru
                 MOVE BcDate TO WSNewBankThru
              END-IF
           ELSE
              SET ReconTableFull TO TRUE
              MOVE 'Y' TO WSEOF
           END-IF.

      *> Every outstanding book item against every outstanding bank
      *> item, so something carried from an earlier run can still
      *> pair with a line that only arrived today. The table is in
      *> the order the items were first seen, so the earliest
      *> candidate wins.
       MatchDeposits.
           PERFORM VARYING WSTableIdx FROM 1 BY 1
               UNTIL WSTableIdx > WSItCountAll
               IF ItOutstanding(WSTableIdx)
                  AND WSItAmount(WSTableIdx) > ZERO
                  AND (ItDeposit(WSTableIdx) OR ItNSF(WSTableIdx))
                  PERFORM MatchOneBookItem
               END-IF
           END-PERFORM.

       MatchOneBookItem.
           MOVE ZERO TO WSFoundIdx.
           PERFORM VARYING WSScanIdx FROM 1 BY 1
               UNTIL WSScanIdx > WSItCountAll OR WSFoundIdx > 0
               IF ItOutstanding(WSScanIdx)
                  AND WSItAmount(WSScanIdx) = WSItAmount(WSTableIdx)
                  COMPUTE WSDayGap =
                      FUNCTION INTEGER-OF-DATE(WSItDate(WSScanIdx)) -
                      FUNCTION INTEGER-OF-DATE(WSItDate(WSTableIdx))
                  IF ItDeposit(WSTableIdx) AND ItBankCredit(WSScanIdx)
                     AND WSDayGap >= ZERO AND WSDayGap <= WSLagDays
                     MOVE WSScanIdx TO WSFoundIdx
                  END-IF
                  IF ItNSF(WSTableIdx) AND ItBankReturn(WSScanIdx)
                     AND WSDayGap >= ZERO - WSLagDays
                     AND WSDayGap <= WSLagDays
                     MOVE WSScanIdx TO WSFoundIdx
                  END-IF
               END-IF
           END-PERFORM.
           IF WSFoundIdx > ZERO
              MOVE 'C' TO WSItStatus(WSTableIdx)
              MOVE 'C' TO WSItStatus(WSFoundIdx)
              MOVE WSItAmount(WSTableIdx) TO WSItBooked(WSTableIdx)
              MOVE WSItDate(WSFoundIdx) TO WSItMatched(WSTableIdx)
              MOVE WSItDate(WSTableIdx) TO WSItMatched(WSFoundIdx)
              ADD 1 TO WSMatchCount
           END-IF.

      *> A deposit the bank has already credited whose receipts
      *> have changed since - a back-dated receipt or an ERR
      *> reversal. It stays cleared at the bank's figure, and the
      *> change shows as a difference in the proof.
       ReportChangedDeposits.
           PERFORM VARYING WSTableIdx FROM 1 BY 1
               UNTIL WSTableIdx > WSItCountAll
               IF ItDeposit(WSTableIdx) AND ItCleared(WSTableIdx)
                  AND WSItAmount(WSTableIdx) NOT =
                      WSItBooked(WSTableIdx)
                  IF WSChangedCount = ZERO
                     MOVE SPACES TO ReportLine
                     WRITE ReportLine
                     MOVE "Cleared deposits changed since bank credit :"
                         TO ReportLine
                     WRITE ReportLine
                  END-IF
                  ADD 1 TO WSChangedCount
                  MOVE WSItDate(WSTableIdx) TO WSCDate
                  PERFORM NameChannel
                  MOVE WSDWhat TO WSCWhat
                  MOVE WSItBooked(WSTableIdx) TO WSCCleared
                  MOVE WSItAmount(WSTableIdx) TO WSCBook
                  WRITE ReportLine FROM WSChangedLine
                      AFTER ADVANCING 1 LINE
                  END-WRITE
      *> the bank's figure stands; the ledger's is in the proof
                  PERFORM AddChangeToProof
                  MOVE WSItBooked(WSTableIdx) TO WSItAmount(WSTableIdx)
               END-IF
           END-PERFORM.

      *> The ledger's deposit total goes to book cash but the state
      *> keeps the figure the bank cleared, so the next run reports
      *> it again until someone puts the ledger right
       AddChangeToProof.
           ADD WSItAmount(WSTableIdx) TO WSBookDeposits.
           SUBTRACT WSItBooked(WSTableIdx) FROM WSBookDeposits.

       NameChannel.
           EVALUATE TRUE
               WHEN ItDeposit(WSTableIdx)
                    AND WSItChannel(WSTableIdx) = 'R'
                   MOVE "Counter" TO WSDWhat
               WHEN ItDeposit(WSTableIdx)
                   MOVE "Lockbox" TO WSDWhat
               WHEN ItNSF(WSTableIdx)
                   MOVE "NSF check" TO WSDWhat
               WHEN ItBankCredit(WSTableIdx)
                   MOVE "Credit" TO WSDWhat
               WHEN OTHER
                   MOVE "Returned" TO WSDWhat
           END-EVALUATE.

       ReportOutstanding.
           MOVE "Deposits in transit - booked, not yet credited :"
               TO WSSectionHead.
           MOVE 'D' TO WSSectionKind.
           PERFORM ReportOneSection.
           MOVE WSSectionTotal TO WSInTransit.
           MOVE "NSF reversals the bank has not yet returned :"
               TO WSSectionHead.
           MOVE 'N' TO WSSectionKind.
           PERFORM ReportOneSection.
           MOVE WSSectionTotal TO WSNotReturned.
           MOVE "Bank credits with no deposit on the ledger :"
               TO WSSectionHead.
           MOVE 'B' TO WSSectionKind.
           PERFORM ReportOneSection.
           MOVE WSSectionTotal TO WSUnbooked.
           MOVE "Bank returned items not reversed on the ledger :"
               TO WSSectionHead.
           MOVE 'X' TO WSSectionKind.
           PERFORM ReportOneSection.
           MOVE WSSectionTotal TO WSUnreversed.

       ReportOneSection.
           MOVE ZERO TO WSSectionTotal.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
           MOVE WSSectionHead TO ReportLine.
           WRITE ReportLine.
           PERFORM VARYING WSTableIdx FROM 1 BY 1
               UNTIL WSTableIdx > WSItCountAll
               IF WSItKind(WSTableIdx) = WSSectionKind
                  AND ItOutstanding(WSTableIdx)
                  AND WSItAmount(WSTableIdx) > ZERO
                  ADD 1 TO WSOutstandCount
                  ADD WSItAmount(WSTableIdx) TO WSSectionTotal
                  MOVE WSItDate(WSTableIdx) TO WSDDate
                  PERFORM NameChannel
                  MOVE WSItRef(WSTableIdx) TO WSDRef
                  MOVE WSItCustID(WSTableIdx) TO WSDCustID
                  MOVE WSItAmount(WSTableIdx) TO WSDAmount
                  COMPUTE WSAgeDays = WSTodayInt -
                      FUNCTION INTEGER-OF-DATE(WSItDate(WSTableIdx))
                  MOVE WSAgeDays TO WSDAge
                  WRITE ReportLine FROM WSDetailLine
                      AFTER ADVANCING 1 LINE
                  END-WRITE
               END-IF
           END-PERFORM.
           MOVE "  Total" TO WSPLabel.
           MOVE WSSectionTotal TO WSPAmount.
           WRITE ReportLine FROM WSProofLine
               AFTER ADVANCING 1 LINE
           END-WRITE.

      *> Book cash is every deposit less every NSF check; bank cash
      *> is every credit less every returned item. The outstanding
      *> items take the bank figure to the book figure - anything
      *> left over is unexplained.
       ProveCash.
           PERFORM VARYING WSTableIdx FROM 1 BY 1
               UNTIL WSTableIdx > WSItCountAll
               EVALUATE TRUE
                   WHEN ItDeposit(WSTableIdx)
                       ADD WSItAmount(WSTableIdx) TO WSBookDeposits
                   WHEN ItNSF(WSTableIdx)
                       ADD WSItAmount(WSTableIdx) TO WSBookNSF
                   WHEN ItBankCredit(WSTableIdx)
                       ADD WSItAmount(WSTableIdx) TO WSBankCredits
                   WHEN OTHER
                       ADD WSItAmount(WSTableIdx) TO WSBankReturns
               END-EVALUATE
           END-PERFORM.
           COMPUTE WSBookCash = WSBookDeposits - WSBookNSF.
           COMPUTE WSBankCash = WSBankCredits - WSBankReturns.
           COMPUTE WSAdjustedBank = WSBankCash + WSInTransit
               - WSNotReturned - WSUnbooked + WSUnreversed.
           COMPUTE WSDifference = WSBookCash - WSAdjustedBank.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
           MOVE "Proof of cash :" TO ReportLine.
           WRITE ReportLine.
           MOVE "  Receipts deposited per ledger" TO WSPLabel.
           MOVE WSBookDeposits TO WSPAmount.
           PERFORM WriteProofLine.
           MOVE "  less NSF checks reversed" TO WSPLabel.
           MOVE WSBookNSF TO WSPAmount.
           PERFORM WriteProofLine.
           MOVE "  Book cash" TO WSPLabel.
           MOVE WSBookCash TO WSPAmount.
           PERFORM WriteProofLine.
           MOVE "  Credits per bank" TO WSPLabel.
           MOVE WSBankCredits TO WSPAmount.
           PERFORM WriteProofLine.
           MOVE "  less items returned by bank" TO WSPLabel.
           MOVE WSBankReturns TO WSPAmount.
           PERFORM WriteProofLine.
           MOVE "  Bank cash" TO WSPLabel.
           MOVE WSBankCash TO WSPAmount.
           PERFORM WriteProofLine.
           MOVE "  add deposits in transit" TO WSPLabel.
           MOVE WSInTransit TO WSPAmount.
           PERFORM WriteProofLine.
           MOVE "  less NSF reversals not yet returned" TO WSPLabel.
           MOVE WSNotReturned TO WSPAmount.
           PERFORM WriteProofLine.
           MOVE "  less bank credits not on the ledger" TO WSPLabel.
           MOVE WSUnbooked TO WSPAmount.
           PERFORM WriteProofLine.
           MOVE "  add bank returns not reversed" TO WSPLabel.
           MOVE WSUnreversed TO WSPAmount.
           PERFORM WriteProofLine.
           MOVE "  Adjusted bank cash" TO WSPLabel.
           MOVE WSAdjustedBank TO WSPAmount.
           PERFORM WriteProofLine.
           MOVE "  Unreconciled difference" TO WSPLabel.
           MOVE WSDifference TO WSPAmount.
           PERFORM WriteProofLine.
           IF WSDifference = ZERO
              MOVE "Book cash and bank cash reconcile."
                  TO ReportLine
           ELSE
              MOVE "** Book cash and bank cash DO NOT reconcile **"
                  TO ReportLine
           END-IF.
           WRITE ReportLine
               AFTER ADVANCING 2 LINES
           END-WRITE.

       WriteProofLine.
           WRITE ReportLine FROM WSProofLine
               AFTER ADVANCING 1 LINE
           END-WRITE.

      *> A deposit that has lost every receipt (all reversed in
      *> error) has nothing left to reconcile and is not kept
       SaveReconState.
           OPEN OUTPUT ReconFile.
           IF WSReconStatus NOT = "00"
              DISPLAY "depositrecon: unable to save DepositRecon.dat"
                  " - status " WSReconStatus
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE SPACES TO ReconRecord
              MOVE 'H' TO DrKind
              MOVE WSNewBankThru TO DrDate
              MOVE ZERO TO DrAmount
              MOVE ZERO TO DrMatched
              MOVE ZERO TO DrCount
              WRITE ReconRecord
              END-WRITE
              PERFORM VARYING WSTableIdx FROM 1 BY 1
                  UNTIL WSTableIdx > WSItCountAll
                  IF WSItAmount(WSTableIdx) > ZERO
                     OR NOT ItDeposit(WSTableIdx)
                     PERFORM SaveOneItem
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE ReconFile.

       SaveOneItem.
           MOVE SPACES TO ReconRecord.
           MOVE WSItKind(WSTableIdx) TO DrKind.
           MOVE WSItDate(WSTableIdx) TO DrDate.
           MOVE WSItChannel(WSTableIdx) TO DrChannel.
           MOVE WSItRef(WSTableIdx) TO DrRef.
           MOVE WSItCustID(WSTableIdx) TO DrCustID.
           MOVE WSItAmount(WSTableIdx) TO DrAmount.
           MOVE WSItStatus(WSTableIdx) TO DrStatus.
           MOVE WSItMatched(WSTableIdx) TO DrMatched.
           MOVE WSItCount(WSTableIdx) TO DrCount.
           WRITE ReconRecord
           END-WRITE.
