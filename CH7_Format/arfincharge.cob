       IDENTIFICATION DIVISION.
       PROGRAM-ID. arfincharge.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Month-end finance charges - our terms have always said an
       *> overdue balance attracts a monthly service charge, but
       *> nobody could work out what was overdue, so it was never
       *> billed. This run ages each customer from ALDueDate exactly
       *> the way araging.cob does (recorded settlements first, then
       *> payments and credits oldest-first), takes whatever is past
       *> its due date, and charges it at the monthly rate in
       *> RunControl.dat, never less than the minimum charge. Each
       *> charge posts as its own F line on ARLedger.dat with reason
       *> FIN under an FCnnnn reference from NextFinCharge.dat, goes
       *> on the ARBalance.dat balance, and is journalled to finance
       *> charge income (4200) against AR. Accounts flagged exempt
       *> on the master (CustFinChgFlag, set in arcredit.cob) are
       *> skipped, earlier finance charges are never charged on
       *> again, and an account already charged this month is not
       *> charged twice if the run is repeated. Every charge, and
       *> every exempt account that would have been charged, is
       *> listed in FinanceCharges.txt.
       *> RunControl.dat settings (see runcontrol.cob):
       *>   FINCHG-RATE-BP     monthly rate in hundredths of a
       *>                      percent - 00150 is 1.5% a month
       *>   FINCHG-MIN-CENTS   minimum charge in cents - 00100 is
       *>                      one dollar
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ARLedgerFile ASSIGN TO "ARLedger.dat"
      *> NEW : keyed on customer, date, reference and sequence -
      *> see Copybooks/arledger.cpy
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS ALLedgerKey
                      = ALCustID ALDate ALRef ALSeq
                  FILE STATUS IS WSLedgerStatus.
              SELECT SettleFile ASSIGN TO "ARSettlement.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSSettleStatus.
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
              SELECT ARBalanceFile ASSIGN TO "ARBalance.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS ArCustID
                  FILE STATUS IS WSBalanceStatus.
              SELECT FinCtlFile ASSIGN TO "NextFinCharge.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSFinCtlStatus.
              SELECT GLJournalFile ASSIGN TO "GLJournal.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSGLStatus.
              SELECT PeriodFile ASSIGN TO "ARPeriod.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSPeriodStatus.
              SELECT ReportFile ASSIGN TO "FinanceCharges.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ARLedgerFile.
       *> Same line layout every AR program shares - see
       *> Copybooks/arledger.cpy
       COPY arledger.
       FD SettleFile.
       COPY arsettle.
       FD CustomerFile.
       COPY custrec.
       FD ARBalanceFile.
       01 ARBalanceRecord.
              02 ArCustID     PIC 9(8) COMP-3.
              02 ArBalance    PIC S9(7)V99 COMP-3.
       FD FinCtlFile.
       01 FinCtlRecord    PIC 9(4).
       FD GLJournalFile.
       COPY gljournal.
       FD PeriodFile.
       01 PeriodRecord    PIC 9(6).
       FD ReportFile.
       01 ReportLine   PIC X(90).

       WORKING-STORAGE SECTION.
       01 WSLedgerStatus   PIC XX.
       01 WSSettleStatus   PIC XX.
       01 WSCustFileStatus PIC XX.
       01 WSBalanceStatus  PIC XX.
       01 WSFinCtlStatus   PIC XX.
       01 WSGLStatus       PIC XX.
       01 WSReportStatus   PIC XX.
       01 WSEOF            PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
       *> Per-customer payment pool, what is past due once it has
       *> been applied, and whether this month's charge is already on
       *> the ledger
       01 WSCustTable.
              02 WSCustEntry OCCURS 200 TIMES.
                  03 WSCustEntryID     PIC X(8).
                  03 WSCustPayments    PIC S9(7)V99 COMP-3.
                  03 WSCustPastDue     PIC S9(7)V99 COMP-3.
                  03 WSCustCharged     PIC X.
       01 WSCustCount      PIC 9(3) VALUE ZERO.
       01 WSTableIdx       PIC 9(3).
       01 WSScanIdx        PIC 9(3).
       01 WSFoundIdx       PIC 9(3).
       01 WSCustOverflow   PIC X VALUE 'N'.
              88 CustTableFull    VALUE 'Y'.
       *> The open items in ledger (oldest-first) order - invoices,
       *> reversed payments and earlier finance charges, the last
       *> flagged so they are collected but never charged on
       01 WSInvTable.
              02 WSInvEntry OCCURS 500 TIMES.
                  03 WSInvCustID    PIC X(8).
                  03 WSInvType      PIC X.
                  03 WSInvRef       PIC X(6).
                  03 WSInvDue       PIC 9(8).
                  03 WSInvAmount    PIC S9(7)V99 COMP-3.
       01 WSInvCount       PIC 9(3) VALUE ZERO.
       01 WSInvIdx         PIC 9(3).
       01 WSInvOverflow    PIC X VALUE 'N'.
              88 InvTableFull     VALUE 'Y'.
       *> The settlement slices, loaded before the ledger - same
       *> rule araging.cob applies
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
       01 WSToday          PIC 9(8).
       *> Rate and minimum - RunControl.dat wins, these are the
       *> fallbacks
       01 WSParmName       PIC X(20).
       01 WSParmValue      PIC 9(5).
       01 WSParmFound      PIC X.
       01 WSRateBP         PIC 9(5) VALUE 150.
       01 WSMinCents       PIC 9(5) VALUE 100.
       01 WSMinCharge      PIC 9(5)V99.
       01 WSCharge         PIC 9(7)V99 COMP-3.
       01 WSNextFinCharge  PIC 9(4) VALUE 1.
       01 WSFinSeq         PIC 9(4).
       01 WSFinRef         PIC X(6).
       01 WSChargeCount    PIC 9(5) VALUE ZERO.
       01 WSExemptCount    PIC 9(5) VALUE ZERO.
       01 WSRepeatCount    PIC 9(5) VALUE ZERO.
       01 WSChargeTotal    PIC 9(8)V99 COMP-3 VALUE ZERO.
       01 WSCustName       PIC X(31).
      *> Shared closed-period fields - see Copybooks/arperiodchkp.cpy
       COPY arperiodchk.
       01 WSTodayYM        PIC 9(6).
       01 WSRateLine.
              02 FILLER        PIC X(14) VALUE "Monthly rate ".
              02 WSRLRate      PIC Z9.99.
              02 FILLER        PIC X(20) VALUE "%   minimum charge ".
              02 WSRLMin       PIC $$$,$$9.99.
       01 WSColumnHeads.
              02 FILLER  PIC X(10) VALUE "Customer".
              02 FILLER  PIC X(33) VALUE "Name".
              02 FILLER  PIC X(15) VALUE "      Past due".
              02 FILLER  PIC X(13) VALUE "     Charge".
              02 FILLER  PIC X(8) VALUE "Ref".
       01 WSDetailLine.
              02 WSDCustID     PIC X(8).
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSDName       PIC X(31).
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSDPastDue    PIC $$,$$$,$$9.99.
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSDCharge     PIC $$$,$$9.99.
              02 FILLER        PIC X(3) VALUE SPACES.
              02 WSDRef        PIC X(17).
       01 WSTotalLine.
              02 FILLER        PIC X(20) VALUE "Charges raised :".
              02 WSTCount      PIC ZZZZ9.
              02 FILLER        PIC X(18) VALUE SPACES.
              02 FILLER        PIC X(10) VALUE "Total :".
              02 WSTTotal      PIC $$,$$$,$$9.99.
      *> NEW : shared keyed ledger fields - see
      *> Copybooks/arledgerkeyp.cpy
       COPY arledgerkey.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday.
           MOVE WSToday(1:6) TO WSTodayYM.
      *> Charges post dated today, so if today's month has been
      *> closed the run is refused before anything is read
           PERFORM LoadClosedPeriod.
           IF WSClosedThru > ZERO AND WSTodayYM NOT > WSClosedThru
              DISPLAY "arfincharge: period " WSTodayYM " is closed - "
                  "no postings allowed"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM LoadChargeSettings.
           PERFORM LoadSettlements.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM LoadLedger.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           IF WSCustCount = ZERO
              DISPLAY "arfincharge: no AR activity on file"
              GOBACK
           END-IF.
           PERFORM ApplyOneSettlement
               VARYING WSSetIdx FROM 1 BY 1
               UNTIL WSSetIdx > WSSetCount.
           PERFORM AgeOneCustomer
               VARYING WSTableIdx FROM 1 BY 1
               UNTIL WSTableIdx > WSCustCount.
           OPEN INPUT CustomerFile.
           IF WSCustFileStatus NOT = "00"
              DISPLAY "arfincharge: Customer.dat unavailable - "
                  "status " WSCustFileStatus
                  " - exemptions cannot be checked, nothing charged"
              CLOSE CustomerFile
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT ReportFile.
           IF WSReportStatus NOT = "00"
              DISPLAY "arfincharge: unable to open FinanceCharges.txt"
                  " - status " WSReportStatus
              CLOSE CustomerFile
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM ReadNextFinNumber.
           PERFORM PrintRegisterHeading.
           PERFORM ChargeOneCustomer
               VARYING WSTableIdx FROM 1 BY 1
               UNTIL WSTableIdx > WSCustCount.
           MOVE WSChargeCount TO WSTCount.
           MOVE WSChargeTotal TO WSTTotal.
           WRITE ReportLine FROM WSTotalLine
               AFTER ADVANCING 2 LINES
           END-WRITE.
           CLOSE ReportFile.
           CLOSE CustomerFile.
           PERFORM PostRunToGL.
           DISPLAY "arfincharge: " WSChargeCount " charge(s) raised, "
               WSExemptCount " exempt, " WSRepeatCount
               " already charged this month - see FinanceCharges.txt".
      *> GOBACK so a batch driver can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

       LoadChargeSettings.
           MOVE "FINCHG-RATE-BP" TO WSParmName.
           CALL 'runcontrol' USING WSParmName, WSParmValue,
               WSParmFound
           END-CALL.
           IF WSParmFound = 'Y' AND WSParmValue > ZERO
              MOVE WSParmValue TO WSRateBP
           END-IF.
           MOVE "FINCHG-MIN-CENTS" TO WSParmName.
           CALL 'runcontrol' USING WSParmName, WSParmValue,
               WSParmFound
           END-CALL.
           IF WSParmFound = 'Y' AND WSParmValue > ZERO
              MOVE WSParmValue TO WSMinCents
           END-IF.
           COMPUTE WSMinCharge = WSMinCents / 100.

       *> No settlement file just means nothing has been allocated
       *> yet - everything applies oldest-first
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
                 DISPLAY "arfincharge: settlements exceed the aging "
                     "tables - aborting before a wrong charge posts"
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.
           CLOSE SettleFile.

       LoadLedger.
           OPEN INPUT ARLedgerFile.
           IF WSLedgerStatus NOT = "00"
              DISPLAY "arfincharge: no ARLedger.dat on file - status "
                  WSLedgerStatus
              CLOSE ARLedgerFile
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM UNTIL EndOfPass
                 READ ARLedgerFile NEXT RECORD
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END PERFORM FileOneEntry
                 END-READ
              END-PERFORM
              CLOSE ARLedgerFile
              MOVE 'N' TO WSEOF
              IF CustTableFull OR InvTableFull
                 DISPLAY "arfincharge: ledger exceeds the aging "
                     "tables - aborting before a wrong charge posts"
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.

       *> Same split araging.cob makes - settled postings are left to
       *> ApplyOneSettlement, unsettled payments and credits go in
       *> the pool, everything else is an open item aged from its
       *> due date (the entry date on lines written before the
       *> column existed)
       FileOneEntry.
           PERFORM FindCustomerSlot.
           MOVE 'N' TO WSSettled.
           IF ALType = 'P' OR ALType = 'C' OR ALType = 'R'
              PERFORM CheckPostingSettled
                  VARYING WSSetIdx FROM 1 BY 1
                  UNTIL WSSetIdx > WSSetCount OR PostingSettled
           END-IF.
           IF WSFoundIdx > ZERO AND NOT PostingSettled
      *> NEW : only this run's own FIN charges count - interest a
      *> payment plan posted (reason PLN) is not a finance charge
              IF ALType = 'F' AND ALDate(1:6) = WSTodayYM
                 AND ALReason = "FIN"
                 MOVE 'Y' TO WSCustCharged(WSFoundIdx)
              END-IF
              IF ALType = 'P' OR ALType = 'C'
                 ADD ALAmount TO WSCustPayments(WSFoundIdx)
              ELSE
                 IF WSInvCount < 500
                    ADD 1 TO WSInvCount
                    MOVE ALCustID TO WSInvCustID(WSInvCount)
                    MOVE ALType TO WSInvType(WSInvCount)
                    MOVE ALRef TO WSInvRef(WSInvCount)
                    IF ALDueDate NUMERIC AND ALDueDate > ZERO
                       MOVE ALDueDate TO WSInvDue(WSInvCount)
                    ELSE
                       MOVE ALDate TO WSInvDue(WSInvCount)
                    END-IF
                    MOVE ALAmount TO WSInvAmount(WSInvCount)
                 ELSE
                    SET InvTableFull TO TRUE
                 END-IF
              END-IF
           END-IF.

       CheckPostingSettled.
           IF WSSetCustID(WSSetIdx) = ALCustID
              AND WSSetType(WSSetIdx) = ALType
              AND WSSetRef(WSSetIdx) = ALRef
              SET PostingSettled TO TRUE
           END-IF.

       FindCustomerSlot.
           MOVE ZERO TO WSFoundIdx.
           PERFORM VARYING WSScanIdx FROM 1 BY 1
               UNTIL WSScanIdx > WSCustCount OR WSFoundIdx > 0
               IF WSCustEntryID(WSScanIdx) = ALCustID
                  MOVE WSScanIdx TO WSFoundIdx
               END-IF
           END-PERFORM.
           IF WSFoundIdx = ZERO
              IF WSCustCount < 200
                 ADD 1 TO WSCustCount
                 MOVE ALCustID TO WSCustEntryID(WSCustCount)
                 MOVE ZERO TO WSCustPayments(WSCustCount)
                 MOVE ZERO TO WSCustPastDue(WSCustCount)
                 MOVE 'N' TO WSCustCharged(WSCustCount)
                 MOVE WSCustCount TO WSFoundIdx
              ELSE
                 SET CustTableFull TO TRUE
              END-IF
           END-IF.

       *> A slice comes off the invoice it names (an R slice goes
       *> back on). Cash held on account joins the oldest-first pool
       *> here, as in ardunning.cob - nobody is charged on debt their
       *> own unapplied cash already covers.
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

       *> The pool eats the oldest items first; whatever is left on
       *> an item due before today is past due. Earlier finance
       *> charges soak up payments like any debt but are never
       *> charged on themselves.
       AgeOneCustomer.
           MOVE WSCustPayments(WSTableIdx) TO WSPayLeft.
           PERFORM VARYING WSInvIdx FROM 1 BY 1
               UNTIL WSInvIdx > WSInvCount
               IF WSInvCustID(WSInvIdx) =
                   WSCustEntryID(WSTableIdx)
                  MOVE WSInvAmount(WSInvIdx) TO WSOpenAmount
                  IF WSOpenAmount < ZERO
                     SUBTRACT WSOpenAmount FROM WSPayLeft
                     MOVE ZERO TO WSOpenAmount
                  END-IF
                  IF WSPayLeft >= WSOpenAmount
                     SUBTRACT WSOpenAmount FROM WSPayLeft
                     MOVE ZERO TO WSOpenAmount
                  ELSE
                     SUBTRACT WSPayLeft FROM WSOpenAmount
                     MOVE ZERO TO WSPayLeft
                  END-IF
                  IF WSOpenAmount > ZERO
                     AND WSInvType(WSInvIdx) NOT = 'F'
                     AND WSInvDue(WSInvIdx) < WSToday
                     ADD WSOpenAmount TO WSCustPastDue(WSTableIdx)
                  END-IF
               END-IF
           END-PERFORM.

       PrintRegisterHeading.
           MOVE SPACES TO ReportLine.
           STRING "Finance Charge Register - " WSToday
               DELIMITED BY SIZE INTO ReportLine.
           WRITE ReportLine.
           COMPUTE WSRLRate = WSRateBP / 100.
           MOVE WSMinCharge TO WSRLMin.
           WRITE ReportLine FROM WSRateLine
               AFTER ADVANCING 1 LINE
           END-WRITE.
           WRITE ReportLine FROM WSColumnHeads
               AFTER ADVANCING 2 LINES
           END-WRITE.

       *> Only an account on the master can be charged - the
       *> exemption lives there
       ChargeOneCustomer.
           IF WSCustPastDue(WSTableIdx) > ZERO
              EVALUATE TRUE
                  WHEN WSCustCharged(WSTableIdx) = 'Y'
                      ADD 1 TO WSRepeatCount
                  WHEN WSCustEntryID(WSTableIdx) NOT NUMERIC
                      CONTINUE
                  WHEN OTHER
                      MOVE WSCustEntryID(WSTableIdx) TO IDNum
                      READ CustomerFile
                          INVALID KEY
                              DISPLAY "arfincharge: "
                                  WSCustEntryID(WSTableIdx)
                                  " not on the master - not charged"
                          NOT INVALID KEY
                              PERFORM ChargeOrExempt
                      END-READ
              END-EVALUATE
           END-IF.

       ChargeOrExempt.
           MOVE SPACES TO WSCustName.
           STRING FUNCTION TRIM(FirstName) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LastName) DELIMITED BY SIZE
               INTO WSCustName.
           MOVE WSCustEntryID(WSTableIdx) TO WSDCustID.
           MOVE WSCustName TO WSDName.
           MOVE WSCustPastDue(WSTableIdx) TO WSDPastDue.
           IF CustFinChgExempt
              ADD 1 TO WSExemptCount
              MOVE ZERO TO WSDCharge
              MOVE "exempt" TO WSDRef
           ELSE
              COMPUTE WSCharge ROUNDED =
                  WSCustPastDue(WSTableIdx) * WSRateBP / 10000
              IF WSCharge < WSMinCharge
                 MOVE WSMinCharge TO WSCharge
              END-IF
              PERFORM PostFinanceCharge
      *> NEW : a charge whose F line failed to post is shown as such
      *> on the register and left out of the run's totals
              IF LedgerLinePosted
                 MOVE WSCharge TO WSDCharge
                 MOVE WSFinRef TO WSDRef
              ELSE
                 MOVE ZERO TO WSDCharge
                 MOVE "NOT POSTED" TO WSDRef
              END-IF
           END-IF.
           WRITE ReportLine FROM WSDetailLine
               AFTER ADVANCING 1 LINE
           END-WRITE.

       ReadNextFinNumber.
           OPEN INPUT FinCtlFile.
           IF WSFinCtlStatus = "00"
              READ FinCtlFile
                  AT END CONTINUE
                  NOT AT END
                      IF FinCtlRecord NUMERIC
                         MOVE FinCtlRecord TO WSNextFinCharge
                      END-IF
              END-READ
           END-IF.
           CLOSE FinCtlFile.

       SaveNextFinNumber.
           OPEN OUTPUT FinCtlFile.
           MOVE WSNextFinCharge TO FinCtlRecord.
           WRITE FinCtlRecord.
           CLOSE FinCtlFile.

       *> The number is taken and the control file saved before the
       *> charge posts - same discipline the receipt and credit
       *> numbers follow. The F line is due the day it is raised.
       PostFinanceCharge.
           MOVE WSNextFinCharge TO WSFinSeq.
           ADD 1 TO WSNextFinCharge.
           PERFORM SaveNextFinNumber.
           MOVE SPACES TO WSFinRef.
           STRING "FC" WSFinSeq DELIMITED BY SIZE INTO WSFinRef.
           MOVE SPACES TO ARLedgerRecord.
           MOVE WSCustEntryID(WSTableIdx) TO ALCustID.
           MOVE 'F' TO ALType.
           MOVE WSToday TO ALDate.
           MOVE WSFinRef TO ALRef.
           MOVE WSCharge TO ALAmount.
           MOVE "FIN" TO ALReason.
           MOVE WSToday TO ALDueDate.
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
              PERFORM PostChargeBalance
              ADD 1 TO WSChargeCount
              ADD WSCharge TO WSChargeTotal
           END-IF.

       PostChargeBalance.
           OPEN I-O ARBalanceFile.
           IF WSBalanceStatus = "35"
              OPEN OUTPUT ARBalanceFile
              CLOSE ARBalanceFile
              OPEN I-O ARBalanceFile
           END-IF.
           IF WSBalanceStatus NOT = "00"
              DISPLAY "arfincharge: ARBalance.dat unavailable - "
                  "status " WSBalanceStatus
                  " - ledger written, balance not updated"
              CLOSE ARBalanceFile
           ELSE
              MOVE WSCustEntryID(WSTableIdx) TO ArCustID
              READ ARBalanceFile
                  INVALID KEY
                      MOVE WSCustEntryID(WSTableIdx) TO ArCustID
                      MOVE WSCharge TO ArBalance
                      WRITE ARBalanceRecord
                      END-WRITE
                  NOT INVALID KEY
                      ADD WSCharge TO ArBalance
                      REWRITE ARBalanceRecord
                      END-REWRITE
              END-READ
              CLOSE ARBalanceFile
           END-IF.

       *> The run's double entry - AR debited, finance charge income
       *> credited, debits equal to credits by construction. Same
       *> create-if-missing handling the other EXTEND files use.
       PostRunToGL.
           IF WSChargeTotal = ZERO
              CONTINUE
           ELSE
              OPEN EXTEND GLJournalFile
              IF WSGLStatus = "35"
                 OPEN OUTPUT GLJournalFile
                 CLOSE GLJournalFile
                 OPEN EXTEND GLJournalFile
              END-IF
              IF WSGLStatus NOT = "00"
                 DISPLAY "arfincharge: GLJournal.dat unavailable - "
                     "status " WSGLStatus
                     " - journal lines not written"
              ELSE
                 MOVE SPACES TO GLJournalRecord
                 MOVE WSToday TO GjDate
                 MOVE "arfincharg" TO GjSource
                 MOVE 1100 TO GjAccount
                 MOVE 'D' TO GjDrCr
                 MOVE WSChargeTotal TO GjAmount
                 MOVE "Finance charges" TO GjDesc
                 WRITE GLJournalRecord
                 END-WRITE
                 MOVE 4200 TO GjAccount
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
