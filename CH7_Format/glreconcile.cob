       IDENTIFICATION DIVISION.
       PROGRAM-ID. glreconcile.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Control account reconciliation - the GL carries one summary
       *> figure for each sub-ledger, and when the two drift apart
       *> nobody can say when. At month end this proves each control
       *> account in GLJournal.dat against the file it summarises and
       *> reports to ControlRecon.txt:
       *>   1100 Accounts Receivable against the ARBalance.dat total,
       *>        wound back to the month end by the ARLedger.dat lines
       *>        dated after it;
       *>   2300 Payroll Withholding against the deductions on the
       *>        checks in PayHistory.dat (voided checks excluded),
       *>        less the remittances - the debits keyed to 2300
       *>        through glentry.cob when the money is paid over -
       *>        plus what the last year-end carried forward;
       *>   1200 Inventory against the extended stock value, on-hand
       *>        times average cost as invvalue.cob works it. Stock
       *>        is valued as it stands, so the GL side here counts
       *>        every posting to date - run it at the month end,
       *>        before the next month's movements.
       *> Each shows the GL balance, the sub-ledger total and the
       *> difference, then matches the month's activity day by day:
       *> GL debits and credits against the sub-ledger's for AR, the
       *> withholding credits against the deductions for payroll, and
       *> for inventory (the movement log carries quantities, not
       *> money) whether both sides moved at all. Every posting and
       *> every sub-ledger entry on a day that doesn't match is
       *> listed, so the break can be traced to the run that caused
       *> it. Any difference or unmatched day ends with RC 8.
       *> NEW : InvMovements.log lines carry location columns now -
       *> the line is read whole; transfers between locations move
       *> no stock in or out and are passed over.
       *> NEW : 2000 Accounts Payable against the supplier ledger,
       *> APLedger.dat - invoices apinvoice.cob posted less payments
       *> appay.cob made, to the month end - matched day by day as
       *> AR is, invoices against the GL credits and payments
       *> against the debits.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT GLJournalFile ASSIGN TO "GLJournal.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSGLStatus.
              SELECT GLOpeningFile ASSIGN TO "GLOpening.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSGLOpenStatus.
              SELECT ARBalanceFile ASSIGN TO "ARBalance.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS IS SEQUENTIAL
                  RECORD KEY IS ArCustID
                  FILE STATUS IS WSBalanceStatus.
              SELECT ARLedgerFile ASSIGN TO "ARLedger.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS IS SEQUENTIAL
                  RECORD KEY IS ALLedgerKey
                      = ALCustID ALDate ALRef ALSeq
                  FILE STATUS IS WSLedgerStatus.
              SELECT HistoryFile ASSIGN TO "PayHistory.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSHistoryStatus.
              SELECT ProductFile ASSIGN TO "Product.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSProductStatus.
              SELECT MovementFile ASSIGN TO "InvMovements.log"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSMovementStatus.
              SELECT APLedgerFile ASSIGN TO "APLedger.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSAPLedgerStatus.
              SELECT ReportFile ASSIGN TO "ControlRecon.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD GLJournalFile.
       *> Same line layout every posting run writes - see
       *> Copybooks/gljournal.cpy
       COPY gljournal.
       FD GLOpeningFile.
       COPY glopening.
       FD ARBalanceFile.
       01 ARBalanceRecord.
              02 ArCustID     PIC 9(8) COMP-3.
              02 ArBalance    PIC S9(7)V99 COMP-3.
       FD ARLedgerFile.
       *> Same line layout every AR program shares - see
       *> Copybooks/arledger.cpy
       COPY arledger.
       FD HistoryFile.
       COPY payhist.
       FD ProductFile.
       COPY prodrec.
       FD MovementFile.
      *> NEW : widened for the location columns
       01 MovementLine    PIC X(80).
       FD APLedgerFile.
       COPY apledger.
       FD ReportFile.
       01 ReportLine   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WSGLStatus       PIC XX.
       01 WSBalanceStatus  PIC XX.
       01 WSLedgerStatus   PIC XX.
       01 WSHistoryStatus  PIC XX.
       01 WSProductStatus  PIC XX.
       01 WSMovementStatus PIC XX.
       01 WSAPLedgerStatus PIC XX.
       01 WSReportStatus   PIC XX.
       01 WSEOF            PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
       01 WSMonthEntry     PIC X(6).
       01 WSMonthYear      PIC 9(4).
       01 WSMonthEnd       PIC 9(8).
       *> the control account in hand, how far its GL balance runs,
       *> and how its days are matched - A amounts both ways, W the
       *> withholding credits only, P whether both sides moved
       01 WSCtlAccount     PIC 9(4).
       01 WSCtlName        PIC X(20).
       01 WSCtlSubName     PIC X(24).
       01 WSCtlCutoff      PIC 9(8).
       01 WSCtlKind        PIC X.
              88 MatchAmounts      VALUE 'A'.
              88 MatchCredits      VALUE 'W'.
              88 MatchPresence     VALUE 'P'.
       *> balances are debit-positive, credit balances negative
       01 WSOpenBalance    PIC S9(9)V99 COMP-3.
       01 WSGLBalance      PIC S9(9)V99 COMP-3.
       01 WSGLDebitsToDate PIC S9(9)V99 COMP-3.
       01 WSSubBalance     PIC S9(9)V99 COMP-3.
       01 WSDifference     PIC S9(9)V99 COMP-3.
       01 WSLineValue      PIC S9(9)V99 COMP-3.
       01 WSSizeIdx        PIC 9.
       *> one slot per day of the month for the control account in
       *> hand - both sides' debits, credits and entry counts
       01 WSDayTable.
              02 WSDayEntry OCCURS 31 TIMES.
                  03 WSDayGLDr      PIC S9(9)V99 COMP-3.
                  03 WSDayGLCr      PIC S9(9)V99 COMP-3.
                  03 WSDayGLLines   PIC 9(4).
                  03 WSDaySubDr     PIC S9(9)V99 COMP-3.
                  03 WSDaySubCr     PIC S9(9)V99 COMP-3.
                  03 WSDaySubLines  PIC 9(4).
                  03 WSDayBroken    PIC X.
                      88 DayUnmatched   VALUE 'Y'.
       01 WSDayIdx         PIC 99.
       01 WSBrokenDays     PIC 99.
       01 WSBrokenAccounts PIC 9 VALUE ZERO.
       01 WSMovementRecord.
              02 WSMvTime     PIC X(14).
              02 FILLER       PIC X(2).
              02 WSMvProduct  PIC X(5).
              02 FILLER       PIC X(2).
              02 WSMvType     PIC X.
              02 FILLER       PIC X(2).
              02 WSMvSize     PIC A.
              02 FILLER       PIC X(2).
              02 WSMvQty      PIC 9(4).
              02 FILLER       PIC X(2).
              02 WSMvOutcome  PIC X(24).
              88 MovementApplied    VALUE "received" "issued"
                  "invoiced" "counted" "returned".
       01 WSAccountHead.
              02 WSHAccount   PIC 9(4).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSHName      PIC X(20).
       01 WSAmountLine.
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSALabel     PIC X(30).
              02 WSAAmount    PIC $$$,$$$,$$9.99CR.
       01 WSDayHeads.
              02 FILLER  PIC X(6)  VALUE "  Day".
              02 FILLER  PIC X(30)
                  VALUE "   GL debits    credits lines".
              02 FILLER  PIC X(2)  VALUE " |".
              02 FILLER  PIC X(30)
                  VALUE "  Sub debits    credits lines".
       01 WSDayLine.
              02 FILLER       PIC X(3) VALUE SPACES.
              02 WSYDay       PIC 99.
              02 FILLER       PIC X(1) VALUE SPACES.
              02 WSYGLDr      PIC Z,ZZZ,ZZ9.99.
              02 FILLER       PIC X(1) VALUE SPACES.
              02 WSYGLCr      PIC Z,ZZZ,ZZ9.99.
              02 FILLER       PIC X(1) VALUE SPACES.
              02 WSYGLLines   PIC ZZZ9.
              02 FILLER       PIC X(2) VALUE " |".
              02 FILLER       PIC X(1) VALUE SPACES.
              02 WSYSubDr     PIC Z,ZZZ,ZZ9.99.
              02 FILLER       PIC X(1) VALUE SPACES.
              02 WSYSubCr     PIC Z,ZZZ,ZZ9.99.
              02 FILLER       PIC X(1) VALUE SPACES.
              02 WSYSubLines  PIC ZZZ9.
       01 WSGLDetail.
              02 FILLER       PIC X(4) VALUE "  GL".
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSGDate      PIC 9(8).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSGSource    PIC X(10).
              02 FILLER       PIC X(1) VALUE SPACES.
              02 WSGDrCr      PIC X.
              02 FILLER       PIC X(1) VALUE SPACES.
              02 WSGAmount    PIC Z,ZZZ,ZZ9.99.
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSGDesc      PIC X(20).
              02 FILLER       PIC X(1) VALUE SPACES.
              02 WSGRef       PIC X(8).
       01 WSSubDetail.
              02 FILLER       PIC X(5) VALUE "  SUB".
              02 FILLER       PIC X(1) VALUE SPACES.
              02 WSSDate      PIC X(8).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSSWho       PIC X(10).
              02 FILLER       PIC X(1) VALUE SPACES.
              02 WSSType      PIC X.
              02 FILLER       PIC X(1) VALUE SPACES.
              02 WSSAmount    PIC Z,ZZZ,ZZ9.99.
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSSNote      PIC X(24).

      *> shared GL opening-year fields - see Copybooks/glopenchkp.cpy
       COPY glopenchk.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           MOVE SPACES TO WSMonthEntry.
           PERFORM UNTIL WSMonthEntry IS NUMERIC
               DISPLAY "Reconciliation month (YYYYMM) "
                   WITH NO ADVANCING
               ACCEPT WSMonthEntry
               IF WSMonthEntry NOT NUMERIC
                  DISPLAY "Invalid month - enter 6 numeric digits"
               END-IF
           END-PERFORM.
      *> a closed year's lines have gone to its archive
           MOVE WSMonthEntry(1:4) TO WSMonthYear.
           PERFORM LoadGLOpenYear.
           IF WSMonthYear < WSGLOpenYear
              DISPLAY "glreconcile: " WSMonthYear " is a closed "
                  "GL year - see GLJournal.dat." WSMonthYear
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           COMPUTE WSMonthEnd = FUNCTION NUMVAL(WSMonthEntry) * 100
               + 31.
           OPEN OUTPUT ReportFile.
           IF WSReportStatus NOT = "00"
              DISPLAY "glreconcile: unable to open "
                  "ControlRecon.txt - status " WSReportStatus
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE SPACES TO ReportLine.
           STRING "Control Account Reconciliation for "
               WSMonthEntry DELIMITED BY SIZE INTO ReportLine.
           WRITE ReportLine.
           PERFORM ReconcileReceivables.
           IF RETURN-CODE = ZERO
              PERFORM ReconcileWithholding
           END-IF.
           IF RETURN-CODE = ZERO
              PERFORM ReconcileInventory
           END-IF.
           IF RETURN-CODE = ZERO
              PERFORM ReconcilePayables
           END-IF.
           CLOSE ReportFile.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           IF WSBrokenAccounts = ZERO
              DISPLAY "glreconcile: " WSMonthEntry " - all control "
                  "accounts agree with their sub-ledgers"
           ELSE
              DISPLAY "glreconcile: " WSBrokenAccounts " control "
                  "account(s) DO NOT agree - see ControlRecon.txt"
              MOVE 8 TO RETURN-CODE
           END-IF.
      *> GOBACK so a batch driver can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

       ReconcileReceivables.
           MOVE 1100 TO WSCtlAccount.
           MOVE "Accounts Receivable" TO WSCtlName.
           MOVE "ARBalance.dat" TO WSCtlSubName.
           MOVE WSMonthEnd TO WSCtlCutoff.
           MOVE 'A' TO WSCtlKind.
           PERFORM StartControlAccount.
           IF RETURN-CODE = ZERO
              PERFORM TallyReceivables
              PERFORM ReportControlAccount
              IF WSBrokenDays > ZERO
                 PERFORM ListGLBreaks
                 PERFORM ListReceivableBreaks
              END-IF
           END-IF.

       ReconcileWithholding.
           MOVE 2300 TO WSCtlAccount.
           MOVE "Payroll Withholding" TO WSCtlName.
           MOVE "PayHistory.dat" TO WSCtlSubName.
           MOVE WSMonthEnd TO WSCtlCutoff.
           MOVE 'W' TO WSCtlKind.
           PERFORM StartControlAccount.
           IF RETURN-CODE = ZERO
              PERFORM TallyWithholding
              PERFORM ReportControlAccount
              IF WSBrokenDays > ZERO
                 PERFORM ListGLBreaks
                 PERFORM ListWithholdingBreaks
              END-IF
           END-IF.

       ReconcileInventory.
           MOVE 1200 TO WSCtlAccount.
           MOVE "Inventory" TO WSCtlName.
           MOVE "stock value" TO WSCtlSubName.
           MOVE 99999999 TO WSCtlCutoff.
           MOVE 'P' TO WSCtlKind.
           PERFORM StartControlAccount.
           IF RETURN-CODE = ZERO
              PERFORM TallyInventory
              PERFORM ReportControlAccount
              IF WSBrokenDays > ZERO
                 PERFORM ListGLBreaks
                 PERFORM ListInventoryBreaks
              END-IF
           END-IF.

       ReconcilePayables.
           MOVE 2000 TO WSCtlAccount.
           MOVE "Accounts Payable" TO WSCtlName.
           MOVE "APLedger.dat" TO WSCtlSubName.
           MOVE WSMonthEnd TO WSCtlCutoff.
           MOVE 'A' TO WSCtlKind.
           PERFORM StartControlAccount.
           IF RETURN-CODE = ZERO
              PERFORM TallyPayables
              PERFORM ReportControlAccount
              IF WSBrokenDays > ZERO
                 PERFORM ListGLBreaks
                 PERFORM ListPayableBreaks
              END-IF
           END-IF.

      *> the GL side of one control account - the balance carried by
      *> the last year-end plus every line since, up to the cutoff,
      *> and the month's lines by day
       StartControlAccount.
           INITIALIZE WSDayTable.
           MOVE ZERO TO WSOpenBalance.
           MOVE ZERO TO WSGLDebitsToDate.
           MOVE ZERO TO WSSubBalance.
           MOVE ZERO TO WSBrokenDays.
           IF WSGLOpenYear > ZERO
              OPEN INPUT GLOpeningFile
              PERFORM UNTIL EndOfPass
                 READ GLOpeningFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF GoYear = WSGLOpenYear
                            AND GoAccount = WSCtlAccount
                            ADD GoBalance TO WSOpenBalance
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE GLOpeningFile
              MOVE 'N' TO WSEOF
           END-IF.
           MOVE WSOpenBalance TO WSGLBalance.
           OPEN INPUT GLJournalFile.
           IF WSGLStatus NOT = "00"
              DISPLAY "glreconcile: no GLJournal.dat on file - "
                  "status " WSGLStatus
              CLOSE GLJournalFile
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM UNTIL EndOfPass
                 READ GLJournalFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END PERFORM TallyGLLine
                 END-READ
              END-PERFORM
              CLOSE GLJournalFile
              MOVE 'N' TO WSEOF
           END-IF.

       TallyGLLine.
           IF GjAccount NOT = WSCtlAccount
              OR GjAmount NOT NUMERIC
              OR GjDate NOT NUMERIC
              OR GjDate(1:4) < WSGLOpenYear
              OR GjDate > WSCtlCutoff
              CONTINUE
           ELSE
              IF GjDrCr = 'D'
                 ADD GjAmount TO WSGLBalance
                 ADD GjAmount TO WSGLDebitsToDate
              ELSE
                 SUBTRACT GjAmount FROM WSGLBalance
              END-IF
              IF GjDate(1:6) = WSMonthEntry
                 MOVE GjDate(7:2) TO WSDayIdx
                 IF WSDayIdx > ZERO AND WSDayIdx < 32
                    ADD 1 TO WSDayGLLines(WSDayIdx)
                    IF GjDrCr = 'D'
                       ADD GjAmount TO WSDayGLDr(WSDayIdx)
                    ELSE
                       ADD GjAmount TO WSDayGLCr(WSDayIdx)
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *> the balance file is as at now - the ledger lines dated after
      *> the month end wind it back; P and C are credits, every other
      *> type is debt
       TallyReceivables.
           OPEN INPUT ARBalanceFile.
           IF WSBalanceStatus NOT = "00"
              DISPLAY "glreconcile: no ARBalance.dat - receivables "
                  "sub-ledger taken as zero"
           ELSE
              PERFORM UNTIL EndOfPass
                 READ ARBalanceFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END ADD ArBalance TO WSSubBalance
                 END-READ
              END-PERFORM
              MOVE 'N' TO WSEOF
           END-IF.
           CLOSE ARBalanceFile.
           OPEN INPUT ARLedgerFile.
           IF WSLedgerStatus = "00"
              PERFORM UNTIL EndOfPass
                 READ ARLedgerFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END PERFORM TallyLedgerLine
                 END-READ
              END-PERFORM
              MOVE 'N' TO WSEOF
           END-IF.
           CLOSE ARLedgerFile.
           PERFORM MatchTheDays.

       TallyLedgerLine.
           IF ALAmount NOT NUMERIC OR ALDate NOT NUMERIC
              CONTINUE
           ELSE
              IF ALDate > WSMonthEnd
                 IF ALType = 'P' OR ALType = 'C'
                    ADD ALAmount TO WSSubBalance
                 ELSE
                    SUBTRACT ALAmount FROM WSSubBalance
                 END-IF
              END-IF
              IF ALDate(1:6) = WSMonthEntry
                 MOVE ALDate(7:2) TO WSDayIdx
                 IF WSDayIdx > ZERO AND WSDayIdx < 32
                    ADD 1 TO WSDaySubLines(WSDayIdx)
                    IF ALType = 'P' OR ALType = 'C'
                       ADD ALAmount TO WSDaySubCr(WSDayIdx)
                    ELSE
                       ADD ALAmount TO WSDaySubDr(WSDayIdx)
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *> brought forward, less the deductions withheld since, plus
      *> what has been paid over - the withholding owed
       TallyWithholding.
           COMPUTE WSSubBalance = WSOpenBalance + WSGLDebitsToDate.
           OPEN INPUT HistoryFile.
           IF WSHistoryStatus NOT = "00"
              DISPLAY "glreconcile: no PayHistory.dat - no "
                  "deductions on file"
           ELSE
              PERFORM UNTIL EndOfPass
                 READ HistoryFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END PERFORM TallyHistoryLine
                 END-READ
              END-PERFORM
              MOVE 'N' TO WSEOF
           END-IF.
           CLOSE HistoryFile.
           PERFORM MatchTheDays.

       TallyHistoryLine.
           IF PhDeduct NOT NUMERIC OR PhDate NOT NUMERIC
              OR PhStatus = 'V'
              OR PhDate(1:4) < WSGLOpenYear
              OR PhDate > WSMonthEnd
              CONTINUE
           ELSE
              SUBTRACT PhDeduct FROM WSSubBalance
              IF PhDate(1:6) = WSMonthEntry
                 MOVE PhDate(7:2) TO WSDayIdx
                 IF WSDayIdx > ZERO AND WSDayIdx < 32
                    ADD 1 TO WSDaySubLines(WSDayIdx)
                    ADD PhDeduct TO WSDaySubCr(WSDayIdx)
                 END-IF
              END-IF
           END-IF.

      *> what is owed to suppliers is a credit balance - invoices
      *> credit it, payments debit it, every line to the month end
       TallyPayables.
           OPEN INPUT APLedgerFile.
           IF WSAPLedgerStatus = "00"
              PERFORM UNTIL EndOfPass
                 READ APLedgerFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END PERFORM TallyPayableLine
                 END-READ
              END-PERFORM
              MOVE 'N' TO WSEOF
           END-IF.
           CLOSE APLedgerFile.
           PERFORM MatchTheDays.

       TallyPayableLine.
           IF PlAmount NOT NUMERIC OR PlDate NOT NUMERIC
              OR PlDate > WSMonthEnd
              CONTINUE
           ELSE
              IF PlPayment
                 ADD PlAmount TO WSSubBalance
              ELSE
                 SUBTRACT PlAmount FROM WSSubBalance
              END-IF
              IF PlDate(1:6) = WSMonthEntry
                 MOVE PlDate(7:2) TO WSDayIdx
                 IF WSDayIdx > ZERO AND WSDayIdx < 32
                    ADD 1 TO WSDaySubLines(WSDayIdx)
                    IF PlPayment
                       ADD PlAmount TO WSDaySubDr(WSDayIdx)
                    ELSE
                       ADD PlAmount TO WSDaySubCr(WSDayIdx)
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *> the stock valued the way invvalue.cob values it, and the
      *> month's applied movements counted by day
       TallyInventory.
           OPEN INPUT ProductFile.
           IF WSProductStatus NOT = "00"
              DISPLAY "glreconcile: no Product.dat - stock value "
                  "taken as zero"
           ELSE
              PERFORM UNTIL EndOfPass
                 READ ProductFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END PERFORM ValueOneProduct
                 END-READ
              END-PERFORM
              MOVE 'N' TO WSEOF
           END-IF.
           CLOSE ProductFile.
           OPEN INPUT MovementFile.
           IF WSMovementStatus = "00"
              PERFORM UNTIL EndOfPass
                 READ MovementFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         MOVE MovementLine TO WSMovementRecord
                         IF MovementApplied
                            AND WSMvTime(1:6) = WSMonthEntry
                            AND WSMvTime(7:2) IS NUMERIC
                            MOVE WSMvTime(7:2) TO WSDayIdx
                            IF WSDayIdx > ZERO AND WSDayIdx < 32
                               ADD 1 TO WSDaySubLines(WSDayIdx)
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
              MOVE 'N' TO WSEOF
           END-IF.
           CLOSE MovementFile.
           PERFORM MatchTheDays.

       ValueOneProduct.
           IF PRAvgCost NUMERIC AND PRAvgCost > ZERO
              PERFORM VARYING WSSizeIdx FROM 1 BY 1
                  UNTIL WSSizeIdx > 3
                  IF PRQtyBySize(WSSizeIdx) NUMERIC
                     COMPUTE WSLineValue =
                         PRQtyBySize(WSSizeIdx) * PRAvgCost
                     ADD WSLineValue TO WSSubBalance
                  END-IF
              END-PERFORM
           END-IF.

       MatchTheDays.
           PERFORM VARYING WSDayIdx FROM 1 BY 1 UNTIL WSDayIdx > 31
               EVALUATE TRUE
                   WHEN MatchAmounts
                       IF WSDayGLDr(WSDayIdx) NOT =
                              WSDaySubDr(WSDayIdx)
                          OR WSDayGLCr(WSDayIdx) NOT =
                              WSDaySubCr(WSDayIdx)
                          MOVE 'Y' TO WSDayBroken(WSDayIdx)
                       END-IF
                   WHEN MatchCredits
                       IF WSDayGLCr(WSDayIdx) NOT =
                              WSDaySubCr(WSDayIdx)
                          MOVE 'Y' TO WSDayBroken(WSDayIdx)
                       END-IF
                   WHEN MatchPresence
                       IF (WSDayGLLines(WSDayIdx) = ZERO
                           AND WSDaySubLines(WSDayIdx) > ZERO)
                          OR (WSDayGLLines(WSDayIdx) > ZERO
                           AND WSDaySubLines(WSDayIdx) = ZERO)
                          MOVE 'Y' TO WSDayBroken(WSDayIdx)
                       END-IF
               END-EVALUATE
               IF DayUnmatched(WSDayIdx)
                  ADD 1 TO WSBrokenDays
               END-IF
           END-PERFORM.

       ReportControlAccount.
           MOVE WSCtlAccount TO WSHAccount.
           MOVE WSCtlName TO WSHName.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
           WRITE ReportLine FROM WSAccountHead.
           MOVE "GL balance" TO WSALabel.
           MOVE WSGLBalance TO WSAAmount.
           WRITE ReportLine FROM WSAmountLine.
           MOVE SPACES TO WSALabel.
           STRING "Sub-ledger (" DELIMITED BY SIZE
               WSCtlSubName DELIMITED BY "  "
               ")" DELIMITED BY SIZE INTO WSALabel.
           MOVE WSSubBalance TO WSAAmount.
           WRITE ReportLine FROM WSAmountLine.
           COMPUTE WSDifference = WSGLBalance - WSSubBalance.
           MOVE "Difference" TO WSALabel.
           MOVE WSDifference TO WSAAmount.
           WRITE ReportLine FROM WSAmountLine.
           IF WSDifference NOT = ZERO OR WSBrokenDays > ZERO
              ADD 1 TO WSBrokenAccounts
           END-IF.
           IF WSBrokenDays = ZERO
              MOVE "  Month's activity matches day for day"
                  TO ReportLine
              WRITE ReportLine
           ELSE
              MOVE "  Days that do not match:" TO ReportLine
              WRITE ReportLine
              WRITE ReportLine FROM WSDayHeads
              PERFORM VARYING WSDayIdx FROM 1 BY 1
                  UNTIL WSDayIdx > 31
                  IF DayUnmatched(WSDayIdx)
                     MOVE WSDayIdx TO WSYDay
                     MOVE WSDayGLDr(WSDayIdx) TO WSYGLDr
                     MOVE WSDayGLCr(WSDayIdx) TO WSYGLCr
                     MOVE WSDayGLLines(WSDayIdx) TO WSYGLLines
                     MOVE WSDaySubDr(WSDayIdx) TO WSYSubDr
                     MOVE WSDaySubCr(WSDayIdx) TO WSYSubCr
                     MOVE WSDaySubLines(WSDayIdx) TO WSYSubLines
                     WRITE ReportLine FROM WSDayLine
                  END-IF
              END-PERFORM
           END-IF.

      *> every GL line on the control account on a day that doesn't
      *> match
       ListGLBreaks.
           MOVE "  Postings on those days:" TO ReportLine.
           WRITE ReportLine.
           OPEN INPUT GLJournalFile.
           PERFORM UNTIL EndOfPass
              READ GLJournalFile
                  AT END MOVE 'Y' TO WSEOF
                  NOT AT END
                      IF GjAccount = WSCtlAccount
                         AND GjDate NUMERIC
                         AND GjDate(1:6) = WSMonthEntry
                         MOVE GjDate(7:2) TO WSDayIdx
                         IF WSDayIdx > ZERO AND WSDayIdx < 32
                            IF DayUnmatched(WSDayIdx)
                               MOVE GjDate TO WSGDate
                               MOVE GjSource TO WSGSource
                               MOVE GjDrCr TO WSGDrCr
                               MOVE GjAmount TO WSGAmount
                               MOVE GjDesc TO WSGDesc
                               MOVE GjRef TO WSGRef
                               WRITE ReportLine FROM WSGLDetail
                            END-IF
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE GLJournalFile.
           MOVE 'N' TO WSEOF.

       ListReceivableBreaks.
           OPEN INPUT ARLedgerFile.
           IF WSLedgerStatus = "00"
              PERFORM UNTIL EndOfPass
                 READ ARLedgerFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF ALDate NUMERIC
                            AND ALDate(1:6) = WSMonthEntry
                            MOVE ALDate(7:2) TO WSDayIdx
                            IF WSDayIdx > ZERO AND WSDayIdx < 32
                               IF DayUnmatched(WSDayIdx)
                                  MOVE ALDate TO WSSDate
                                  MOVE ALCustID TO WSSWho
                                  MOVE ALType TO WSSType
                                  MOVE ALAmount TO WSSAmount
                                  MOVE SPACES TO WSSNote
                                  STRING "ref " ALRef " " ALReason
                                      DELIMITED BY SIZE INTO WSSNote
                                  WRITE ReportLine FROM WSSubDetail
                               END-IF
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
              MOVE 'N' TO WSEOF
           END-IF.
           CLOSE ARLedgerFile.

      *> voided checks list too, marked - they are the usual break,
      *> voided here but never backed out of the GL
       ListWithholdingBreaks.
           OPEN INPUT HistoryFile.
           IF WSHistoryStatus = "00"
              PERFORM UNTIL EndOfPass
                 READ HistoryFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF PhDate NUMERIC
                            AND PhDate(1:6) = WSMonthEntry
                            MOVE PhDate(7:2) TO WSDayIdx
                            IF WSDayIdx > ZERO AND WSDayIdx < 32
                               IF DayUnmatched(WSDayIdx)
                                  MOVE PhDate TO WSSDate
                                  MOVE SPACES TO WSSWho
                                  STRING "emp " PhEmpNo
                                      DELIMITED BY SIZE INTO WSSWho
                                  MOVE PhStatus TO WSSType
                                  MOVE PhDeduct TO WSSAmount
                                  MOVE SPACES TO WSSNote
                                  STRING "check " PhCheckNum
                                      DELIMITED BY SIZE INTO WSSNote
                                  IF PhStatus = 'V'
                                     MOVE "VOIDED" TO WSSNote(14:6)
                                  END-IF
                                  WRITE ReportLine FROM WSSubDetail
                               END-IF
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
              MOVE 'N' TO WSEOF
           END-IF.
           CLOSE HistoryFile.

       ListPayableBreaks.
           OPEN INPUT APLedgerFile.
           IF WSAPLedgerStatus = "00"
              PERFORM UNTIL EndOfPass
                 READ APLedgerFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF PlDate NUMERIC
                            AND PlDate(1:6) = WSMonthEntry
                            MOVE PlDate(7:2) TO WSDayIdx
                            IF WSDayIdx > ZERO AND WSDayIdx < 32
                               IF DayUnmatched(WSDayIdx)
                                  MOVE PlDate TO WSSDate
                                  MOVE PlSupplier TO WSSWho
                                  MOVE PlType TO WSSType
                                  MOVE PlAmount TO WSSAmount
                                  MOVE SPACES TO WSSNote
                                  STRING "inv " PlInvoiceNo
                                      DELIMITED BY SIZE INTO WSSNote
                                  IF PlPayment
                                     MOVE PlCheckNum TO WSSNote(18:6)
                                  END-IF
                                  WRITE ReportLine FROM WSSubDetail
                               END-IF
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
              MOVE 'N' TO WSEOF
           END-IF.
           CLOSE APLedgerFile.

       ListInventoryBreaks.
           OPEN INPUT MovementFile.
           IF WSMovementStatus = "00"
              PERFORM UNTIL EndOfPass
                 READ MovementFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         MOVE MovementLine TO WSMovementRecord
                         IF MovementApplied
                            AND WSMvTime(1:6) = WSMonthEntry
                            AND WSMvTime(7:2) IS NUMERIC
                            MOVE WSMvTime(7:2) TO WSDayIdx
                            IF WSDayIdx > ZERO AND WSDayIdx < 32
                               IF DayUnmatched(WSDayIdx)
                                  PERFORM WriteMovementBreak
                               END-IF
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
              MOVE 'N' TO WSEOF
           END-IF.
           CLOSE MovementFile.

       WriteMovementBreak.
           MOVE WSMvTime(1:8) TO WSSDate.
           MOVE WSMvProduct TO WSSWho.
           MOVE WSMvType TO WSSType.
           MOVE ZERO TO WSSAmount.
           MOVE SPACES TO WSSNote.
           STRING "size " WSMvSize " qty " WSMvQty " "
               WSMvOutcome DELIMITED BY SIZE INTO WSSNote.
           WRITE ReportLine FROM WSSubDetail.

      *> shared GL opening-year lookup - see Copybooks/glopenchk.cpy
      *> for the fields
       COPY glopenchkp.
