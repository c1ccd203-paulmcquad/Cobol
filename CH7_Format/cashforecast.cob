       IDENTIFICATION DIVISION.
       PROGRAM-ID. cashforecast.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Thirteen-week cash forecast - the Monday question of whether
       *> payroll and the supplier bills can be covered used to take
       *> an afternoon with the aged receivables, the last payroll
       *> register and the open POs. The operator keys the opening
       *> cash and this lays the expected money in and out across
       *> thirteen weeks starting today, with a running balance and
       *> every week that goes below zero flagged.
       *> Receipts - every open invoice of every customer owing on
       *> ARBalance.dat, open amounts from the shared open-item logic
       *> (Copybooks/aropenitemp.cpy, so recorded settlements count).
       *> A customer arpayperf.cob has measured is expected to pay
       *> the invoice date plus their average days-to-pay from
       *> PayPerformance.dat - the trailing ninety-day figure where
       *> there is one - and anyone else on the due date.
       *> Payroll - a run every PAY-CYCLE-DAYS (RunControl.dat,
       *> default 7) from the last completed period in
       *> PayPeriodControl.dat, each for the average net pay of the
       *> last FORECAST-PAY-RUNS runs (default 4, most 12) on
       *> PayHistory.dat, voided checks left out.
       *> Suppliers - what is still to come in on every open PO in
       *> OpenPOs.dat at the product's PRAvgCost from Product.dat,
       *> paid SUPPLIER-PAY-DAYS (default 30) after the PO date.
       *> Anything expected before today lands in week 1; receipts
       *> expected after week 13 are shown below the weeks but not
       *> counted. The forecast goes to CashForecast.txt; return code
       *> 4 means at least one week ends negative.
       *> NEW : payroll runs each pay frequency as its own run, so
       *> each is forecast on its own - from that frequency's last
       *> run in PayPeriodControl.dat, at its own cadence (weekly
       *> every 7 days, biweekly every 14, semi-monthly on the 15th
       *> and the last day of the month, monthly on the same day
       *> each month), for the average net of that frequency's last
       *> FORECAST-PAY-RUNS runs. Each check on PayHistory.dat counts
       *> to its employee's EmpPayFreq on EmployeeMaster.dat. The
       *> cadence now comes from the frequency, so PAY-CYCLE-DAYS is
       *> no longer read.
       *> NEW : supplier invoices apinvoice.cob has posted and
       *> appay.cob has not yet paid - each I line on APLedger.dat
       *> less the P lines against it - are forecast on their due
       *> date, the invoice date plus the supplier's SupTerms from
       *> SupplierMaster.dat (SUPPLIER-PAY-DAYS where none). An open
       *> PO is forecast for the quantity still to be received only,
       *> at its agreed PoUnitCost, or PRAvgCost where the PO carries
       *> no cost, due the supplier's terms after the PO date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ARBalanceFile ASSIGN TO "ARBalance.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS IS SEQUENTIAL
                  RECORD KEY IS ArCustID
                  FILE STATUS IS WSBalanceStatus.
              SELECT ARLedgerFile ASSIGN TO "ARLedger.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS ALLedgerKey
                      = ALCustID ALDate ALRef ALSeq
                  FILE STATUS IS WSLedgerStatus.
              SELECT SettleFile ASSIGN TO "ARSettlement.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSSettleStatus.
              SELECT PerfFile ASSIGN TO "PayPerformance.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSPerfStatus.
              SELECT PeriodCtlFile ASSIGN TO "PayPeriodControl.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSPeriodCtlStatus.
              SELECT HistoryFile ASSIGN TO "PayHistory.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSHistoryStatus.
              SELECT POFile ASSIGN TO "OpenPOs.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSPOStatus.
              SELECT ProductFile ASSIGN TO "Product.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSProductStatus.
      *> NEW : each employee's pay frequency, the supplier terms and
      *> the supplier ledger
              SELECT EmployeeFile ASSIGN TO "EmployeeMaster.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSEmployeeStatus.
              SELECT SupplierFile ASSIGN TO "SupplierMaster.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSSupplierStatus.
              SELECT APLedgerFile ASSIGN TO "APLedger.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSAPLedgerStatus.
              SELECT ReportFile ASSIGN TO "CashForecast.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ARBalanceFile.
       01 ARBalanceRecord.
              02 ArCustID     PIC 9(8) COMP-3.
              02 ArBalance    PIC S9(7)V99 COMP-3.
       FD ARLedgerFile.
       COPY arledger.
       FD SettleFile.
       COPY arsettle.
       FD PerfFile.
       COPY payperf.
       FD PeriodCtlFile.
      *> NEW : one line per pay frequency now - see
      *> Copybooks/payperiod.cpy
       COPY payperiod.
       FD HistoryFile.
       COPY payhist.
       FD POFile.
       COPY porec.
       FD ProductFile.
       COPY prodrec.
       FD EmployeeFile.
       COPY emprec.
       FD SupplierFile.
       COPY suprec.
       FD APLedgerFile.
       COPY apledger.
       FD ReportFile.
       01 ReportLine   PIC X(110).

       WORKING-STORAGE SECTION.
       01 WSBalanceStatus   PIC XX.
       01 WSLedgerStatus    PIC XX.
       01 WSPerfStatus      PIC XX.
       01 WSPeriodCtlStatus PIC XX.
       01 WSHistoryStatus   PIC XX.
       01 WSPOStatus        PIC XX.
       01 WSProductStatus   PIC XX.
       01 WSEmployeeStatus  PIC XX.
       01 WSSupplierStatus  PIC XX.
       01 WSAPLedgerStatus  PIC XX.
       01 WSReportStatus    PIC XX.
       01 WSEOF             PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
       01 WSToday           PIC 9(8).
       01 WSTodayInt        PIC 9(7).
       01 WSHorizonInt      PIC 9(7).
       01 WSParmName        PIC X(20).
       01 WSParmValue       PIC 9(5).
       01 WSParmFound       PIC X.
       01 WSPayRunsWanted   PIC 9(2) VALUE 4.
       01 WSSupplierDays    PIC 9(3) VALUE 30.
       01 WSCashEntry       PIC X(14).
       01 WSCashCheck       PIC S9(4) COMP-5.
       01 WSOpeningCash     PIC S9(9)V99 COMP-3.
       01 WSCustIDWork      PIC 9(8).
      *> The thirteen weeks, each from its first day
       01 WSWeekTable.
              02 WSWkEntry OCCURS 13 TIMES.
                  03 WSWkStart      PIC 9(8).
                  03 WSWkReceipts   PIC S9(9)V99 COMP-3.
                  03 WSWkPayroll    PIC S9(9)V99 COMP-3.
                  03 WSWkSupplier   PIC S9(9)V99 COMP-3.
                  03 WSWkNet        PIC S9(9)V99 COMP-3.
                  03 WSWkBalance    PIC S9(9)V99 COMP-3.
       01 WSWkIdx           PIC 9(2).
      *> Where one expected amount falls - set WSExpectInt and
      *> WSExpectAmount and PERFORM FindForecastWeek
       01 WSExpectInt       PIC 9(7).
       01 WSExpectAmount    PIC S9(9)V99 COMP-3.
       01 WSExpectWeek      PIC 9(2).
      *> Each measured customer's days-to-pay from arpayperf.cob
       01 WSPerfTable.
              02 WSPfEntry OCCURS 500 TIMES.
                  03 WSPfCustID     PIC X(8).
                  03 WSPfDays       PIC 9(5).
       01 WSPerfCount       PIC 9(3) VALUE ZERO.
       01 WSPfIdx           PIC 9(3).
       01 WSPfFound         PIC 9(3).
      *> NEW : per pay frequency, in the order payroll.cob keeps
      *> them (W B S M) - its last run and its most recent runs,
      *> oldest first, each run's net pay summed over its checks
       01 WSFreqCodes       PIC X(4) VALUE "WBSM".
       01 WSFreqNames.
              02 FILLER      PIC X(12) VALUE "weekly".
              02 FILLER      PIC X(12) VALUE "biweekly".
              02 FILLER      PIC X(12) VALUE "semi-monthly".
              02 FILLER      PIC X(12) VALUE "monthly".
       01 FILLER REDEFINES WSFreqNames.
              02 WSFreqName  PIC X(12) OCCURS 4 TIMES.
       01 WSFreqTable.
              02 WSFqEntry OCCURS 4 TIMES.
                  03 WSFqLastRun    PIC 9(8).
                  03 WSFqRunCount   PIC 9(2).
                  03 WSFqAvgNet     PIC S9(9)V99 COMP-3.
                  03 WSFqPlaced     PIC 9(3).
                  03 WSFqRun OCCURS 12 TIMES.
                      04 WSFqRunDate    PIC 9(8).
                      04 WSFqRunNet     PIC S9(9)V99 COMP-3.
       01 WSFqIdx           PIC 9.
       01 WSRunIdx          PIC 9(2).
       01 WSFreqWanted      PIC X.
      *> Every employee's pay frequency, by employee number - an
      *> employee no longer on the master counts as weekly
       01 WSEmpFreqTable.
              02 WSEmpFreq       PIC X OCCURS 9999 TIMES.
      *> One pay date being stepped forward at its frequency's
      *> cadence; a monthly run keeps to the day of its last run
       01 WSPayDate         PIC 9(8).
       01 FILLER REDEFINES WSPayDate.
              02 WSPdYear        PIC 9(4).
              02 WSPdMonth       PIC 9(2).
              02 WSPdDay         PIC 9(2).
       01 WSPayDateInt      PIC 9(7).
       01 WSAnchorDay       PIC 9(2).
       01 WSMonthEnd        PIC 9(8).
       01 FILLER REDEFINES WSMonthEnd.
              02 WSMeYear        PIC 9(4).
              02 WSMeMonth       PIC 9(2).
              02 WSMeDay         PIC 9(2).
      *> NEW : supplier terms, and the supplier invoices still open
      *> on APLedger.dat - the same I-less-P arithmetic
      *> apinvoice.cob's supplier ledger shows
       01 WSSupTable.
              02 WSSupEntry OCCURS 100 TIMES.
                  03 WSSupCode      PIC X(4).
                  03 WSSupTerms     PIC 9(3).
       01 WSSupCount        PIC 9(3) VALUE ZERO.
       01 WSSupIdx          PIC 9(3).
       01 WSSupFound        PIC 9(3).
       01 WSTermsSupplier   PIC X(4).
       01 WSTermsDays       PIC 9(3).
       01 WSAPTable.
              02 WSAPEntry OCCURS 2000 TIMES.
                  03 WSAPSupplier   PIC X(4).
                  03 WSAPInvoiceNo  PIC X(12).
                  03 WSAPDate       PIC 9(8).
                  03 WSAPOpen       PIC S9(7)V99 COMP-3.
       01 WSAPCount         PIC 9(4) VALUE ZERO.
       01 WSAPIdx           PIC 9(4).
       01 WSAPFound         PIC 9(4).
       01 WSAPOverflow      PIC 9(5) VALUE ZERO.
       01 WSAPInvCount      PIC 9(5) VALUE ZERO.
      *> Product costs for pricing the open POs
       01 WSProdTable.
              02 WSProdEntry OCCURS 500 TIMES.
                  03 WSProdName     PIC X(5).
                  03 WSProdCost     PIC 9(4)V99.
       01 WSProdCount       PIC 9(3) VALUE ZERO.
       01 WSProdIdx         PIC 9(3).
       01 WSProdFound       PIC 9(3).
       01 WSPOOutstanding   PIC 9(5).
       01 WSPOCost          PIC 9(4)V99.
      *> Totals and exceptions
       01 WSTotReceipts     PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WSTotPayroll      PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WSTotSupplier     PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WSRunningBalance  PIC S9(9)V99 COMP-3.
       01 WSOverdueAmount   PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WSBeyondAmount    PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WSInvoiceCount    PIC 9(5) VALUE ZERO.
       01 WSByDueCount      PIC 9(5) VALUE ZERO.
       01 WSCustOverflow    PIC 9(5) VALUE ZERO.
       01 WSPOLineCount     PIC 9(5) VALUE ZERO.
       01 WSUnpricedCount   PIC 9(5) VALUE ZERO.
       01 WSNegativeCount   PIC 9(2) VALUE ZERO.
       01 WSIsReceipt       PIC X VALUE 'N'.
              88 PlacingReceipt  VALUE 'Y'.
       01 WSHeadLine.
              02 FILLER        PIC X(38)
                  VALUE "Thirteen-Week Cash Forecast - from ".
              02 WSHDate       PIC 9(8).
       01 WSOpeningLine.
              02 FILLER        PIC X(20) VALUE "Opening cash".
              02 WSOCash       PIC $$$,$$$,$$9.99CR.
       01 WSColumnHeads.
              02 FILLER  PIC X(6) VALUE "Week".
              02 FILLER  PIC X(10) VALUE "Starting".
              02 FILLER  PIC X(15) VALUE "      Receipts".
              02 FILLER  PIC X(15) VALUE "       Payroll".
              02 FILLER  PIC X(15) VALUE "     Suppliers".
              02 FILLER  PIC X(17) VALUE "             Net".
              02 FILLER  PIC X(17) VALUE "         Balance".
       01 WSDetailLine.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSDWeek       PIC Z9.
              02 FILLER        PIC X(3) VALUE SPACES.
              02 WSDStart      PIC 9(8).
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSDReceipts   PIC $$$,$$$,$$9.99.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSDPayroll    PIC $$$,$$$,$$9.99.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSDSupplier   PIC $$$,$$$,$$9.99.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSDNet        PIC $$$,$$$,$$9.99CR.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSDBalance    PIC $$$,$$$,$$9.99CR.
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSDFlag       PIC X(14).
       01 WSTotalLine.
              02 FILLER        PIC X(16) VALUE "Totals".
              02 WSTReceipts   PIC $$$,$$$,$$9.99.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSTPayroll    PIC $$$,$$$,$$9.99.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSTSupplier   PIC $$$,$$$,$$9.99.
       01 WSNoteLine.
              02 WSNLabel      PIC X(48).
              02 WSNAmount     PIC $$$,$$$,$$9.99.
       01 WSCountNote.
              02 WSCNLabel     PIC X(48).
              02 WSCNCount     PIC ZZZZ9.
      *> NEW : one line per pay frequency forecast
       01 WSPayNote.
              02 FILLER        PIC X(8) VALUE "Payroll ".
              02 WSPNFreq      PIC X(12).
              02 FILLER        PIC X(21)
                  VALUE " - average net pay ".
              02 WSPNAvg       PIC $$$,$$$,$$9.99.
              02 FILLER        PIC X(6) VALUE " over ".
              02 WSPNRuns      PIC Z9.
              02 FILLER        PIC X(9) VALUE " run(s), ".
              02 WSPNPlaced    PIC ZZ9.
              02 FILLER        PIC X(16) VALUE " pay date(s) due".
      *> Shared open-item lookup - see Copybooks/aropenitemp.cpy
       COPY aropenitem.
      *> Shared keyed ledger fields - see
      *> Copybooks/arledgerkeyp.cpy
       COPY arledgerkey.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday.
           COMPUTE WSTodayInt = FUNCTION INTEGER-OF-DATE(WSToday).
           COMPUTE WSHorizonInt = WSTodayInt + 90.
           PERFORM ReadForecastParms.
           PERFORM TakeOpeningCash.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM VARYING WSWkIdx FROM 1 BY 1 UNTIL WSWkIdx > 13
               MOVE FUNCTION DATE-OF-INTEGER(
                   WSTodayInt + (WSWkIdx - 1) * 7)
                   TO WSWkStart(WSWkIdx)
               MOVE ZERO TO WSWkReceipts(WSWkIdx)
               MOVE ZERO TO WSWkPayroll(WSWkIdx)
               MOVE ZERO TO WSWkSupplier(WSWkIdx)
           END-PERFORM.
           PERFORM LoadPayPerformance.
           PERFORM ForecastReceipts.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM ForecastPayroll.
           PERFORM ForecastSuppliers.
           PERFORM RunWeeklyBalance.
           PERFORM PrintForecast.
           IF WSNegativeCount > ZERO
              DISPLAY "cashforecast: " WSNegativeCount
                  " week(s) go negative - see CashForecast.txt"
              MOVE 4 TO RETURN-CODE
           ELSE
              DISPLAY "cashforecast: thirteen weeks stay in funds "
                  "- see CashForecast.txt"
           END-IF.
      *> GOBACK so a batch driver can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

      *> Each setting stays at its default unless RunControl.dat
      *> gives it a value above zero
       ReadForecastParms.
           MOVE "FORECAST-PAY-RUNS" TO WSParmName.
           CALL 'runcontrol' USING WSParmName, WSParmValue,
               WSParmFound
           END-CALL.
           IF WSParmFound = 'Y' AND WSParmValue > ZERO
              IF WSParmValue > 12
                 MOVE 12 TO WSPayRunsWanted
              ELSE
                 MOVE WSParmValue TO WSPayRunsWanted
              END-IF
           END-IF.
           MOVE "SUPPLIER-PAY-DAYS" TO WSParmName.
           CALL 'runcontrol' USING WSParmName, WSParmValue,
               WSParmFound
           END-CALL.
           IF WSParmFound = 'Y' AND WSParmValue > ZERO
              AND WSParmValue < 1000
              MOVE WSParmValue TO WSSupplierDays
           END-IF.

      *> An overdrawn start is keyed with a leading minus sign
       TakeOpeningCash.
           MOVE SPACES TO WSCashEntry.
           DISPLAY "Opening cash balance " WITH NO ADVANCING.
           ACCEPT WSCashEntry.
           MOVE FUNCTION TEST-NUMVAL(WSCashEntry) TO WSCashCheck.
           IF WSCashCheck NOT = ZERO OR WSCashEntry = SPACES
              DISPLAY "cashforecast: invalid opening cash - "
                  "no forecast produced"
              MOVE 16 TO RETURN-CODE
           ELSE
              COMPUTE WSOpeningCash = FUNCTION NUMVAL(WSCashEntry)
           END-IF.

      *> No PayPerformance.dat just means arpayperf.cob has not been
      *> run - every invoice is then expected on its due date
       LoadPayPerformance.
           OPEN INPUT PerfFile.
           IF WSPerfStatus = "00"
              PERFORM UNTIL EndOfPass
                 READ PerfFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSPerfCount < 500 AND PpAvgDays NUMERIC
                            ADD 1 TO WSPerfCount
                            MOVE PpCustID TO WSPfCustID(WSPerfCount)
                            IF PpRecentAvg NUMERIC
                               AND PpRecentAvg > ZERO
                               MOVE PpRecentAvg
                                   TO WSPfDays(WSPerfCount)
                            ELSE
                               MOVE PpAvgDays TO WSPfDays(WSPerfCount)
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
              MOVE 'N' TO WSEOF
           ELSE
              DISPLAY "cashforecast: no PayPerformance.dat - "
                  "receipts timed by due date only"
           END-IF.
           CLOSE PerfFile.

      *> Only customers who owe anything are looked at; cash held on
      *> account is already in the bank and forecasts nothing
       ForecastReceipts.
           OPEN INPUT ARBalanceFile.
           IF WSBalanceStatus NOT = "00"
              DISPLAY "cashforecast: no ARBalance.dat on file - "
                  "status " WSBalanceStatus
              CLOSE ARBalanceFile
              MOVE 16 TO RETURN-CODE
           ELSE
              SET PlacingReceipt TO TRUE
              PERFORM UNTIL EndOfPass
                 READ ARBalanceFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF ArBalance > ZERO
                            PERFORM ForecastOneCustomer
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE ARBalanceFile
              MOVE 'N' TO WSEOF
              MOVE 'N' TO WSIsReceipt
           END-IF.

       ForecastOneCustomer.
           MOVE ArCustID TO WSCustIDWork.
           MOVE WSCustIDWork TO WSOiCustID.
           PERFORM LoadOpenItems.
           IF OiTableFull
              ADD 1 TO WSCustOverflow
              DISPLAY "cashforecast: customer " WSOiCustID
                  " has more open items than the table holds - "
                  "forecast short"
           END-IF.
           MOVE ZERO TO WSPfFound.
           PERFORM VARYING WSPfIdx FROM 1 BY 1
               UNTIL WSPfIdx > WSPerfCount OR WSPfFound > ZERO
               IF WSPfCustID(WSPfIdx) = WSOiCustID
                  MOVE WSPfIdx TO WSPfFound
               END-IF
           END-PERFORM.
           PERFORM ForecastOneInvoice
               VARYING WSOiIdx FROM 1 BY 1
               UNTIL WSOiIdx > WSOiCount.

       ForecastOneInvoice.
           IF WSOiOpen(WSOiIdx) > ZERO
              ADD 1 TO WSInvoiceCount
              IF WSPfFound > ZERO
                 COMPUTE WSExpectInt =
                     FUNCTION INTEGER-OF-DATE(WSOiDate(WSOiIdx))
                     + WSPfDays(WSPfFound)
              ELSE
                 ADD 1 TO WSByDueCount
                 COMPUTE WSExpectInt =
                     FUNCTION INTEGER-OF-DATE(WSOiDue(WSOiIdx))
              END-IF
              MOVE WSOiOpen(WSOiIdx) TO WSExpectAmount
              PERFORM FindForecastWeek
              IF WSExpectWeek > ZERO
                 ADD WSExpectAmount TO WSWkReceipts(WSExpectWeek)
              END-IF
           END-IF.

      *> Past dates fall in week 1; receipts past the horizon are
      *> only totalled for the foot of the report
       FindForecastWeek.
           IF WSExpectInt < WSTodayInt
              MOVE 1 TO WSExpectWeek
              IF PlacingReceipt
                 ADD WSExpectAmount TO WSOverdueAmount
              END-IF
           ELSE
              IF WSExpectInt > WSHorizonInt
                 MOVE ZERO TO WSExpectWeek
                 IF PlacingReceipt
                    ADD WSExpectAmount TO WSBeyondAmount
                 END-IF
              ELSE
                 COMPUTE WSExpectWeek =
                     (WSExpectInt - WSTodayInt) / 7 + 1
              END-IF
           END-IF.

      *> Runs are told apart by check date - payroll.cob stamps every
      *> check of a run with the run date
      *> NEW : and by the employee's pay frequency, each frequency
      *> forecast from its own last run at its own cadence
       ForecastPayroll.
           PERFORM VARYING WSFqIdx FROM 1 BY 1 UNTIL WSFqIdx > 4
               MOVE ZERO TO WSFqLastRun(WSFqIdx)
               MOVE ZERO TO WSFqRunCount(WSFqIdx)
               MOVE ZERO TO WSFqAvgNet(WSFqIdx)
               MOVE ZERO TO WSFqPlaced(WSFqIdx)
           END-PERFORM.
           OPEN INPUT PeriodCtlFile.
           IF WSPeriodCtlStatus = "00"
              PERFORM UNTIL EndOfPass
                 READ PeriodCtlFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END PERFORM NoteOnePeriodLine
                 END-READ
              END-PERFORM
              MOVE 'N' TO WSEOF
           END-IF.
           CLOSE PeriodCtlFile.
           PERFORM LoadEmployeeFreqs.
           OPEN INPUT HistoryFile.
           IF WSHistoryStatus = "00"
              PERFORM UNTIL EndOfPass
                 READ HistoryFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF PhStatus NOT = 'V' AND PhNet NUMERIC
                            PERFORM NoteOneCheck
                         END-IF
                 END-READ
              END-PERFORM
              MOVE 'N' TO WSEOF
           END-IF.
           CLOSE HistoryFile.
           PERFORM ForecastOneFrequency
               VARYING WSFqIdx FROM 1 BY 1 UNTIL WSFqIdx > 4.
           IF WSFqRunCount(1) = ZERO AND WSFqRunCount(2) = ZERO
              AND WSFqRunCount(3) = ZERO AND WSFqRunCount(4) = ZERO
              DISPLAY "cashforecast: no pay history - payroll not "
                  "forecast"
           END-IF.

      *> A file from before the frequencies existed is one bare date,
      *> the weekly run's
       NoteOnePeriodLine.
           IF PpLegacyRun NUMERIC AND PpLegacyPad = SPACES
              MOVE PpLegacyRun TO WSFqLastRun(1)
           ELSE
              MOVE PpFreq TO WSFreqWanted
              PERFORM FindFreqIdx
              IF WSFqIdx > ZERO AND PpLastRun NUMERIC
                 MOVE PpLastRun TO WSFqLastRun(WSFqIdx)
              END-IF
           END-IF.

      *> Leaves WSFqIdx at the frequency's slot, or zero
       FindFreqIdx.
           PERFORM VARYING WSFqIdx FROM 1 BY 1
               UNTIL WSFqIdx > 4
                  OR WSFreqCodes(WSFqIdx:1) = WSFreqWanted
               CONTINUE
           END-PERFORM.
           IF WSFqIdx > 4
              MOVE ZERO TO WSFqIdx
           END-IF.

      *> Blank is weekly, as payroll.cob pays it
       LoadEmployeeFreqs.
           MOVE ALL 'W' TO WSEmpFreqTable.
           OPEN INPUT EmployeeFile.
           IF WSEmployeeStatus = "00"
              PERFORM UNTIL EndOfPass
                 READ EmployeeFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF EmpNo NUMERIC AND EmpNo > ZERO
                            AND EmpPayFreq NOT = SPACE
                            AND PayFreqKnown
                            MOVE EmpPayFreq TO WSEmpFreq(EmpNo)
                         END-IF
                 END-READ
              END-PERFORM
              MOVE 'N' TO WSEOF
           ELSE
              DISPLAY "cashforecast: no EmployeeMaster.dat - every "
                  "check counted as weekly pay"
           END-IF.
           CLOSE EmployeeFile.

      *> A new run date opens a slot in the check's frequency; once
      *> it holds as many runs as wanted the oldest drops off the
      *> front
       NoteOneCheck.
           IF PhEmpNo NUMERIC AND PhEmpNo > ZERO
              MOVE WSEmpFreq(PhEmpNo) TO WSFreqWanted
           ELSE
              MOVE 'W' TO WSFreqWanted
           END-IF.
           PERFORM FindFreqIdx.
           IF WSFqIdx = ZERO
              MOVE 1 TO WSFqIdx
           END-IF.
           IF WSFqRunCount(WSFqIdx) = ZERO
              OR PhDate NOT = WSFqRunDate(WSFqIdx,
                                          WSFqRunCount(WSFqIdx))
              IF WSFqRunCount(WSFqIdx) < WSPayRunsWanted
                 ADD 1 TO WSFqRunCount(WSFqIdx)
              ELSE
                 PERFORM VARYING WSRunIdx FROM 1 BY 1
                     UNTIL WSRunIdx >= WSFqRunCount(WSFqIdx)
                     MOVE WSFqRun(WSFqIdx, WSRunIdx + 1)
                         TO WSFqRun(WSFqIdx, WSRunIdx)
                 END-PERFORM
              END-IF
              MOVE PhDate
                  TO WSFqRunDate(WSFqIdx, WSFqRunCount(WSFqIdx))
              MOVE ZERO
                  TO WSFqRunNet(WSFqIdx, WSFqRunCount(WSFqIdx))
           END-IF.
           ADD PhNet TO WSFqRunNet(WSFqIdx, WSFqRunCount(WSFqIdx)).

      *> A frequency with no pay history has no average to forecast
      *> with; one never stamped counts from its latest check date
       ForecastOneFrequency.
           IF WSFqRunCount(WSFqIdx) > ZERO
              PERFORM VARYING WSRunIdx FROM 1 BY 1
                  UNTIL WSRunIdx > WSFqRunCount(WSFqIdx)
                  ADD WSFqRunNet(WSFqIdx, WSRunIdx)
                      TO WSFqAvgNet(WSFqIdx)
              END-PERFORM
              COMPUTE WSFqAvgNet(WSFqIdx) ROUNDED =
                  WSFqAvgNet(WSFqIdx) / WSFqRunCount(WSFqIdx)
              IF WSFqLastRun(WSFqIdx) = ZERO
                 MOVE WSFqRunDate(WSFqIdx, WSFqRunCount(WSFqIdx))
                     TO WSFqLastRun(WSFqIdx)
              END-IF
              MOVE WSFqLastRun(WSFqIdx) TO WSPayDate
              MOVE WSPdDay TO WSAnchorDay
              PERFORM StepPayDate
              MOVE WSFqAvgNet(WSFqIdx) TO WSExpectAmount
              PERFORM UNTIL WSPayDateInt > WSHorizonInt
                  MOVE WSPayDateInt TO WSExpectInt
                  PERFORM FindForecastWeek
                  ADD WSExpectAmount TO WSWkPayroll(WSExpectWeek)
                  ADD 1 TO WSFqPlaced(WSFqIdx)
                  PERFORM StepPayDate
              END-PERFORM
           END-IF.

      *> Moves WSPayDate to the frequency's next pay date and sets
      *> WSPayDateInt - semi-monthly pays on the 15th and the last
      *> day of the month, monthly on the anchor day or the last day
      *> of a shorter month
       StepPayDate.
           EVALUATE WSFqIdx
               WHEN 1
                   COMPUTE WSPayDateInt =
                       FUNCTION INTEGER-OF-DATE(WSPayDate) + 7
                   MOVE FUNCTION DATE-OF-INTEGER(WSPayDateInt)
                       TO WSPayDate
               WHEN 2
                   COMPUTE WSPayDateInt =
                       FUNCTION INTEGER-OF-DATE(WSPayDate) + 14
                   MOVE FUNCTION DATE-OF-INTEGER(WSPayDateInt)
                       TO WSPayDate
               WHEN 3
                   PERFORM FindMonthEnd
                   EVALUATE TRUE
                       WHEN WSPdDay < 15
                           MOVE 15 TO WSPdDay
                       WHEN WSPayDate < WSMonthEnd
                           MOVE WSMonthEnd TO WSPayDate
                       WHEN OTHER
                           PERFORM AdvanceOneMonth
                           MOVE 15 TO WSPdDay
                   END-EVALUATE
                   COMPUTE WSPayDateInt =
                       FUNCTION INTEGER-OF-DATE(WSPayDate)
               WHEN OTHER
                   PERFORM AdvanceOneMonth
                   MOVE WSAnchorDay TO WSPdDay
                   PERFORM FindMonthEnd
                   IF WSPayDate > WSMonthEnd
                      MOVE WSMonthEnd TO WSPayDate
                   END-IF
                   COMPUTE WSPayDateInt =
                       FUNCTION INTEGER-OF-DATE(WSPayDate)
           END-EVALUATE.

      *> First of the month, one month on
       AdvanceOneMonth.
           IF WSPdMonth = 12
              ADD 1 TO WSPdYear
              MOVE 1 TO WSPdMonth
           ELSE
              ADD 1 TO WSPdMonth
           END-IF.
           MOVE 1 TO WSPdDay.

      *> The last day of WSPayDate's month - the day before the
      *> first of the next
       FindMonthEnd.
           MOVE WSPayDate TO WSMonthEnd.
           MOVE 1 TO WSMeDay.
           IF WSMeMonth = 12
              ADD 1 TO WSMeYear
              MOVE 1 TO WSMeMonth
           ELSE
              ADD 1 TO WSMeMonth
           END-IF.
           MOVE FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WSMonthEnd) - 1)
               TO WSMonthEnd.

      *> NEW : what is owed on invoices already received comes off
      *> the supplier ledger; an open PO only adds what is still to
      *> be delivered and so still to be invoiced
       ForecastSuppliers.
           PERFORM LoadSupplierTerms.
           PERFORM ForecastSupplierInvoices.
           OPEN INPUT ProductFile.
           IF WSProductStatus = "00"
              PERFORM UNTIL EndOfPass
                 READ ProductFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSProdCount < 500
                            ADD 1 TO WSProdCount
                            MOVE PRName TO WSProdName(WSProdCount)
                            IF PRAvgCost NUMERIC
                               MOVE PRAvgCost
                                   TO WSProdCost(WSProdCount)
                            ELSE
                               MOVE ZERO TO WSProdCost(WSProdCount)
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
              MOVE 'N' TO WSEOF
           END-IF.
           CLOSE ProductFile.
           OPEN INPUT POFile.
           IF WSPOStatus = "00"
              PERFORM UNTIL EndOfPass
                 READ POFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF PoStatus = 'O'
                            AND PoQtyOrdered NUMERIC
                            AND PoQtyReceived NUMERIC
                            AND PoQtyOrdered > PoQtyReceived
                            PERFORM ForecastOnePO
                         END-IF
                 END-READ
              END-PERFORM
              MOVE 'N' TO WSEOF
           END-IF.
           CLOSE POFile.

      *> Terms left blank or zero fall back to SUPPLIER-PAY-DAYS, as
      *> apinvoice.cob dates its invoices
       LoadSupplierTerms.
           MOVE ZERO TO WSSupCount.
           OPEN INPUT SupplierFile.
           IF WSSupplierStatus = "00"
              PERFORM UNTIL EndOfPass
                 READ SupplierFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSSupCount < 100
                            ADD 1 TO WSSupCount
                            MOVE SupCode TO WSSupCode(WSSupCount)
                            IF SupTerms NUMERIC AND SupTerms > ZERO
                               MOVE SupTerms
                                   TO WSSupTerms(WSSupCount)
                            ELSE
                               MOVE WSSupplierDays
                                   TO WSSupTerms(WSSupCount)
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
              MOVE 'N' TO WSEOF
           END-IF.
           CLOSE SupplierFile.

      *> Set WSTermsSupplier; leaves that supplier's terms in
      *> WSTermsDays
       FindSupplierTerms.
           MOVE WSSupplierDays TO WSTermsDays.
           MOVE ZERO TO WSSupFound.
           PERFORM VARYING WSSupIdx FROM 1 BY 1
               UNTIL WSSupIdx > WSSupCount OR WSSupFound > ZERO
               IF WSSupCode(WSSupIdx) = WSTermsSupplier
                  MOVE WSSupIdx TO WSSupFound
                  MOVE WSSupTerms(WSSupIdx) TO WSTermsDays
               END-IF
           END-PERFORM.

      *> APLedger.dat is in date order, so an invoice's I line is on
      *> the table before any payment against it
       ForecastSupplierInvoices.
           MOVE ZERO TO WSAPCount.
           OPEN INPUT APLedgerFile.
           IF WSAPLedgerStatus = "00"
              PERFORM UNTIL EndOfPass
                 READ APLedgerFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF PlAmount NUMERIC
                            PERFORM NoteOneAPLine
                         END-IF
                 END-READ
              END-PERFORM
              MOVE 'N' TO WSEOF
           END-IF.
           CLOSE APLedgerFile.
           PERFORM ForecastOneAPInvoice
               VARYING WSAPIdx FROM 1 BY 1
               UNTIL WSAPIdx > WSAPCount.
           IF WSAPOverflow > ZERO
              DISPLAY "cashforecast: APLedger.dat has more open "
                  "supplier invoices than the table holds - "
                  "forecast short"
           END-IF.

       NoteOneAPLine.
           EVALUATE TRUE
               WHEN PlInvoice
                   IF WSAPCount < 2000
                      ADD 1 TO WSAPCount
                      MOVE PlSupplier TO WSAPSupplier(WSAPCount)
                      MOVE PlInvoiceNo TO WSAPInvoiceNo(WSAPCount)
                      MOVE PlDate TO WSAPDate(WSAPCount)
                      MOVE PlAmount TO WSAPOpen(WSAPCount)
                   ELSE
                      ADD 1 TO WSAPOverflow
                   END-IF
               WHEN PlPayment
                   MOVE ZERO TO WSAPFound
                   PERFORM VARYING WSAPIdx FROM 1 BY 1
                       UNTIL WSAPIdx > WSAPCount OR WSAPFound > ZERO
                       IF WSAPSupplier(WSAPIdx) = PlSupplier
                          AND WSAPInvoiceNo(WSAPIdx) = PlInvoiceNo
                          MOVE WSAPIdx TO WSAPFound
                       END-IF
                   END-PERFORM
                   IF WSAPFound > ZERO
                      SUBTRACT PlAmount FROM WSAPOpen(WSAPFound)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ForecastOneAPInvoice.
           IF WSAPOpen(WSAPIdx) > ZERO AND WSAPDate(WSAPIdx) NUMERIC
              AND WSAPDate(WSAPIdx) > ZERO
              ADD 1 TO WSAPInvCount
              MOVE WSAPSupplier(WSAPIdx) TO WSTermsSupplier
              PERFORM FindSupplierTerms
              COMPUTE WSExpectInt =
                  FUNCTION INTEGER-OF-DATE(WSAPDate(WSAPIdx))
                  + WSTermsDays
              MOVE WSAPOpen(WSAPIdx) TO WSExpectAmount
              PERFORM FindForecastWeek
              IF WSExpectWeek > ZERO
                 ADD WSExpectAmount TO WSWkSupplier(WSExpectWeek)
              END-IF
           END-IF.

      *> NEW : the PO's own agreed cost first, the product's average
      *> cost only where the PO carries none
       ForecastOnePO.
           ADD 1 TO WSPOLineCount.
           MOVE ZERO TO WSPOCost.
           IF PoUnitCost NUMERIC AND PoUnitCost > ZERO
              MOVE PoUnitCost TO WSPOCost
           ELSE
              MOVE ZERO TO WSProdFound
              PERFORM VARYING WSProdIdx FROM 1 BY 1
                  UNTIL WSProdIdx > WSProdCount
                     OR WSProdFound > ZERO
                  IF WSProdName(WSProdIdx) = PoProduct
                     MOVE WSProdIdx TO WSProdFound
                  END-IF
              END-PERFORM
              IF WSProdFound > ZERO
                 MOVE WSProdCost(WSProdFound) TO WSPOCost
              END-IF
           END-IF.
           IF WSPOCost = ZERO
              ADD 1 TO WSUnpricedCount
           ELSE
              COMPUTE WSPOOutstanding = PoQtyOrdered - PoQtyReceived
              COMPUTE WSExpectAmount = WSPOOutstanding * WSPOCost
              MOVE PoSupplier TO WSTermsSupplier
              PERFORM FindSupplierTerms
              IF PoDate NUMERIC AND PoDate > ZERO
                 COMPUTE WSExpectInt =
                     FUNCTION INTEGER-OF-DATE(PoDate)
                     + WSTermsDays
              ELSE
                 MOVE WSTodayInt TO WSExpectInt
              END-IF
              PERFORM FindForecastWeek
              IF WSExpectWeek > ZERO
                 ADD WSExpectAmount TO WSWkSupplier(WSExpectWeek)
              END-IF
           END-IF.

       RunWeeklyBalance.
           MOVE WSOpeningCash TO WSRunningBalance.
           PERFORM VARYING WSWkIdx FROM 1 BY 1 UNTIL WSWkIdx > 13
               COMPUTE WSWkNet(WSWkIdx) = WSWkReceipts(WSWkIdx)
                   - WSWkPayroll(WSWkIdx) - WSWkSupplier(WSWkIdx)
               ADD WSWkNet(WSWkIdx) TO WSRunningBalance
               MOVE WSRunningBalance TO WSWkBalance(WSWkIdx)
               IF WSRunningBalance < ZERO
                  ADD 1 TO WSNegativeCount
               END-IF
               ADD WSWkReceipts(WSWkIdx) TO WSTotReceipts
               ADD WSWkPayroll(WSWkIdx) TO WSTotPayroll
               ADD WSWkSupplier(WSWkIdx) TO WSTotSupplier
           END-PERFORM.

       PrintForecast.
           OPEN OUTPUT ReportFile.
           IF WSReportStatus NOT = "00"
              DISPLAY "cashforecast: unable to open "
                  "CashForecast.txt - status " WSReportStatus
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WSToday TO WSHDate.
           WRITE ReportLine FROM WSHeadLine.
           MOVE WSOpeningCash TO WSOCash.
           WRITE ReportLine FROM WSOpeningLine
               AFTER ADVANCING 2 LINES
           END-WRITE.
           WRITE ReportLine FROM WSColumnHeads
               AFTER ADVANCING 2 LINES
           END-WRITE.
           PERFORM PrintOneWeek
               VARYING WSWkIdx FROM 1 BY 1 UNTIL WSWkIdx > 13.
           MOVE WSTotReceipts TO WSTReceipts.
           MOVE WSTotPayroll TO WSTPayroll.
           MOVE WSTotSupplier TO WSTSupplier.
           WRITE ReportLine FROM WSTotalLine
               AFTER ADVANCING 2 LINES
           END-WRITE.
           MOVE "Overdue receipts counted in week 1"
               TO WSNLabel.
           MOVE WSOverdueAmount TO WSNAmount.
           WRITE ReportLine FROM WSNoteLine
               AFTER ADVANCING 2 LINES
           END-WRITE.
           MOVE "Receipts expected after week 13 (not counted)"
               TO WSNLabel.
           MOVE WSBeyondAmount TO WSNAmount.
           WRITE ReportLine FROM WSNoteLine
               AFTER ADVANCING 1 LINE
           END-WRITE.
           MOVE "Open invoices forecast" TO WSCNLabel.
           MOVE WSInvoiceCount TO WSCNCount.
           WRITE ReportLine FROM WSCountNote
               AFTER ADVANCING 1 LINE
           END-WRITE.
           MOVE "  of which timed by due date (no pay history)"
               TO WSCNLabel.
           MOVE WSByDueCount TO WSCNCount.
           WRITE ReportLine FROM WSCountNote
               AFTER ADVANCING 1 LINE
           END-WRITE.
           IF WSCustOverflow > ZERO
              MOVE "Customers with open items not all forecast"
                  TO WSCNLabel
              MOVE WSCustOverflow TO WSCNCount
              WRITE ReportLine FROM WSCountNote
                  AFTER ADVANCING 1 LINE
              END-WRITE
           END-IF.
           PERFORM PrintPayNote
               VARYING WSFqIdx FROM 1 BY 1 UNTIL WSFqIdx > 4.
           MOVE "Open supplier invoices forecast" TO WSCNLabel.
           MOVE WSAPInvCount TO WSCNCount.
           WRITE ReportLine FROM WSCountNote
               AFTER ADVANCING 1 LINE
           END-WRITE.
           IF WSAPOverflow > ZERO
              MOVE "Supplier invoices not forecast (table full)"
                  TO WSCNLabel
              MOVE WSAPOverflow TO WSCNCount
              WRITE ReportLine FROM WSCountNote
                  AFTER ADVANCING 1 LINE
              END-WRITE
           END-IF.
           MOVE "Open PO lines forecast" TO WSCNLabel.
           MOVE WSPOLineCount TO WSCNCount.
           WRITE ReportLine FROM WSCountNote
               AFTER ADVANCING 1 LINE
           END-WRITE.
           MOVE "  of which with no cost on file (not counted)"
               TO WSCNLabel.
           MOVE WSUnpricedCount TO WSCNCount.
           WRITE ReportLine FROM WSCountNote
               AFTER ADVANCING 1 LINE
           END-WRITE.
           CLOSE ReportFile.

      *> NEW : a frequency with no pay history is left off
       PrintPayNote.
           IF WSFqRunCount(WSFqIdx) > ZERO
              MOVE WSFreqName(WSFqIdx) TO WSPNFreq
              MOVE WSFqAvgNet(WSFqIdx) TO WSPNAvg
              MOVE WSFqRunCount(WSFqIdx) TO WSPNRuns
              MOVE WSFqPlaced(WSFqIdx) TO WSPNPlaced
              WRITE ReportLine FROM WSPayNote
                  AFTER ADVANCING 1 LINE
              END-WRITE
           END-IF.

       PrintOneWeek.
           MOVE WSWkIdx TO WSDWeek.
           MOVE WSWkStart(WSWkIdx) TO WSDStart.
           MOVE WSWkReceipts(WSWkIdx) TO WSDReceipts.
           MOVE WSWkPayroll(WSWkIdx) TO WSDPayroll.
           MOVE WSWkSupplier(WSWkIdx) TO WSDSupplier.
           MOVE WSWkNet(WSWkIdx) TO WSDNet.
           MOVE WSWkBalance(WSWkIdx) TO WSDBalance.
           IF WSWkBalance(WSWkIdx) < ZERO
              MOVE "** NEGATIVE **" TO WSDFlag
           ELSE
              MOVE SPACES TO WSDFlag
           END-IF.
           WRITE ReportLine FROM WSDetailLine
               AFTER ADVANCING 1 LINE
           END-WRITE.

      *> Shared open-item lookup - see Copybooks/aropenitem.cpy for
      *> the fields
       COPY aropenitemp.

      *> Shared keyed ledger access - see Copybooks/arledgerkey.cpy
      *> for the fields
       COPY arledgerkeyp.
