       IDENTIFICATION DIVISION.
       PROGRAM-ID. glbudget.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Budget maintenance - the owner sets the year's budget for
       *> each income and expense line in a spreadsheet, and nothing
       *> on the system knew about it. Budget.dat holds one line per
       *> account per fiscal year with the budget for each month
       *> (Copybooks/budgetrec.cpy); glbudgetrpt.cob reports the
       *> month's actuals against it. (E)nter keys or amends one
       *> account's year - an annual figure spread evenly across the
       *> months, any remainder in December, or each month keyed in
       *> turn with a blank keeping what is there. (I)mport reads
       *> Budget.csv in the spreadsheet's own shape -
       *> Year,Account,Jan,Feb,...,Dec - replacing the year's line for
       *> each account it names; a heading row is skipped and a bad
       *> row goes to BudgetRejects.log with the reason, the way
       *> custimport.cob rejects its rows. (L)ist shows a year. Only
       *> income and expense accounts on ChartOfAccounts.dat can be
       *> budgeted. The file is loaded whole and written back after
       *> each change, the same load/edit/save cycle recurbill.cob
       *> runs on StandingOrders.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT BudgetFile ASSIGN TO "Budget.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSBudgetStatus.
              SELECT ChartFile ASSIGN TO "ChartOfAccounts.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSChartStatus.
              SELECT CSVFile ASSIGN TO "Budget.csv"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSCSVStatus.
              SELECT RejectFile ASSIGN TO "BudgetRejects.log"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSRejectStatus.

       DATA DIVISION.
       FILE SECTION.
       FD BudgetFile.
       COPY budgetrec.
       FD ChartFile.
       COPY chartrec.
       FD CSVFile.
       01 CSVLine          PIC X(200).
       FD RejectFile.
       COPY rejectrec.

       WORKING-STORAGE SECTION.
       01 WSBudgetStatus   PIC XX.
       01 WSChartStatus    PIC XX.
       01 WSCSVStatus      PIC XX.
       01 WSRejectStatus   PIC XX.
       01 WSEOF            PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
       01 WSMenuChoice     PIC X.
              88 WantsEntry       VALUE 'E' 'e'.
              88 WantsImport      VALUE 'I' 'i'.
              88 WantsList        VALUE 'L' 'l'.
              88 WantsQuit        VALUE 'Q' 'q'.
       01 WSContinueFlag   PIC X VALUE 'Y'.
              88 KeepGoing        VALUE 'Y'.
       *> the income and expense accounts that may carry a budget
       01 WSChartTable.
              02 WSChartEntry OCCURS 50 TIMES.
                  03 WSChAcct       PIC 9(4).
                  03 WSChName       PIC X(20).
       01 WSChartCount     PIC 99 VALUE ZERO.
       01 WSScanIdx        PIC 99.
       01 WSChartFound     PIC 99.
       *> the whole budget file in storage while it is changed
       01 WSBudgetTable.
              02 WSBudgetRec OCCURS 500 TIMES PIC X(130).
       01 WSBudgetCount    PIC 9(3) VALUE ZERO.
       01 WSBudgetIdx      PIC 9(3).
       01 WSBudgetFound    PIC 9(3).
       01 WSBudgetOverflow PIC X VALUE 'N'.
              88 BudgetTableFull  VALUE 'Y'.
       01 WSYearEntry      PIC X(4).
       01 WSAcctEntry      PIC X(4).
       01 WSFindYear       PIC 9(4).
       01 WSFindAcct       PIC 9(4).
       01 WSAmountEntry    PIC X(12).
       01 WSAmountCheck    PIC S9(4) COMP-5.
       01 WSAnnualAmount   PIC 9(9)V99.
       01 WSMonthShare     PIC 9(7)V99.
       01 WSMonthIdx       PIC 99.
       01 WSYearTotal      PIC 9(9)V99.
       01 WSShownAmount    PIC Z,ZZZ,ZZ9.99.
       01 WSShownTotal     PIC ZZZ,ZZZ,ZZ9.99.
       01 WSMonthNames     PIC X(36)
              VALUE "JanFebMarAprMayJunJulAugSepOctNovDec".
       01 WSMonthNameTable REDEFINES WSMonthNames.
              02 WSMonthName OCCURS 12 TIMES PIC X(3).
       *> the Year,Account,Jan..Dec columns of one CSV row
       01 WSCsvFields.
              02 WSCsvYear        PIC X(12).
              02 WSCsvAcct        PIC X(12).
              02 WSCsvMonth OCCURS 12 TIMES PIC X(12).
       01 WSRowValid       PIC X.
              88 RowIsValid       VALUE 'Y'.
       01 WSRowCount       PIC 9(5) VALUE ZERO.
       01 WSAppliedCount   PIC 9(5) VALUE ZERO.
       01 WSRejectCount    PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           PERFORM LoadChart.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM LoadBudget.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM ShowBudgetMenu UNTIL NOT KeepGoing.
      *> GOBACK so a menu program can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

       LoadChart.
           OPEN INPUT ChartFile.
           IF WSChartStatus NOT = "00"
              DISPLAY "glbudget: no ChartOfAccounts.dat - status "
                  WSChartStatus
              CLOSE ChartFile
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM UNTIL EndOfPass
                 READ ChartFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF ChIncome OR ChExpense
                            IF WSChartCount < 50
                               ADD 1 TO WSChartCount
                               MOVE ChAccount
                                   TO WSChAcct(WSChartCount)
                               MOVE ChName TO WSChName(WSChartCount)
                            ELSE
                               DISPLAY "glbudget: more than 50 "
                                   "accounts - table exceeded, "
                                   "aborting"
                               MOVE 16 TO RETURN-CODE
                               MOVE 'Y' TO WSEOF
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE ChartFile
              MOVE 'N' TO WSEOF
           END-IF.

       *> loaded whole because every change writes the file back - a
       *> file bigger than the table aborts before anything is lost
       LoadBudget.
           OPEN INPUT BudgetFile.
           IF WSBudgetStatus = "00"
              PERFORM UNTIL EndOfPass
                 READ BudgetFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSBudgetCount < 500
                            ADD 1 TO WSBudgetCount
                            MOVE BudgetRecord
                                TO WSBudgetRec(WSBudgetCount)
                         ELSE
                            SET BudgetTableFull TO TRUE
                            MOVE 'Y' TO WSEOF
                         END-IF
                 END-READ
              END-PERFORM
              MOVE 'N' TO WSEOF
           END-IF.
           CLOSE BudgetFile.
           IF BudgetTableFull
              DISPLAY "glbudget: Budget.dat exceeds the table - "
                  "aborting before anything is lost"
              MOVE 16 TO RETURN-CODE
           END-IF.

       SaveBudget.
           OPEN OUTPUT BudgetFile.
           PERFORM VARYING WSBudgetIdx FROM 1 BY 1
               UNTIL WSBudgetIdx > WSBudgetCount
               MOVE WSBudgetRec(WSBudgetIdx) TO BudgetRecord
               WRITE BudgetRecord
           END-PERFORM.
           CLOSE BudgetFile.

       ShowBudgetMenu.
           DISPLAY " ".
           DISPLAY "Budget Maintenance".
           DISPLAY "(E)nter a budget  (I)mport Budget.csv  (L)ist a "
               "year  (Q)uit".
           DISPLAY "Select an option " WITH NO ADVANCING.
           ACCEPT WSMenuChoice.
           EVALUATE TRUE
               WHEN WantsEntry        PERFORM EnterBudget
               WHEN WantsImport       PERFORM ImportBudget
               WHEN WantsList         PERFORM ListBudgetYear
               WHEN WantsQuit         MOVE 'N' TO WSContinueFlag
               WHEN OTHER
                   DISPLAY "Invalid option, please try again"
           END-EVALUATE.

       FindChartAccount.
           MOVE ZERO TO WSChartFound.
           PERFORM VARYING WSScanIdx FROM 1 BY 1
               UNTIL WSScanIdx > WSChartCount OR WSChartFound > 0
               IF WSChAcct(WSScanIdx) = WSFindAcct
                  MOVE WSScanIdx TO WSChartFound
               END-IF
           END-PERFORM.

       *> the year's line for the account, added at zero when there
       *> isn't one yet - WSBudgetFound stays zero if the table is
       *> full
       FindBudgetLine.
           MOVE ZERO TO WSBudgetFound.
           PERFORM VARYING WSBudgetIdx FROM 1 BY 1
               UNTIL WSBudgetIdx > WSBudgetCount OR WSBudgetFound > 0
               MOVE WSBudgetRec(WSBudgetIdx) TO BudgetRecord
               IF BgYear = WSFindYear AND BgAccount = WSFindAcct
                  MOVE WSBudgetIdx TO WSBudgetFound
               END-IF
           END-PERFORM.
           IF WSBudgetFound = ZERO AND WSBudgetCount < 500
              MOVE SPACES TO BudgetRecord
              MOVE WSFindYear TO BgYear
              MOVE WSFindAcct TO BgAccount
              PERFORM VARYING WSMonthIdx FROM 1 BY 1
                  UNTIL WSMonthIdx > 12
                  MOVE ZERO TO BgAmount(WSMonthIdx)
              END-PERFORM
              ADD 1 TO WSBudgetCount
              MOVE BudgetRecord TO WSBudgetRec(WSBudgetCount)
              MOVE WSBudgetCount TO WSBudgetFound
           END-IF.
           IF WSBudgetFound > ZERO
              MOVE WSBudgetRec(WSBudgetFound) TO BudgetRecord
           END-IF.

       EnterBudget.
           MOVE SPACES TO WSYearEntry.
           DISPLAY "Fiscal year (YYYY) " WITH NO ADVANCING.
           ACCEPT WSYearEntry.
           MOVE SPACES TO WSAcctEntry.
           DISPLAY "Account " WITH NO ADVANCING.
           ACCEPT WSAcctEntry.
           MOVE ZERO TO WSChartFound.
           IF WSYearEntry IS NUMERIC AND WSAcctEntry IS NUMERIC
              MOVE WSYearEntry TO WSFindYear
              MOVE WSAcctEntry TO WSFindAcct
              PERFORM FindChartAccount
           END-IF.
           EVALUATE TRUE
               WHEN WSYearEntry NOT NUMERIC
                   DISPLAY "Invalid year - enter 4 numeric digits"
               WHEN WSChartFound = ZERO
                   DISPLAY "Account " WSAcctEntry " is not an "
                       "income or expense account on the chart"
               WHEN OTHER
                   PERFORM FindBudgetLine
                   IF WSBudgetFound = ZERO
                      DISPLAY "Budget table full - nothing saved"
                   ELSE
                      PERFORM KeyBudgetAmounts
                   END-IF
           END-EVALUATE.

       KeyBudgetAmounts.
           DISPLAY WSFindYear " " WSFindAcct " "
               WSChName(WSChartFound).
           PERFORM ShowBudgetLine.
           MOVE SPACES TO WSAmountEntry.
           DISPLAY "Annual amount to spread evenly (blank to key "
               "each month) " WITH NO ADVANCING.
           ACCEPT WSAmountEntry.
           IF WSAmountEntry = SPACES
              PERFORM KeyOneMonth
                  VARYING WSMonthIdx FROM 1 BY 1
                  UNTIL WSMonthIdx > 12
           ELSE
              MOVE FUNCTION TEST-NUMVAL(WSAmountEntry)
                  TO WSAmountCheck
              IF WSAmountCheck NOT = ZERO
                 DISPLAY "Invalid amount - nothing changed"
                 MOVE WSBudgetRec(WSBudgetFound) TO BudgetRecord
              ELSE
                 COMPUTE WSAnnualAmount =
                     FUNCTION NUMVAL(WSAmountEntry)
                 DIVIDE WSAnnualAmount BY 12 GIVING WSMonthShare
                 PERFORM VARYING WSMonthIdx FROM 1 BY 1
                     UNTIL WSMonthIdx > 11
                     MOVE WSMonthShare TO BgAmount(WSMonthIdx)
                 END-PERFORM
                 COMPUTE BgAmount(12) =
                     WSAnnualAmount - WSMonthShare * 11
              END-IF
           END-IF.
           MOVE BudgetRecord TO WSBudgetRec(WSBudgetFound).
           PERFORM SaveBudget.
           PERFORM ShowBudgetLine.
           DISPLAY "Budget saved".

       KeyOneMonth.
           MOVE BgAmount(WSMonthIdx) TO WSShownAmount.
           MOVE SPACES TO WSAmountEntry.
           DISPLAY "  " WSMonthName(WSMonthIdx) " [" WSShownAmount
               "] " WITH NO ADVANCING.
           ACCEPT WSAmountEntry.
           IF WSAmountEntry NOT = SPACES
              MOVE FUNCTION TEST-NUMVAL(WSAmountEntry)
                  TO WSAmountCheck
              IF WSAmountCheck = ZERO
                 COMPUTE BgAmount(WSMonthIdx) =
                     FUNCTION NUMVAL(WSAmountEntry)
              ELSE
                 DISPLAY "  Invalid amount - month left as it was"
              END-IF
           END-IF.

       ShowBudgetLine.
           MOVE ZERO TO WSYearTotal.
           PERFORM VARYING WSMonthIdx FROM 1 BY 1
               UNTIL WSMonthIdx > 12
               ADD BgAmount(WSMonthIdx) TO WSYearTotal
           END-PERFORM.
           MOVE WSYearTotal TO WSShownTotal.
           DISPLAY "  Year total " WSShownTotal.

       ListBudgetYear.
           MOVE SPACES TO WSYearEntry.
           DISPLAY "Fiscal year (YYYY) " WITH NO ADVANCING.
           ACCEPT WSYearEntry.
           IF WSYearEntry NOT NUMERIC
              DISPLAY "Invalid year - enter 4 numeric digits"
           ELSE
              MOVE WSYearEntry TO WSFindYear
              PERFORM VARYING WSBudgetIdx FROM 1 BY 1
                  UNTIL WSBudgetIdx > WSBudgetCount
                  MOVE WSBudgetRec(WSBudgetIdx) TO BudgetRecord
                  IF BgYear = WSFindYear
                     MOVE BgAccount TO WSFindAcct
                     PERFORM FindChartAccount
                     MOVE ZERO TO WSYearTotal
                     PERFORM VARYING WSMonthIdx FROM 1 BY 1
                         UNTIL WSMonthIdx > 12
                         ADD BgAmount(WSMonthIdx) TO WSYearTotal
                     END-PERFORM
                     MOVE WSYearTotal TO WSShownTotal
                     IF WSChartFound > ZERO
                        DISPLAY BgAccount "  " WSChName(WSChartFound)
                            "  " WSShownTotal
                     ELSE
                        DISPLAY BgAccount "  (not on chart)        "
                            "  " WSShownTotal
                     END-IF
                  END-IF
              END-PERFORM
           END-IF.

       *> each good row replaces the year's line for its account; the
       *> file is written back once, after the last row
       ImportBudget.
           MOVE ZERO TO WSRowCount.
           MOVE ZERO TO WSAppliedCount.
           MOVE ZERO TO WSRejectCount.
           OPEN INPUT CSVFile.
           IF WSCSVStatus NOT = "00"
              DISPLAY "glbudget: no Budget.csv to import - status "
                  WSCSVStatus
              CLOSE CSVFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ CSVFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END PERFORM ImportOneRow
                 END-READ
              END-PERFORM
              CLOSE CSVFile
              MOVE 'N' TO WSEOF
              PERFORM SaveBudget
              DISPLAY "glbudget: " WSRowCount " row(s) read, "
                  WSAppliedCount " applied, " WSRejectCount
                  " rejected - see BudgetRejects.log"
           END-IF.

       ImportOneRow.
           MOVE SPACES TO WSCsvFields.
           UNSTRING CSVLine
               DELIMITED BY ","
               INTO WSCsvYear, WSCsvAcct,
                   WSCsvMonth(1), WSCsvMonth(2), WSCsvMonth(3),
                   WSCsvMonth(4), WSCsvMonth(5), WSCsvMonth(6),
                   WSCsvMonth(7), WSCsvMonth(8), WSCsvMonth(9),
                   WSCsvMonth(10), WSCsvMonth(11), WSCsvMonth(12)
           END-UNSTRING.
      *> the spreadsheet's heading row has words where the year goes
           IF WSCsvYear(1:4) NOT NUMERIC AND WSRowCount = ZERO
              CONTINUE
           ELSE
              ADD 1 TO WSRowCount
              PERFORM ValidateCsvRow
              IF RowIsValid
                 PERFORM ApplyCsvRow
              END-IF
           END-IF.

       ValidateCsvRow.
           MOVE 'Y' TO WSRowValid.
           MOVE SPACES TO RejectRecord.
           STRING WSCsvYear(1:4) WSCsvAcct(1:4)
               DELIMITED BY SIZE INTO RejectID.
           MOVE ZERO TO WSChartFound.
           IF WSCsvAcct(1:4) IS NUMERIC
              MOVE WSCsvAcct(1:4) TO WSFindAcct
              PERFORM FindChartAccount
           END-IF.
           EVALUATE TRUE
               WHEN WSCsvYear(1:4) NOT NUMERIC
                   OR WSCsvYear(5:8) NOT = SPACES
                   MOVE "Year is not 4 numeric digits"
                       TO RejectReason
               WHEN WSCsvAcct(5:8) NOT = SPACES
                   OR WSChartFound = ZERO
                   MOVE "Not an income or expense account"
                       TO RejectReason
               WHEN OTHER
                   PERFORM VARYING WSMonthIdx FROM 1 BY 1
                       UNTIL WSMonthIdx > 12
                       IF WSCsvMonth(WSMonthIdx) NOT = SPACES
                          MOVE FUNCTION TEST-NUMVAL(
                              WSCsvMonth(WSMonthIdx)) TO WSAmountCheck
                          IF WSAmountCheck NOT = ZERO
                             MOVE "Month amount is not a number"
                                 TO RejectReason
                          ELSE
                             IF FUNCTION NUMVAL(WSCsvMonth(WSMonthIdx))
                                < ZERO
                                MOVE "Month amount is negative"
                                    TO RejectReason
                             END-IF
                          END-IF
                       END-IF
                   END-PERFORM
           END-EVALUATE.
           IF RejectReason NOT = SPACES
              MOVE 'N' TO WSRowValid
              PERFORM WriteReject
           END-IF.

       ApplyCsvRow.
           MOVE WSCsvYear(1:4) TO WSFindYear.
           PERFORM FindBudgetLine.
           IF WSBudgetFound = ZERO
              MOVE "Budget table full - not applied" TO RejectReason
              PERFORM WriteReject
           ELSE
              PERFORM VARYING WSMonthIdx FROM 1 BY 1
                  UNTIL WSMonthIdx > 12
                  IF WSCsvMonth(WSMonthIdx) = SPACES
                     MOVE ZERO TO BgAmount(WSMonthIdx)
                  ELSE
                     COMPUTE BgAmount(WSMonthIdx) =
                         FUNCTION NUMVAL(WSCsvMonth(WSMonthIdx))
                  END-IF
              END-PERFORM
              MOVE BudgetRecord TO WSBudgetRec(WSBudgetFound)
              ADD 1 TO WSAppliedCount
           END-IF.

       *> same reject-file mechanism and copybook custimport.cob uses
       WriteReject.
           OPEN EXTEND RejectFile.
           IF WSRejectStatus = "35"
              OPEN OUTPUT RejectFile
              CLOSE RejectFile
              OPEN EXTEND RejectFile
           END-IF.
           WRITE RejectRecord.
           CLOSE RejectFile.
           ADD 1 TO WSRejectCount.
