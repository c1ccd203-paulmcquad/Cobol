       IDENTIFICATION DIVISION.
       PROGRAM-ID. glbudgetrpt.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Budget versus actual - the owner's budget lived in a
       *> spreadsheet and was only ever compared with the figures at
       *> year end. The operator names the month the way
       *> glfinstmt.cob asks for it; every income and expense account
       *> on ChartOfAccounts.dat prints its actual from GLJournal.dat
       *> against the Budget.dat figure (glbudget.cob) for the month
       *> and for the fiscal year to date, with the variance amount
       *> and percentage of budget, to BudgetReport.txt. Amounts are
       *> on the account's natural side - income as credits, expenses
       *> as debits - and the variance is actual less budget, so
       *> income ahead of budget and expenses over it both show
       *> positive. A line that has gone the wrong way by more than
       *> the tolerance - an expense over budget, income short of it
       *> - is flagged "**" beside that column. The year-end closing
       *> entry (source "yearend") is not activity and is left out.
       *> RunControl.dat setting (see runcontrol.cob):
       *>   BUDGET-TOLERANCE   percent of budget a line may go the
       *>                      wrong way before it is flagged - 00010
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT GLJournalFile ASSIGN TO "GLJournal.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSGLStatus.
              SELECT ChartFile ASSIGN TO "ChartOfAccounts.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSChartStatus.
              SELECT BudgetFile ASSIGN TO "Budget.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSBudgetStatus.
              SELECT GLOpeningFile ASSIGN TO "GLOpening.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSGLOpenStatus.
              SELECT ReportFile ASSIGN TO "BudgetReport.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD GLJournalFile.
       COPY gljournal.
       FD ChartFile.
       COPY chartrec.
       FD BudgetFile.
       COPY budgetrec.
       FD GLOpeningFile.
       COPY glopening.
       FD ReportFile.
       01 ReportLine   PIC X(132).

       WORKING-STORAGE SECTION.
       01 WSGLStatus       PIC XX.
       01 WSChartStatus    PIC XX.
       01 WSBudgetStatus   PIC XX.
       01 WSReportStatus   PIC XX.
       01 WSEOF            PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
       01 WSMonthEntry     PIC X(6).
       01 WSReportYM       PIC 9(6).
       01 WSReportYMParts REDEFINES WSReportYM.
              02 WSReportYear   PIC 9(4).
              02 WSReportMonth  PIC 99.
       01 WSParmName       PIC X(20).
       01 WSParmValue      PIC 9(5).
       01 WSParmFound      PIC X.
       01 WSTolerance      PIC 9(5) VALUE 10.
       *> one slot per income and expense account - actual and
       *> budget for the month and the year to date
       01 WSAcctTable.
              02 WSAcctEntry OCCURS 50 TIMES.
                  03 WSAcctNum      PIC 9(4).
                  03 WSAcctName     PIC X(20).
                  03 WSAcctType     PIC X.
                      88 AcctIsIncome   VALUE 'I'.
                  03 WSActMonth     PIC S9(9)V99 COMP-3.
                  03 WSActYTD       PIC S9(9)V99 COMP-3.
                  03 WSBudMonth     PIC S9(9)V99 COMP-3.
                  03 WSBudYTD       PIC S9(9)V99 COMP-3.
       01 WSAcctCount      PIC 99 VALUE ZERO.
       01 WSTableIdx       PIC 99.
       01 WSScanIdx        PIC 99.
       01 WSFoundIdx       PIC 99.
       01 WSMonthIdx       PIC 99.
       01 WSSignedAmount   PIC S9(9)V99 COMP-3.
       01 WSBudgetLines    PIC 9(5) VALUE ZERO.
       01 WSFlagCount      PIC 9(5) VALUE ZERO.
       01 WSFlagHold       PIC 9(5).
       *> the figures for one printed line, account or total
       01 WSLineActMonth   PIC S9(9)V99 COMP-3.
       01 WSLineBudMonth   PIC S9(9)V99 COMP-3.
       01 WSLineActYTD     PIC S9(9)V99 COMP-3.
       01 WSLineBudYTD     PIC S9(9)V99 COMP-3.
       01 WSLineIncome     PIC X.
              88 LineIsIncome   VALUE 'Y'.
       01 WSVariance       PIC S9(9)V99 COMP-3.
       01 WSVariancePct    PIC S9(5)V9 COMP-3.
       01 WSAdverse        PIC S9(9)V99 COMP-3.
       01 WSSectActMonth   PIC S9(9)V99 COMP-3.
       01 WSSectBudMonth   PIC S9(9)V99 COMP-3.
       01 WSSectActYTD     PIC S9(9)V99 COMP-3.
       01 WSSectBudYTD     PIC S9(9)V99 COMP-3.
       01 WSPrintType      PIC X.
       01 WSHeadLine1.
              02 FILLER  PIC X(27) VALUE SPACES.
              02 FILLER  PIC X(52) VALUE
                  "---------------- This month ----------------".
              02 FILLER  PIC X(52) VALUE
                  "--------------- Year to date ----------------".
       01 WSHeadLine2.
              02 FILLER  PIC X(27) VALUE "Acct  Name".
              02 FILLER  PIC X(14) VALUE "       Actual".
              02 FILLER  PIC X(14) VALUE "       Budget".
              02 FILLER  PIC X(14) VALUE "     Variance".
              02 FILLER  PIC X(10) VALUE "      %".
              02 FILLER  PIC X(14) VALUE "       Actual".
              02 FILLER  PIC X(14) VALUE "       Budget".
              02 FILLER  PIC X(14) VALUE "     Variance".
              02 FILLER  PIC X(10) VALUE "      %".
       01 WSDetailLine.
              02 WSDAcct       PIC X(4).
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSDName       PIC X(20).
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSDActMonth   PIC Z,ZZZ,ZZ9.99-.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSDBudMonth   PIC Z,ZZZ,ZZ9.99-.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSDVarMonth   PIC Z,ZZZ,ZZ9.99-.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSDPctMonth   PIC X(7).
              02 WSDFlagMonth  PIC X(3).
              02 WSDActYTD     PIC Z,ZZZ,ZZ9.99-.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSDBudYTD     PIC Z,ZZZ,ZZ9.99-.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSDVarYTD     PIC Z,ZZZ,ZZ9.99-.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSDPctYTD     PIC X(7).
              02 WSDFlagYTD    PIC X(3).
       01 WSPctShown       PIC ZZZ9.9-.
       01 WSPctOut         PIC X(7).
       01 WSFlagOut        PIC X(3).
      *> shared GL opening-year fields - see
      *> Copybooks/glopenchkp.cpy
       COPY glopenchk.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           MOVE SPACES TO WSMonthEntry.
           PERFORM UNTIL WSMonthEntry IS NUMERIC
               DISPLAY "Budget report month (YYYYMM) "
                   WITH NO ADVANCING
               ACCEPT WSMonthEntry
               IF WSMonthEntry NOT NUMERIC
                  DISPLAY "Invalid month - enter 6 numeric digits"
               END-IF
           END-PERFORM.
           MOVE WSMonthEntry TO WSReportYM.
           MOVE "BUDGET-TOLERANCE" TO WSParmName.
           CALL 'runcontrol' USING WSParmName, WSParmValue,
               WSParmFound
           END-CALL.
           IF WSParmFound = 'Y'
              MOVE WSParmValue TO WSTolerance
           END-IF.
      *> a closed year's lines are in its archive, not the journal
           PERFORM LoadGLOpenYear.
           IF WSReportYear < WSGLOpenYear
              DISPLAY "glbudgetrpt: " WSReportYear " is a closed GL "
                  "year - see GLJournal.dat." WSReportYear
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM LoadChart.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM LoadBudget.
           IF WSBudgetLines = ZERO
              DISPLAY "glbudgetrpt: no budget on Budget.dat for "
                  WSReportYear " - actuals print against zero"
           END-IF.
           PERFORM LoadActuals.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           OPEN OUTPUT ReportFile.
           IF WSReportStatus NOT = "00"
              DISPLAY "glbudgetrpt: unable to open BudgetReport.txt"
                  " - status " WSReportStatus
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM PrintBudgetReport.
           CLOSE ReportFile.
           DISPLAY "glbudgetrpt: " WSMonthEntry " - " WSFlagCount
               " figure(s) beyond the " WSTolerance "% tolerance - "
               "see BudgetReport.txt".
      *> GOBACK so a batch driver can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

       LoadChart.
           OPEN INPUT ChartFile.
           IF WSChartStatus NOT = "00"
              DISPLAY "glbudgetrpt: no ChartOfAccounts.dat - status "
                  WSChartStatus
              CLOSE ChartFile
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM UNTIL EndOfPass
                 READ ChartFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF ChIncome OR ChExpense
                            IF WSAcctCount < 50
                               ADD 1 TO WSAcctCount
                               MOVE ChAccount
                                   TO WSAcctNum(WSAcctCount)
                               MOVE ChName TO WSAcctName(WSAcctCount)
                               MOVE ChType TO WSAcctType(WSAcctCount)
                               MOVE ZERO TO WSActMonth(WSAcctCount)
                               MOVE ZERO TO WSActYTD(WSAcctCount)
                               MOVE ZERO TO WSBudMonth(WSAcctCount)
                               MOVE ZERO TO WSBudYTD(WSAcctCount)
                            ELSE
                               DISPLAY "glbudgetrpt: more than 50 "
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

       *> the month's budget, and January through the month for the
       *> year to date
       LoadBudget.
           OPEN INPUT BudgetFile.
           IF WSBudgetStatus = "00"
              PERFORM UNTIL EndOfPass
                 READ BudgetFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF BgYear = WSReportYear
                            PERFORM TakeBudgetLine
                         END-IF
                 END-READ
              END-PERFORM
              MOVE 'N' TO WSEOF
           END-IF.
           CLOSE BudgetFile.

       TakeBudgetLine.
           MOVE ZERO TO WSFoundIdx.
           PERFORM VARYING WSScanIdx FROM 1 BY 1
               UNTIL WSScanIdx > WSAcctCount OR WSFoundIdx > 0
               IF WSAcctNum(WSScanIdx) = BgAccount
                  MOVE WSScanIdx TO WSFoundIdx
               END-IF
           END-PERFORM.
           IF WSFoundIdx > ZERO
              ADD 1 TO WSBudgetLines
              PERFORM VARYING WSMonthIdx FROM 1 BY 1
                  UNTIL WSMonthIdx > WSReportMonth
                  IF BgAmount(WSMonthIdx) NUMERIC
                     ADD BgAmount(WSMonthIdx)
                         TO WSBudYTD(WSFoundIdx)
                     IF WSMonthIdx = WSReportMonth
                        ADD BgAmount(WSMonthIdx)
                            TO WSBudMonth(WSFoundIdx)
                     END-IF
                  END-IF
              END-PERFORM
           END-IF.

       LoadActuals.
           OPEN INPUT GLJournalFile.
           IF WSGLStatus NOT = "00"
              DISPLAY "glbudgetrpt: no GLJournal.dat on file - "
                  "status " WSGLStatus
              CLOSE GLJournalFile
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM UNTIL EndOfPass
                 READ GLJournalFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF GjDate(1:4) = WSMonthEntry(1:4)
                            AND GjDate(1:6) NOT > WSMonthEntry
                            AND GjAmount NUMERIC
                            AND GjSource NOT = "yearend"
                            PERFORM TallyOneActual
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE GLJournalFile
              MOVE 'N' TO WSEOF
           END-IF.

       *> credits add to income, debits add to expenses
       TallyOneActual.
           MOVE ZERO TO WSFoundIdx.
           PERFORM VARYING WSScanIdx FROM 1 BY 1
               UNTIL WSScanIdx > WSAcctCount OR WSFoundIdx > 0
               IF WSAcctNum(WSScanIdx) = GjAccount
                  MOVE WSScanIdx TO WSFoundIdx
               END-IF
           END-PERFORM.
           IF WSFoundIdx > ZERO
              IF (GjDrCr = 'C' AND AcctIsIncome(WSFoundIdx))
                 OR (GjDrCr = 'D' AND NOT AcctIsIncome(WSFoundIdx))
                 MOVE GjAmount TO WSSignedAmount
              ELSE
                 COMPUTE WSSignedAmount = ZERO - GjAmount
              END-IF
              ADD WSSignedAmount TO WSActYTD(WSFoundIdx)
              IF GjDate(1:6) = WSMonthEntry
                 ADD WSSignedAmount TO WSActMonth(WSFoundIdx)
              END-IF
           END-IF.

       PrintBudgetReport.
           MOVE SPACES TO ReportLine.
           STRING "Budget versus Actual for " WSMonthEntry
               "  (flagged ** beyond " WSTolerance "% of budget)"
               DELIMITED BY SIZE INTO ReportLine.
           WRITE ReportLine.
           WRITE ReportLine FROM WSHeadLine1
               AFTER ADVANCING 2 LINES
           END-WRITE.
           WRITE ReportLine FROM WSHeadLine2
               AFTER ADVANCING 1 LINE
           END-WRITE.
           MOVE "Income" TO ReportLine.
           WRITE ReportLine
               AFTER ADVANCING 2 LINES
           END-WRITE.
           MOVE 'I' TO WSPrintType.
           PERFORM PrintBudgetSection.
           MOVE SPACES TO WSDAcct.
           MOVE "Total income" TO WSDName.
           PERFORM PrintSectionTotal.
           MOVE "Expenses" TO ReportLine.
           WRITE ReportLine
               AFTER ADVANCING 2 LINES
           END-WRITE.
           MOVE 'X' TO WSPrintType.
           PERFORM PrintBudgetSection.
           MOVE SPACES TO WSDAcct.
           MOVE "Total expenses" TO WSDName.
           PERFORM PrintSectionTotal.

       PrintBudgetSection.
           MOVE ZERO TO WSSectActMonth.
           MOVE ZERO TO WSSectBudMonth.
           MOVE ZERO TO WSSectActYTD.
           MOVE ZERO TO WSSectBudYTD.
           PERFORM VARYING WSTableIdx FROM 1 BY 1
               UNTIL WSTableIdx > WSAcctCount
               IF WSAcctType(WSTableIdx) = WSPrintType
                  MOVE WSAcctNum(WSTableIdx) TO WSDAcct
                  MOVE WSAcctName(WSTableIdx) TO WSDName
                  MOVE WSActMonth(WSTableIdx) TO WSLineActMonth
                  MOVE WSBudMonth(WSTableIdx) TO WSLineBudMonth
                  MOVE WSActYTD(WSTableIdx) TO WSLineActYTD
                  MOVE WSBudYTD(WSTableIdx) TO WSLineBudYTD
                  ADD WSActMonth(WSTableIdx) TO WSSectActMonth
                  ADD WSBudMonth(WSTableIdx) TO WSSectBudMonth
                  ADD WSActYTD(WSTableIdx) TO WSSectActYTD
                  ADD WSBudYTD(WSTableIdx) TO WSSectBudYTD
                  PERFORM PrintVarianceLine
               END-IF
           END-PERFORM.

      *> a flagged total repeats its lines, so it isn't counted
       PrintSectionTotal.
           MOVE WSSectActMonth TO WSLineActMonth.
           MOVE WSSectBudMonth TO WSLineBudMonth.
           MOVE WSSectActYTD TO WSLineActYTD.
           MOVE WSSectBudYTD TO WSLineBudYTD.
           MOVE WSFlagCount TO WSFlagHold.
           PERFORM PrintVarianceLine.
           MOVE WSFlagHold TO WSFlagCount.

       *> variance is actual less budget; the percentage is of
       *> budget, and there is none to show when nothing was budgeted
       PrintVarianceLine.
           IF WSPrintType = 'I'
              MOVE 'Y' TO WSLineIncome
           ELSE
              MOVE 'N' TO WSLineIncome
           END-IF.
           MOVE WSLineActMonth TO WSDActMonth.
           MOVE WSLineBudMonth TO WSDBudMonth.
           COMPUTE WSVariance = WSLineActMonth - WSLineBudMonth.
           MOVE WSVariance TO WSDVarMonth.
           MOVE WSLineBudMonth TO WSSignedAmount.
           PERFORM WorkOutPctAndFlag.
           MOVE WSPctOut TO WSDPctMonth.
           MOVE WSFlagOut TO WSDFlagMonth.
           MOVE WSLineActYTD TO WSDActYTD.
           MOVE WSLineBudYTD TO WSDBudYTD.
           COMPUTE WSVariance = WSLineActYTD - WSLineBudYTD.
           MOVE WSVariance TO WSDVarYTD.
           MOVE WSLineBudYTD TO WSSignedAmount.
           PERFORM WorkOutPctAndFlag.
           MOVE WSPctOut TO WSDPctYTD.
           MOVE WSFlagOut TO WSDFlagYTD.
           WRITE ReportLine FROM WSDetailLine
               AFTER ADVANCING 1 LINE
           END-WRITE.

       *> WSVariance against the budget in WSSignedAmount - the wrong
       *> way is over for an expense and short for income
       WorkOutPctAndFlag.
           MOVE SPACES TO WSPctOut.
           MOVE SPACES TO WSFlagOut.
           IF LineIsIncome
              COMPUTE WSAdverse = ZERO - WSVariance
           ELSE
              MOVE WSVariance TO WSAdverse
           END-IF.
           IF WSSignedAmount > ZERO
              COMPUTE WSVariancePct ROUNDED =
                  WSVariance * 100 / WSSignedAmount
                  ON SIZE ERROR MOVE 9999.9 TO WSVariancePct
              END-COMPUTE
              MOVE WSVariancePct TO WSPctShown
              MOVE WSPctShown TO WSPctOut
              IF WSAdverse * 100 > WSSignedAmount * WSTolerance
                 MOVE " **" TO WSFlagOut
                 ADD 1 TO WSFlagCount
              END-IF
           ELSE
              MOVE "    n/a" TO WSPctOut
              IF WSAdverse > ZERO
                 MOVE " **" TO WSFlagOut
                 ADD 1 TO WSFlagCount
              END-IF
           END-IF.

      *> shared GL opening-year lookup - see
      *> Copybooks/glopenchk.cpy for the fields
       COPY glopenchkp.
