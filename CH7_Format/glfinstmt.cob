       IDENTIFICATION DIVISION.
       PROGRAM-ID. glfinstmt.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Financial statements - gltrialbalance.cob proves the journal
       *> balances, but the profit and loss and the balance sheet were
       *> still being built by hand from TrialBalance.txt every month.
       *> The operator names the month the way gltrialbalance.cob
       *> asks for it; every GLJournal.dat posting dated up to the
       *> end of that month is read once and totalled onto the report
       *> line its account belongs to under ChartOfAccounts.dat's type
       *> and line number (Copybooks/chartrec.cpy). The income
       *> statement shows income and expense lines for the month, the
       *> month before it and the calendar year to date, down to net
       *> profit; the balance sheet shows every asset, liability and
       *> equity line as at the month end from all postings to date,
       *> with profit from earlier years and profit for the year
       *> carried into equity so the two sides agree. Nothing prints
       *> unless the journal balances through the month end and every
       *> account posted to is classified on the chart - statements
       *> built on a broken journal would only look right.
       *> NEW : once glyearend.cob has closed a year, the balances it
       *> carried into GLOpening.dat stand in for every line before
       *> the opening year - they enter the tally as postings dated
       *> the last day of the closed year - and journal lines dated
       *> before the opening year are ignored. A month in a closed
       *> year is refused; its lines are in the year's archive.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT GLJournalFile ASSIGN TO "GLJournal.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSGLStatus.
              SELECT ChartFile ASSIGN TO "ChartOfAccounts.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSChartStatus.
      *> NEW : the balances carried forward by the last year-end
              SELECT GLOpeningFile ASSIGN TO "GLOpening.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSGLOpenStatus.
              SELECT ReportFile ASSIGN TO "FinancialStatements.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD GLJournalFile.
       COPY gljournal.
       FD ChartFile.
       COPY chartrec.
       FD GLOpeningFile.
       COPY glopening.
       FD ReportFile.
       01 ReportLine   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WSGLStatus       PIC XX.
       01 WSChartStatus    PIC XX.
       01 WSReportStatus   PIC XX.
       01 WSEOF            PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
       01 WSMonthEntry     PIC X(6).
       01 WSReportYM       PIC 9(6).
       01 WSReportYMParts REDEFINES WSReportYM.
              02 WSReportYear   PIC 9(4).
              02 WSReportMonth  PIC 99.
       01 WSPriorYM        PIC 9(6).
       01 WSPriorYMParts REDEFINES WSPriorYM.
              02 WSPriorYear    PIC 9(4).
              02 WSPriorMonth   PIC 99.
       01 WSPostYM         PIC 9(6).
       01 WSMonthEnd       PIC 9(8).
       01 WSNextFirst      PIC 9(8).
       *> every account on the chart, with its type and report line
       01 WSChartTable.
              02 WSChartEntry OCCURS 50 TIMES.
                  03 WSChAcct       PIC 9(4).
                  03 WSChType       PIC X.
                  03 WSChLine       PIC 99.
       01 WSChartCount     PIC 99 VALUE ZERO.
       01 WSChartOverflow  PIC X VALUE 'N'.
              88 ChartTableFull   VALUE 'Y'.
       01 WSScanIdx        PIC 99.
       01 WSFoundIdx       PIC 99.
       *> one slot per report line number - the line's caption, type
       *> and totals in each of the statement columns
       01 WSLineTable.
              02 WSLineEntry OCCURS 99 TIMES.
                  03 WSLnUsed       PIC X.
                      88 LineInUse      VALUE 'Y'.
                  03 WSLnType       PIC X.
                  03 WSLnName       PIC X(20).
                  03 WSLnMonth      PIC S9(9)V99 COMP-3.
                  03 WSLnPrior      PIC S9(9)V99 COMP-3.
                  03 WSLnYTD        PIC S9(9)V99 COMP-3.
                  03 WSLnToDate     PIC S9(9)V99 COMP-3.
       01 WSLineIdx        PIC 9(3).
       01 WSPrintType      PIC X.
       01 WSSignedAmount   PIC S9(9)V99 COMP-3.
       01 WSPostingCount   PIC 9(6) VALUE ZERO.
       01 WSTotDebits      PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WSTotCredits     PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WSDifference     PIC S9(9)V99 COMP-3.
       01 WSUnclassCount   PIC 9(6) VALUE ZERO.
       01 WSUnclassAcct    PIC 9(4) VALUE ZERO.
       *> profit from every year before the report year - on the
       *> balance sheet it sits in equity beside this year's profit
       01 WSEarlierProfit  PIC S9(9)V99 COMP-3 VALUE ZERO.
       *> section totals for the three income statement columns and
       *> the balance sheet
       01 WSSectMonth      PIC S9(9)V99 COMP-3.
       01 WSSectPrior      PIC S9(9)V99 COMP-3.
       01 WSSectYTD        PIC S9(9)V99 COMP-3.
       01 WSSectToDate     PIC S9(9)V99 COMP-3.
       01 WSIncMonth       PIC S9(9)V99 COMP-3.
       01 WSIncPrior       PIC S9(9)V99 COMP-3.
       01 WSIncYTD         PIC S9(9)V99 COMP-3.
       01 WSProfitMonth    PIC S9(9)V99 COMP-3.
       01 WSProfitPrior    PIC S9(9)V99 COMP-3.
       01 WSProfitYTD      PIC S9(9)V99 COMP-3.
       01 WSTotAssets      PIC S9(9)V99 COMP-3.
       01 WSTotLiabEquity  PIC S9(9)V99 COMP-3.
       01 WSColumnHeads.
              02 FILLER  PIC X(26) VALUE SPACES.
              02 FILLER  PIC X(18) VALUE "      This month".
              02 FILLER  PIC X(18) VALUE "     Prior month".
              02 FILLER  PIC X(18) VALUE "    Year to date".
       01 WSIncomeLine.
              02 FILLER       PIC X(4) VALUE SPACES.
              02 WSILName     PIC X(22).
              02 WSILMonth    PIC ZZZ,ZZZ,ZZ9.99-.
              02 FILLER       PIC X(3) VALUE SPACES.
              02 WSILPrior    PIC ZZZ,ZZZ,ZZ9.99-.
              02 FILLER       PIC X(3) VALUE SPACES.
              02 WSILYTD      PIC ZZZ,ZZZ,ZZ9.99-.
       01 WSBalanceLine.
              02 FILLER       PIC X(4) VALUE SPACES.
              02 WSBLName     PIC X(40).
              02 WSBLAmount   PIC ZZZ,ZZZ,ZZ9.99-.
       01 WSSectionHead    PIC X(26).
      *> NEW : shared GL opening-year fields - see
      *> Copybooks/glopenchkp.cpy
       COPY glopenchk.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           MOVE SPACES TO WSMonthEntry.
           PERFORM UNTIL WSMonthEntry IS NUMERIC
               DISPLAY "Statements month (YYYYMM) "
                   WITH NO ADVANCING
               ACCEPT WSMonthEntry
               IF WSMonthEntry NOT NUMERIC
                  DISPLAY "Invalid month - enter 6 numeric digits"
               END-IF
           END-PERFORM.
           MOVE WSMonthEntry TO WSReportYM.
           PERFORM WorkOutPeriods.
           PERFORM LoadChart.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
      *> NEW : a closed year's income and expense lines have been
      *> closed out and archived - its statements can't be rebuilt
           PERFORM LoadGLOpenYear.
           IF WSReportYear < WSGLOpenYear
              DISPLAY "glfinstmt: " WSReportYear " is a closed GL "
                  "year - see GLJournal.dat." WSReportYear
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM LoadOpeningBalances.
           PERFORM LoadJournal.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           IF WSPostingCount = ZERO
              DISPLAY "glfinstmt: no journal postings up to "
                  WSMonthEntry
              GOBACK
           END-IF.
      *> statements off a broken journal would only look right -
      *> refuse, and say why, instead
           COMPUTE WSDifference = WSTotDebits - WSTotCredits.
           IF WSDifference NOT = ZERO
              DISPLAY "glfinstmt: journal OUT OF BALANCE through "
                  WSMonthEntry " - run gltrialbalance; nothing "
                  "printed"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WSUnclassCount > ZERO
              DISPLAY "glfinstmt: " WSUnclassCount " posting(s) to "
                  "accounts not classified on ChartOfAccounts.dat"
                  " (e.g. " WSUnclassAcct ") - nothing printed"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT ReportFile.
           IF WSReportStatus NOT = "00"
              DISPLAY "glfinstmt: unable to open "
                  "FinancialStatements.txt - status " WSReportStatus
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM PrintIncomeStatement.
           PERFORM PrintBalanceSheet.
           CLOSE ReportFile.
           DISPLAY "glfinstmt: statements for " WSMonthEntry
               " - see FinancialStatements.txt".
      *> GOBACK so a batch driver can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

       *> the comparison month is the one before - January compares
       *> with the December before it - and the balance sheet date
       *> is the report month's last day
       WorkOutPeriods.
           MOVE WSReportYM TO WSPriorYM.
           IF WSReportMonth = 1
              SUBTRACT 1 FROM WSPriorYear
              MOVE 12 TO WSPriorMonth
           ELSE
              SUBTRACT 1 FROM WSPriorMonth
           END-IF.
           IF WSReportMonth = 12
              COMPUTE WSNextFirst = (WSReportYear + 1) * 10000 + 101
           ELSE
              COMPUTE WSNextFirst = WSReportYM * 100 + 101
           END-IF.
           COMPUTE WSMonthEnd = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WSNextFirst) - 1).

       *> the chart names each report line and says which side of
       *> which statement it belongs on - a chart too big for the
       *> table would leave postings unclassified, so it aborts
       LoadChart.
           INITIALIZE WSLineTable.
           OPEN INPUT ChartFile.
           IF WSChartStatus NOT = "00"
              DISPLAY "glfinstmt: no ChartOfAccounts.dat - status "
                  WSChartStatus
              CLOSE ChartFile
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM UNTIL EndOfPass
                 READ ChartFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END PERFORM TakeChartLine
                 END-READ
              END-PERFORM
              CLOSE ChartFile
              MOVE 'N' TO WSEOF
              IF ChartTableFull
                 DISPLAY "glfinstmt: more than 50 accounts on the "
                     "chart - table exceeded, aborting"
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.

       *> an unclassified line (no type, or no report line) stays off
       *> the table, so postings to it are caught as unclassified
       TakeChartLine.
           IF ChClassified AND ChLineNo IS NUMERIC
              AND ChLineNo > ZERO
              IF WSChartCount < 50
                 ADD 1 TO WSChartCount
                 MOVE ChAccount TO WSChAcct(WSChartCount)
                 MOVE ChType TO WSChType(WSChartCount)
                 MOVE ChLineNo TO WSChLine(WSChartCount)
                 IF NOT LineInUse(ChLineNo)
                    MOVE 'Y' TO WSLnUsed(ChLineNo)
                    MOVE ChType TO WSLnType(ChLineNo)
                    MOVE ChLineName TO WSLnName(ChLineNo)
                    MOVE ZERO TO WSLnMonth(ChLineNo)
                    MOVE ZERO TO WSLnPrior(ChLineNo)
                    MOVE ZERO TO WSLnYTD(ChLineNo)
                    MOVE ZERO TO WSLnToDate(ChLineNo)
                 END-IF
              ELSE
                 SET ChartTableFull TO TRUE
              END-IF
           END-IF.

      *> NEW : each carried balance becomes a posting on the last
      *> day of the closed year, so the balance check and balance
      *> sheet pick it up exactly as they would the lines it replaced
       LoadOpeningBalances.
           IF WSGLOpenYear > ZERO
              OPEN INPUT GLOpeningFile
              PERFORM UNTIL EndOfPass
                 READ GLOpeningFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF GoYear = WSGLOpenYear
                            AND GoBalance NOT = ZERO
                            MOVE SPACES TO GLJournalRecord
                            COMPUTE GjDate =
                                (WSGLOpenYear - 1) * 10000 + 1231
                            MOVE GoAccount TO GjAccount
                            IF GoBalance < ZERO
                               MOVE 'C' TO GjDrCr
                               COMPUTE GjAmount = ZERO - GoBalance
                            ELSE
                               MOVE 'D' TO GjDrCr
                               MOVE GoBalance TO GjAmount
                            END-IF
                            PERFORM TallyOnePosting
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE GLOpeningFile
              MOVE 'N' TO WSEOF
           END-IF.

       LoadJournal.
           OPEN INPUT GLJournalFile.
           IF WSGLStatus NOT = "00"
              DISPLAY "glfinstmt: no GLJournal.dat on file - "
                  "status " WSGLStatus
              CLOSE GLJournalFile
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM UNTIL EndOfPass
                 READ GLJournalFile
                     AT END MOVE 'Y' TO WSEOF
      *> NEW : lines before the opening year are already inside
      *> the opening balances
                     NOT AT END
                         IF GjDate(1:4) NOT < WSGLOpenYear
                            PERFORM TallyOnePosting
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE GLJournalFile
              MOVE 'N' TO WSEOF
           END-IF.

       *> every posting up to the month end counts toward the balance
       *> check and the balance sheet; the income statement columns
       *> take only the postings dated inside them
       TallyOnePosting.
           IF GjAmount NUMERIC AND GjDate(1:6) IS NUMERIC
              MOVE GjDate(1:6) TO WSPostYM
              IF WSPostYM NOT > WSReportYM
                 ADD 1 TO WSPostingCount
                 IF GjDrCr = 'D'
                    ADD GjAmount TO WSTotDebits
                 ELSE
                    ADD GjAmount TO WSTotCredits
                 END-IF
                 PERFORM FindChartAccount
                 IF WSFoundIdx = ZERO
                    ADD 1 TO WSUnclassCount
                    MOVE GjAccount TO WSUnclassAcct
                 ELSE
                    PERFORM PostToReportLine
                 END-IF
              END-IF
           END-IF.

       FindChartAccount.
           MOVE ZERO TO WSFoundIdx.
           PERFORM VARYING WSScanIdx FROM 1 BY 1
               UNTIL WSScanIdx > WSChartCount OR WSFoundIdx > 0
               IF WSChAcct(WSScanIdx) = GjAccount
                  MOVE WSScanIdx TO WSFoundIdx
               END-IF
           END-PERFORM.

       *> amounts are kept on each type's natural side - debits add
       *> to assets and expenses, credits add to liabilities, equity
       *> and income
       PostToReportLine.
           MOVE WSChLine(WSFoundIdx) TO WSLineIdx.
           IF WSChType(WSFoundIdx) = 'A'
              OR WSChType(WSFoundIdx) = 'X'
              IF GjDrCr = 'D'
                 MOVE GjAmount TO WSSignedAmount
              ELSE
                 COMPUTE WSSignedAmount = ZERO - GjAmount
              END-IF
           ELSE
              IF GjDrCr = 'D'
                 COMPUTE WSSignedAmount = ZERO - GjAmount
              ELSE
                 MOVE GjAmount TO WSSignedAmount
              END-IF
           END-IF.
           ADD WSSignedAmount TO WSLnToDate(WSLineIdx).
           IF WSPostYM = WSReportYM
              ADD WSSignedAmount TO WSLnMonth(WSLineIdx)
           END-IF.
           IF WSPostYM = WSPriorYM
              ADD WSSignedAmount TO WSLnPrior(WSLineIdx)
           END-IF.
           IF GjDate(1:4) = WSMonthEntry(1:4)
              ADD WSSignedAmount TO WSLnYTD(WSLineIdx)
           END-IF.
           IF GjDate(1:4) < WSMonthEntry(1:4)
              EVALUATE WSChType(WSFoundIdx)
                  WHEN 'I'
                      ADD WSSignedAmount TO WSEarlierProfit
                  WHEN 'X'
                      SUBTRACT WSSignedAmount FROM WSEarlierProfit
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
           END-IF.

       PrintIncomeStatement.
           MOVE SPACES TO ReportLine.
           STRING "Income Statement for " WSMonthEntry
               DELIMITED BY SIZE INTO ReportLine.
           WRITE ReportLine.
           WRITE ReportLine FROM WSColumnHeads
               AFTER ADVANCING 2 LINES
           END-WRITE.
           MOVE "Income" TO WSSectionHead.
           MOVE 'I' TO WSPrintType.
           PERFORM PrintIncomeSection.
           MOVE WSSectMonth TO WSIncMonth.
           MOVE WSSectPrior TO WSIncPrior.
           MOVE WSSectYTD TO WSIncYTD.
           MOVE "Total income" TO WSILName.
           PERFORM WriteIncomeTotal.
           MOVE "Expenses" TO WSSectionHead.
           MOVE 'X' TO WSPrintType.
           PERFORM PrintIncomeSection.
           MOVE "Total expenses" TO WSILName.
           PERFORM WriteIncomeTotal.
           COMPUTE WSProfitMonth = WSIncMonth - WSSectMonth.
           COMPUTE WSProfitPrior = WSIncPrior - WSSectPrior.
           COMPUTE WSProfitYTD = WSIncYTD - WSSectYTD.
           MOVE WSProfitMonth TO WSSectMonth.
           MOVE WSProfitPrior TO WSSectPrior.
           MOVE WSProfitYTD TO WSSectYTD.
           MOVE "NET PROFIT" TO WSILName.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine
               AFTER ADVANCING 1 LINE
           END-WRITE.
           PERFORM WriteIncomeTotal.

       *> the section caption, then each of its lines in line-number
       *> order with the section's running totals
       PrintIncomeSection.
           MOVE ZERO TO WSSectMonth.
           MOVE ZERO TO WSSectPrior.
           MOVE ZERO TO WSSectYTD.
           MOVE WSSectionHead TO ReportLine.
           WRITE ReportLine
               AFTER ADVANCING 2 LINES
           END-WRITE.
           PERFORM VARYING WSLineIdx FROM 1 BY 1
               UNTIL WSLineIdx > 99
               IF LineInUse(WSLineIdx)
                  AND WSLnType(WSLineIdx) = WSPrintType
                  MOVE WSLnName(WSLineIdx) TO WSILName
                  MOVE WSLnMonth(WSLineIdx) TO WSILMonth
                  MOVE WSLnPrior(WSLineIdx) TO WSILPrior
                  MOVE WSLnYTD(WSLineIdx) TO WSILYTD
                  WRITE ReportLine FROM WSIncomeLine
                      AFTER ADVANCING 1 LINE
                  END-WRITE
                  ADD WSLnMonth(WSLineIdx) TO WSSectMonth
                  ADD WSLnPrior(WSLineIdx) TO WSSectPrior
                  ADD WSLnYTD(WSLineIdx) TO WSSectYTD
               END-IF
           END-PERFORM.

       WriteIncomeTotal.
           MOVE WSSectMonth TO WSILMonth.
           MOVE WSSectPrior TO WSILPrior.
           MOVE WSSectYTD TO WSILYTD.
           WRITE ReportLine FROM WSIncomeLine
               AFTER ADVANCING 1 LINE
           END-WRITE.

       *> assets on one side, liabilities and equity on the other -
       *> profit not yet closed to retained earnings is equity too,
       *> so the sides agree whenever the journal balances
       PrintBalanceSheet.
           MOVE SPACES TO ReportLine.
           STRING "Balance Sheet as at " WSMonthEnd
               DELIMITED BY SIZE INTO ReportLine.
           WRITE ReportLine
               AFTER ADVANCING PAGE
           END-WRITE.
           MOVE "Assets" TO WSSectionHead.
           MOVE 'A' TO WSPrintType.
           PERFORM PrintBalanceSection.
           MOVE WSSectToDate TO WSTotAssets.
           MOVE "Total assets" TO WSBLName.
           MOVE WSTotAssets TO WSBLAmount.
           WRITE ReportLine FROM WSBalanceLine
               AFTER ADVANCING 1 LINE
           END-WRITE.
           MOVE "Liabilities" TO WSSectionHead.
           MOVE 'L' TO WSPrintType.
           PERFORM PrintBalanceSection.
           MOVE WSSectToDate TO WSTotLiabEquity.
           MOVE "Total liabilities" TO WSBLName.
           MOVE WSSectToDate TO WSBLAmount.
           WRITE ReportLine FROM WSBalanceLine
               AFTER ADVANCING 1 LINE
           END-WRITE.
           MOVE "Equity" TO WSSectionHead.
           MOVE 'E' TO WSPrintType.
           PERFORM PrintBalanceSection.
           MOVE "Profit of earlier years" TO WSBLName.
           MOVE WSEarlierProfit TO WSBLAmount.
           WRITE ReportLine FROM WSBalanceLine
               AFTER ADVANCING 1 LINE
           END-WRITE.
           MOVE "Profit for the year to date" TO WSBLName.
           MOVE WSProfitYTD TO WSBLAmount.
           WRITE ReportLine FROM WSBalanceLine
               AFTER ADVANCING 1 LINE
           END-WRITE.
           ADD WSEarlierProfit WSProfitYTD TO WSSectToDate.
           MOVE "Total equity" TO WSBLName.
           MOVE WSSectToDate TO WSBLAmount.
           WRITE ReportLine FROM WSBalanceLine
               AFTER ADVANCING 1 LINE
           END-WRITE.
           ADD WSSectToDate TO WSTotLiabEquity.
           MOVE "Total liabilities and equity" TO WSBLName.
           MOVE WSTotLiabEquity TO WSBLAmount.
           WRITE ReportLine FROM WSBalanceLine
               AFTER ADVANCING 2 LINES
           END-WRITE.
           IF WSTotAssets NOT = WSTotLiabEquity
              COMPUTE WSDifference = WSTotAssets - WSTotLiabEquity
              MOVE "*** DOES NOT BALANCE - difference" TO WSBLName
              MOVE WSDifference TO WSBLAmount
              WRITE ReportLine FROM WSBalanceLine
                  AFTER ADVANCING 1 LINE
              END-WRITE
              MOVE 8 TO RETURN-CODE
           END-IF.

       PrintBalanceSection.
           MOVE ZERO TO WSSectToDate.
           MOVE WSSectionHead TO ReportLine.
           WRITE ReportLine
               AFTER ADVANCING 2 LINES
           END-WRITE.
           PERFORM VARYING WSLineIdx FROM 1 BY 1
               UNTIL WSLineIdx > 99
               IF LineInUse(WSLineIdx)
                  AND WSLnType(WSLineIdx) = WSPrintType
                  MOVE WSLnName(WSLineIdx) TO WSBLName
                  MOVE WSLnToDate(WSLineIdx) TO WSBLAmount
                  WRITE ReportLine FROM WSBalanceLine
                      AFTER ADVANCING 1 LINE
                  END-WRITE
                  ADD WSLnToDate(WSLineIdx) TO WSSectToDate
               END-IF
           END-PERFORM.

      *> NEW : shared GL opening-year lookup - see
      *> Copybooks/glopenchk.cpy for the fields
       COPY glopenchkp.
