       *> month prints with its name from ChartOfAccounts.dat, its
       *> debit and credit totals, the grand totals, and a plain
       *> verdict - IN BALANCE or OUT OF BALANCE with the difference.
       *> NEW : a Balance column shows where each account stands at
       *> the month end - the opening balances glyearend.cob carried
       *> into GLOpening.dat plus every line since, so the run no
       *> longer has to count the journal back to the beginning of
       *> time. A month in a year already closed is refused; its
       *> lines are in the dated GLJournal.dat.yyyy archive.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ChartFile ASSIGN TO "ChartOfAccounts.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSChartStatus.
      *> NEW : the balances carried forward by the last year-end
              SELECT GLOpeningFile ASSIGN TO "GLOpening.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSGLOpenStatus.
              SELECT ReportFile ASSIGN TO "TrialBalance.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReportStatus.
       *> Copybooks/gljournal.cpy
       COPY gljournal.
       FD ChartFile.
       *> NEW : shared with glfinstmt.cob, which reads the account
       *> type and report line as well - see Copybooks/chartrec.cpy
       COPY chartrec.
       FD GLOpeningFile.
       *> NEW : shared with glyearend.cob - see
       *> Copybooks/glopening.cpy
       COPY glopening.
       FD ReportFile.
       01 ReportLine   PIC X(80).

                  03 WSAcctName     PIC X(20).
                  03 WSAcctDebits   PIC S9(9)V99 COMP-3.
                  03 WSAcctCredits  PIC S9(9)V99 COMP-3.
                  03 WSAcctBalance  PIC S9(9)V99 COMP-3.
       01 WSAcctCount      PIC 99 VALUE ZERO.
       01 WSTableIdx       PIC 99.
       01 WSScanIdx        PIC 99.
       01 WSTotDebits      PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WSTotCredits     PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WSDifference     PIC S9(9)V99 COMP-3.
       01 WSTotBalance     PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WSBalanceAcct    PIC 9(4).
       01 WSMonthYear      PIC 9(4).
       01 WSColumnHeads.
              02 FILLER  PIC X(6)  VALUE "Acct".
              02 FILLER  PIC X(22) VALUE "Name".
              02 FILLER  PIC X(16) VALUE "        Debits".
              02 FILLER  PIC X(16) VALUE "       Credits".
              02 FILLER  PIC X(18) VALUE "         Balance".
       01 WSDetailLine.
              02 WSDAcct      PIC 9(4).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSDDebits    PIC $$$,$$$,$$9.99.
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSDCredits   PIC $$$,$$$,$$9.99.
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSDBalance   PIC $$$,$$$,$$9.99CR.
       01 WSTotalLine.
              02 FILLER       PIC X(28) VALUE "Totals".
              02 WSTDebits    PIC $$$,$$$,$$9.99.
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSTCredits   PIC $$$,$$$,$$9.99.
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSTBalance   PIC $$$,$$$,$$9.99CR.
       01 WSVerdictLine.
              02 WSVText      PIC X(18).
              02 WSVAmount    PIC $$$,$$$,$$9.99CR.

      *> NEW : shared GL opening-year fields - see
      *> Copybooks/glopenchkp.cpy
       COPY glopenchk.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
                  DISPLAY "Invalid month - enter 6 numeric digits"
               END-IF
           END-PERFORM.
      *> NEW : a closed year's lines have gone to its archive - the
      *> trial balance would print nothing but opening balances
           MOVE WSMonthEntry(1:4) TO WSMonthYear.
           PERFORM LoadGLOpenYear.
           IF WSMonthYear < WSGLOpenYear
              DISPLAY "gltrialbalance: " WSMonthYear " is a closed "
                  "GL year - see GLJournal.dat." WSMonthYear
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM LoadOpeningBalances.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM LoadJournal.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           IF WSLineCount = ZERO AND WSAcctCount = ZERO
              DISPLAY "gltrialbalance: no journal activity for "
                  WSMonthEntry
              GOBACK
              END-IF
           END-IF.

      *> NEW : every line from the opening year to the month end
      *> moves the balance; only the month's lines count as activity
       TallyOneLine.
           IF GjDate(1:6) > WSMonthEntry
              OR GjDate(1:4) < WSGLOpenYear
              OR GjAmount NOT NUMERIC
              CONTINUE
           ELSE
              MOVE GjAccount TO WSBalanceAcct
              PERFORM FindAccountSlot
              IF WSFoundIdx > ZERO
                 IF GjDrCr = 'D'
                    ADD GjAmount TO WSAcctBalance(WSFoundIdx)
                 ELSE
                    SUBTRACT GjAmount FROM WSAcctBalance(WSFoundIdx)
                 END-IF
              END-IF
              IF WSFoundIdx > ZERO
                 AND GjDate(1:6) = WSMonthEntry
                 ADD 1 TO WSLineCount
                 IF GjDrCr = 'D'
                    ADD GjAmount TO WSAcctDebits(WSFoundIdx)
                    ADD GjAmount TO WSTotDebits
           MOVE ZERO TO WSFoundIdx.
           PERFORM VARYING WSScanIdx FROM 1 BY 1
               UNTIL WSScanIdx > WSAcctCount OR WSFoundIdx > 0
               IF WSAcctNum(WSScanIdx) = WSBalanceAcct
                  MOVE WSScanIdx TO WSFoundIdx
               END-IF
           END-PERFORM.
           IF WSFoundIdx = ZERO
              IF WSAcctCount < 50
                 ADD 1 TO WSAcctCount
                 MOVE WSBalanceAcct TO WSAcctNum(WSAcctCount)
                 MOVE "(not on chart)" TO WSAcctName(WSAcctCount)
                 MOVE ZERO TO WSAcctDebits(WSAcctCount)
                 MOVE ZERO TO WSAcctCredits(WSAcctCount)
                 MOVE ZERO TO WSAcctBalance(WSAcctCount)
                 MOVE WSAcctCount TO WSFoundIdx
              ELSE
                 SET AcctTableFull TO TRUE
              END-IF
           END-IF.

      *> NEW : the latest year's carried balances start each
      *> account - debit balances positive, credit balances negative
       LoadOpeningBalances.
           IF WSGLOpenYear > ZERO
              OPEN INPUT GLOpeningFile
              PERFORM UNTIL EndOfPass
                 READ GLOpeningFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF GoYear = WSGLOpenYear
                            MOVE GoAccount TO WSBalanceAcct
                            PERFORM FindAccountSlot
                            IF WSFoundIdx > ZERO
                               ADD GoBalance
                                   TO WSAcctBalance(WSFoundIdx)
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE GLOpeningFile
              MOVE 'N' TO WSEOF
              IF AcctTableFull
                 DISPLAY "gltrialbalance: more than 50 accounts "
                     "carried forward - table exceeded, aborting"
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.

       *> NEW : account names from the chart - an account that moved
       *> but isn't on the chart still prints, flagged, because
       *> hiding it would hide the posting
               MOVE WSAcctName(WSTableIdx) TO WSDName
               MOVE WSAcctDebits(WSTableIdx) TO WSDDebits
               MOVE WSAcctCredits(WSTableIdx) TO WSDCredits
               MOVE WSAcctBalance(WSTableIdx) TO WSDBalance
               ADD WSAcctBalance(WSTableIdx) TO WSTotBalance
               WRITE ReportLine FROM WSDetailLine
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-PERFORM.
           MOVE WSTotDebits TO WSTDebits.
           MOVE WSTotCredits TO WSTCredits.
           MOVE WSTotBalance TO WSTBalance.
           WRITE ReportLine FROM WSTotalLine
               AFTER ADVANCING 2 LINES
           END-WRITE.
           COMPUTE WSDifference = WSTotDebits - WSTotCredits.
      *> NEW : the balances must net to zero as well - a carried
      *> balance that doesn't is as broken as a lopsided month
           IF WSDifference = ZERO
              MOVE WSTotBalance TO WSDifference
           END-IF.
           IF WSDifference = ZERO
              MOVE "IN BALANCE" TO ReportLine
              WRITE ReportLine
              MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE ReportFile.

      *> NEW : shared GL opening-year lookup - see
      *> Copybooks/glopenchk.cpy for the fields
       COPY glopenchkp.
