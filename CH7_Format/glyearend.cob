       IDENTIFICATION DIVISION.
       PROGRAM-ID. glyearend.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> GL year-end close - GLJournal.dat had no year boundary, so
       *> every trial balance read every posting since the system
       *> started, and the income and expense accounts never went
       *> back to zero. In the spirit of payyearend.cob and
       *> armonthend.cob this run closes a named year: every account
       *> is totalled from the last opening balances and the year's
       *> postings, a closing entry (source "yearend", reference
       *> YEyyyy) takes each income and expense account to zero
       *> against the retained earnings account - the first equity
       *> account on ChartOfAccounts.dat - and the balance-sheet
       *> balances that result are appended to GLOpening.dat as the
       *> next year's opening figures. The closed year's journal
       *> lines, closing entry included, then move to a dated copy
       *> (GLJournal.dat.yyyy, the way payyearend.cob keeps its
       *> years) and GLPeriod.dat is stamped through December so
       *> glentry.cob and glrecur.cob refuse anything dated into it.
       *> gltrialbalance.cob and glfinstmt.cob start from the opening
       *> balances and ignore any line dated before them. Years close
       *> in order, one after another, only once the year is over,
       *> and never while the journal is out of balance or carries a
       *> posting to an unclassified account. YearEndClose.txt lists
       *> the closing entry and the balances carried forward.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT GLJournalFile ASSIGN TO "GLJournal.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSGLStatus.
              SELECT ChartFile ASSIGN TO "ChartOfAccounts.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSChartStatus.
              SELECT GLOpeningFile ASSIGN TO "GLOpening.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSGLOpenStatus.
              SELECT GLPeriodFile ASSIGN TO "GLPeriod.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSGLPeriodStatus.
       *> the dated year archive, named at run time the way
       *> payyearend.cob names its year archives
              SELECT ArchiveFile ASSIGN DYNAMIC WSArchiveName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSArchiveStatus.
              SELECT KeepFile ASSIGN TO "glyearend.keep.tmp"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSKeepStatus.
              SELECT ReportFile ASSIGN TO "YearEndClose.txt"
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
       FD GLPeriodFile.
       01 GLPeriodRecord   PIC 9(6).
       FD ArchiveFile.
       01 ArchiveLine      PIC X(80).
       FD KeepFile.
       01 KeepLine         PIC X(80).
       FD ReportFile.
       01 ReportLine       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WSGLStatus       PIC XX.
       01 WSChartStatus    PIC XX.
       01 WSArchiveStatus  PIC XX.
       01 WSKeepStatus     PIC XX.
       01 WSReportStatus   PIC XX.
       01 WSArchiveName    PIC X(40).
       01 WSEOF            PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
       01 WSYearEntry      PIC X(4).
       01 WSCloseYear      PIC 9(4).
       01 WSLastClosed     PIC 9(4).
       01 WSYearEnd        PIC 9(8).
       01 WSToday          PIC 9(8).
       01 WSConfirmEntry   PIC X.
              88 CloseConfirmed    VALUE 'Y' 'y'.
       *> the custmenu sign-on, when there is one, is recorded on the
       *> closing entry; an unattended run answers for it itself
       01 WSSignedOnOper   PIC X(10) EXTERNAL.
       01 WSOperatorID     PIC X(10) VALUE "glyearend".
       *> every account on the chart plus any posted to that is not,
       *> with its balance at the year end - debits positive
       01 WSAcctTable.
              02 WSAcctEntry OCCURS 50 TIMES.
                  03 WSAcctNum      PIC 9(4).
                  03 WSAcctType     PIC X.
                      88 AcctClosesOut  VALUE 'I' 'X'.
                      88 AcctCarries    VALUE 'A' 'L' 'E'.
                  03 WSAcctBalance  PIC S9(9)V99 COMP-3.
       01 WSAcctCount      PIC 99 VALUE ZERO.
       01 WSTableIdx       PIC 99.
       01 WSScanIdx        PIC 99.
       01 WSFoundIdx       PIC 99.
       01 WSRetainedIdx    PIC 99 VALUE ZERO.
       01 WSAcctOverflow   PIC X VALUE 'N'.
              88 AcctTableFull    VALUE 'Y'.
       01 WSLookupAcct     PIC 9(4).
       01 WSLookupAmount   PIC S9(9)V99 COMP-3.
       01 WSTotDebits      PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WSTotCredits     PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WSDifference     PIC S9(9)V99 COMP-3.
       01 WSUnclassCount   PIC 9(6) VALUE ZERO.
       01 WSUnclassAcct    PIC 9(4) VALUE ZERO.
       01 WSYearProfit     PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WSClosingCount   PIC 9(3) VALUE ZERO.
       01 WSArchivedCount  PIC 9(7) VALUE ZERO.
       01 WSKeptCount      PIC 9(7) VALUE ZERO.
       01 WSCarriedCount   PIC 9(3) VALUE ZERO.
       01 WSCloseRef.
              02 FILLER         PIC X(2) VALUE "YE".
              02 WSCRYear       PIC 9(4).
       01 WSCloseDesc.
              02 FILLER         PIC X(15) VALUE "Year-end close ".
              02 WSCDYear       PIC 9(4).
       01 WSDetailLine.
              02 WSDAcct        PIC 9(4).
              02 FILLER         PIC X(2) VALUE SPACES.
              02 WSDDrCr        PIC X.
              02 FILLER         PIC X(2) VALUE SPACES.
              02 WSDAmount      PIC ZZZ,ZZZ,ZZ9.99.
       01 WSProfitLine.
              02 FILLER         PIC X(26)
                  VALUE "Net profit for the year : ".
              02 WSPLAmount     PIC ZZZ,ZZZ,ZZ9.99-.
      *> shared GL closed-period and opening-year fields - see
      *> Copybooks/glperiodchkp.cpy and Copybooks/glopenchkp.cpy
       COPY glperiodchk.
       COPY glopenchk.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           IF WSSignedOnOper NOT = SPACES
              AND WSSignedOnOper NOT = LOW-VALUES
              MOVE WSSignedOnOper TO WSOperatorID
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday.
           PERFORM LoadGLOpenYear.
           IF WSGLOpenYear > ZERO
              COMPUTE WSLastClosed = WSGLOpenYear - 1
              DISPLAY "GL is closed through the end of "
                  WSLastClosed
           ELSE
              DISPLAY "No GL year has ever been closed"
           END-IF.
           MOVE SPACES TO WSYearEntry.
           PERFORM UNTIL WSYearEntry IS NUMERIC
               DISPLAY "Year being closed (YYYY, blank to quit) "
                   WITH NO ADVANCING
               ACCEPT WSYearEntry
               IF WSYearEntry = SPACES
                  GOBACK
               END-IF
               IF WSYearEntry NOT NUMERIC
                  DISPLAY "Invalid year - enter 4 numeric digits"
               END-IF
           END-PERFORM.
           MOVE WSYearEntry TO WSCloseYear.
           COMPUTE WSYearEnd = WSCloseYear * 10000 + 1231.
      *> years close in order, and only once they are over
           IF WSGLOpenYear > ZERO
              AND WSCloseYear NOT = WSGLOpenYear
              DISPLAY "glyearend: the next year to close is "
                  WSGLOpenYear " - " WSCloseYear " refused"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WSYearEnd NOT < WSToday
              DISPLAY "glyearend: " WSCloseYear " has not ended - "
                  "nothing closed"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE SPACE TO WSConfirmEntry.
           DISPLAY "Close GL year " WSYearEntry " - income and "
               "expenses close to retained earnings, the year "
               "archives. Proceed (Y/N)? " WITH NO ADVANCING.
           ACCEPT WSConfirmEntry.
           IF NOT CloseConfirmed
              DISPLAY "Year-end close abandoned - nothing changed"
              GOBACK
           END-IF.
           PERFORM LoadChart.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           IF WSRetainedIdx = ZERO
              DISPLAY "glyearend: no equity account on "
                  "ChartOfAccounts.dat to close the year into"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM LoadOpeningBalances.
           PERFORM TotalTheYear.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
      *> a close off a broken journal would carry the break into
      *> every later year - refuse, and say why, instead
           COMPUTE WSDifference = WSTotDebits - WSTotCredits.
           IF WSDifference NOT = ZERO
              DISPLAY "glyearend: journal OUT OF BALANCE through "
                  WSYearEnd " - run gltrialbalance; nothing closed"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WSUnclassCount > ZERO
              DISPLAY "glyearend: " WSUnclassCount " posting(s) to "
                  "accounts not classified on ChartOfAccounts.dat"
                  " (e.g. " WSUnclassAcct ") - nothing closed"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT ReportFile.
           IF WSReportStatus NOT = "00"
              DISPLAY "glyearend: unable to open YearEndClose.txt"
                  " - status " WSReportStatus
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE SPACES TO ReportLine.
           STRING "GL Year-End Close - " WSYearEntry
               DELIMITED BY SIZE INTO ReportLine.
           WRITE ReportLine.
           PERFORM PostClosingEntry.
           PERFORM WriteOpeningBalances.
           CLOSE ReportFile.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM ArchiveTheYear.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
      *> the stamp is written last, and never moves backwards
           PERFORM LoadGLClosedPeriod.
           IF WSGLClosedThru < WSCloseYear * 100 + 12
              OPEN OUTPUT GLPeriodFile
              COMPUTE GLPeriodRecord = WSCloseYear * 100 + 12
              WRITE GLPeriodRecord
              CLOSE GLPeriodFile
           END-IF.
           DISPLAY "glyearend: " WSYearEntry " closed - "
               WSClosingCount " closing line(s), " WSCarriedCount
               " balance(s) carried forward, " WSArchivedCount
               " line(s) archived to GLJournal.dat." WSYearEntry.
      *> GOBACK so a menu program can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

       *> the chart says which accounts close out and which carry -
       *> a chart too big for the table would leave postings
       *> unclassified, so it aborts
       LoadChart.
           OPEN INPUT ChartFile.
           IF WSChartStatus NOT = "00"
              DISPLAY "glyearend: no ChartOfAccounts.dat - status "
                  WSChartStatus
              CLOSE ChartFile
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM UNTIL EndOfPass
                 READ ChartFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSAcctCount < 50
                            ADD 1 TO WSAcctCount
                            MOVE ChAccount TO WSAcctNum(WSAcctCount)
                            MOVE ChType TO WSAcctType(WSAcctCount)
                            MOVE ZERO TO WSAcctBalance(WSAcctCount)
                            IF ChEquity AND WSRetainedIdx = ZERO
                               MOVE WSAcctCount TO WSRetainedIdx
                            END-IF
                         ELSE
                            SET AcctTableFull TO TRUE
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE ChartFile
              MOVE 'N' TO WSEOF
              IF AcctTableFull
                 DISPLAY "glyearend: more than 50 accounts on the "
                     "chart - table exceeded, aborting"
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.

       *> the year starts from the last close's carried balances
       LoadOpeningBalances.
           IF WSGLOpenYear > ZERO
              OPEN INPUT GLOpeningFile
              PERFORM UNTIL EndOfPass
                 READ GLOpeningFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF GoYear = WSGLOpenYear
                            MOVE GoAccount TO WSLookupAcct
                            MOVE GoBalance TO WSLookupAmount
                            PERFORM AddToAccount
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE GLOpeningFile
              MOVE 'N' TO WSEOF
           END-IF.

       *> every line from the opening year through the year end -
       *> lines dated before the opening year are inside the opening
       *> balances, lines after the year end belong to the next year
       TotalTheYear.
           OPEN INPUT GLJournalFile.
           IF WSGLStatus NOT = "00"
              DISPLAY "glyearend: no GLJournal.dat on file - "
                  "status " WSGLStatus
              CLOSE GLJournalFile
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM UNTIL EndOfPass
                 READ GLJournalFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF GjAmount NUMERIC AND GjDate NUMERIC
                            AND GjDate NOT > WSYearEnd
                            AND GjDate(1:4) NOT < WSGLOpenYear
                            MOVE GjAccount TO WSLookupAcct
                            IF GjDrCr = 'D'
                               MOVE GjAmount TO WSLookupAmount
                            ELSE
                               COMPUTE WSLookupAmount =
                                   ZERO - GjAmount
                            END-IF
                            PERFORM AddToAccount
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE GLJournalFile
              MOVE 'N' TO WSEOF
              IF AcctTableFull
                 DISPLAY "glyearend: more than 50 accounts posted "
                     "- table exceeded, aborting"
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.

       AddToAccount.
           IF WSLookupAmount < ZERO
              SUBTRACT WSLookupAmount FROM WSTotCredits
           ELSE
              ADD WSLookupAmount TO WSTotDebits
           END-IF.
           MOVE ZERO TO WSFoundIdx.
           PERFORM VARYING WSScanIdx FROM 1 BY 1
               UNTIL WSScanIdx > WSAcctCount OR WSFoundIdx > 0
               IF WSAcctNum(WSScanIdx) = WSLookupAcct
                  MOVE WSScanIdx TO WSFoundIdx
               END-IF
           END-PERFORM.
           IF WSFoundIdx = ZERO
              IF WSAcctCount < 50
                 ADD 1 TO WSAcctCount
                 MOVE WSLookupAcct TO WSAcctNum(WSAcctCount)
                 MOVE SPACE TO WSAcctType(WSAcctCount)
                 MOVE ZERO TO WSAcctBalance(WSAcctCount)
                 MOVE WSAcctCount TO WSFoundIdx
              ELSE
                 SET AcctTableFull TO TRUE
              END-IF
           END-IF.
           IF WSFoundIdx > ZERO
              ADD WSLookupAmount TO WSAcctBalance(WSFoundIdx)
              IF NOT AcctClosesOut(WSFoundIdx)
                 AND NOT AcctCarries(WSFoundIdx)
                 ADD 1 TO WSUnclassCount
                 MOVE WSLookupAcct TO WSUnclassAcct
              END-IF
           END-IF.

       *> each income and expense balance is taken to zero on the
       *> last day of the year, and the net goes to retained earnings
       PostClosingEntry.
           MOVE WSCloseYear TO WSCRYear.
           MOVE WSCloseYear TO WSCDYear.
           MOVE "Closing entry :" TO ReportLine.
           WRITE ReportLine
               AFTER ADVANCING 2 LINES
           END-WRITE.
           OPEN EXTEND GLJournalFile.
           IF WSGLStatus = "35"
              OPEN OUTPUT GLJournalFile
              CLOSE GLJournalFile
              OPEN EXTEND GLJournalFile
           END-IF.
           PERFORM VARYING WSTableIdx FROM 1 BY 1
               UNTIL WSTableIdx > WSAcctCount
               IF AcctClosesOut(WSTableIdx)
                  AND WSAcctBalance(WSTableIdx) NOT = ZERO
                  SUBTRACT WSAcctBalance(WSTableIdx) FROM WSYearProfit
                  COMPUTE WSLookupAmount =
                      ZERO - WSAcctBalance(WSTableIdx)
                  PERFORM WriteClosingLine
                  MOVE ZERO TO WSAcctBalance(WSTableIdx)
               END-IF
           END-PERFORM.
           IF WSYearProfit NOT = ZERO
              MOVE WSRetainedIdx TO WSTableIdx
              COMPUTE WSLookupAmount = ZERO - WSYearProfit
              PERFORM WriteClosingLine
              ADD WSLookupAmount TO WSAcctBalance(WSRetainedIdx)
           END-IF.
           CLOSE GLJournalFile.
           MOVE WSYearProfit TO WSPLAmount.
           WRITE ReportLine FROM WSProfitLine
               AFTER ADVANCING 2 LINES
           END-WRITE.

       *> WSLookupAmount is the movement on the account - positive
       *> debits it, negative credits it
       WriteClosingLine.
           MOVE SPACES TO GLJournalRecord.
           MOVE WSYearEnd TO GjDate.
           MOVE "yearend" TO GjSource.
           MOVE WSAcctNum(WSTableIdx) TO GjAccount.
           IF WSLookupAmount < ZERO
              MOVE 'C' TO GjDrCr
              COMPUTE GjAmount = ZERO - WSLookupAmount
           ELSE
              MOVE 'D' TO GjDrCr
              MOVE WSLookupAmount TO GjAmount
           END-IF.
           MOVE WSCloseDesc TO GjDesc.
           MOVE WSCloseRef TO GjRef.
           MOVE WSOperatorID TO GjOperator.
           WRITE GLJournalRecord.
           ADD 1 TO WSClosingCount.
           MOVE GjAccount TO WSDAcct.
           MOVE GjDrCr TO WSDDrCr.
           MOVE GjAmount TO WSDAmount.
           WRITE ReportLine FROM WSDetailLine
               AFTER ADVANCING 1 LINE
           END-WRITE.

       *> appended, never rewritten - every earlier close stays on
       *> record and the latest year's lines are the ones read
       WriteOpeningBalances.
           MOVE "Opening balances carried forward :" TO ReportLine.
           WRITE ReportLine
               AFTER ADVANCING 2 LINES
           END-WRITE.
           OPEN EXTEND GLOpeningFile.
           IF WSGLOpenStatus = "35"
              OPEN OUTPUT GLOpeningFile
              CLOSE GLOpeningFile
              OPEN EXTEND GLOpeningFile
           END-IF.
           IF WSGLOpenStatus NOT = "00"
              DISPLAY "glyearend: unable to open GLOpening.dat"
                  " - status " WSGLOpenStatus
              CLOSE GLOpeningFile
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM VARYING WSTableIdx FROM 1 BY 1
                  UNTIL WSTableIdx > WSAcctCount
                  IF AcctCarries(WSTableIdx)
                     MOVE SPACES TO GLOpeningRecord
                     COMPUTE GoYear = WSCloseYear + 1
                     MOVE WSAcctNum(WSTableIdx) TO GoAccount
                     MOVE WSAcctBalance(WSTableIdx) TO GoBalance
                     WRITE GLOpeningRecord
                     END-WRITE
                     ADD 1 TO WSCarriedCount
                     MOVE WSAcctNum(WSTableIdx) TO WSDAcct
                     IF WSAcctBalance(WSTableIdx) < ZERO
                        MOVE 'C' TO WSDDrCr
                     ELSE
                        MOVE 'D' TO WSDDrCr
                     END-IF
                     MOVE WSAcctBalance(WSTableIdx) TO WSDAmount
                     WRITE ReportLine FROM WSDetailLine
                         AFTER ADVANCING 1 LINE
                     END-WRITE
                  END-IF
              END-PERFORM
              CLOSE GLOpeningFile
           END-IF.

       *> the closed year's lines, and anything older still on the
       *> file, go to the dated archive; the next year's lines are
       *> kept aside and written back as the live journal
       ArchiveTheYear.
           MOVE SPACES TO WSArchiveName.
           STRING "GLJournal.dat." WSYearEntry
               DELIMITED BY SIZE INTO WSArchiveName.
           OPEN OUTPUT ArchiveFile.
           IF WSArchiveStatus NOT = "00"
              DISPLAY "glyearend: unable to open " WSArchiveName
                  " - status " WSArchiveStatus
              CLOSE ArchiveFile
              MOVE 16 TO RETURN-CODE
           ELSE
              OPEN OUTPUT KeepFile
              OPEN INPUT GLJournalFile
              PERFORM UNTIL EndOfPass
                 READ GLJournalFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF GjDate NUMERIC
                            AND GjDate > WSYearEnd
                            MOVE GLJournalRecord TO KeepLine
                            WRITE KeepLine
                            END-WRITE
                            ADD 1 TO WSKeptCount
                         ELSE
                            MOVE GLJournalRecord TO ArchiveLine
                            WRITE ArchiveLine
                            END-WRITE
                            ADD 1 TO WSArchivedCount
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE GLJournalFile
              CLOSE ArchiveFile
              CLOSE KeepFile
              MOVE 'N' TO WSEOF
              OPEN INPUT KeepFile
              OPEN OUTPUT GLJournalFile
              PERFORM UNTIL EndOfPass
                 READ KeepFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         MOVE KeepLine TO GLJournalRecord
                         WRITE GLJournalRecord
                         END-WRITE
                 END-READ
              END-PERFORM
              CLOSE KeepFile
              CLOSE GLJournalFile
              MOVE 'N' TO WSEOF
           END-IF.

      *> shared GL closed-period and opening-year lookups - see
      *> Copybooks/glperiodchk.cpy and Copybooks/glopenchk.cpy
       COPY glperiodchkp.
       COPY glopenchkp.
