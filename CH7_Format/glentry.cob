       IDENTIFICATION DIVISION.
       PROGRAM-ID. glentry.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> General ledger journal entries - only the posting runs ever
       *> wrote to GLJournal.dat, so accruals, bank charges, rent and
       *> corrections lived in the accountant's spreadsheet and the
       *> trial balance was never the whole picture. (E)nter takes a
       *> multi-line entry against the accounts on
       *> ChartOfAccounts.dat, shows the running debit and credit
       *> totals, and will not save it until they agree. A saved
       *> entry is numbered JEnnnnnn from NextJournal.dat, and every
       *> line carries the number and the signed-on operator. An
       *> entry dated into a closed GL month (GLPeriod.dat) is
       *> refused. A reversing entry - an accrual, say - also posts
       *> its own reversal, debits and credits swapped, on the first
       *> day of the following month. (T)emplates keeps the entries
       *> made every month (rent, depreciation) in GLTemplates.dat
       *> for glrecur.cob's month-start run to post. (C)lose stamps
       *> GLPeriod.dat with the next month in turn, supervisor only,
       *> the way armonthend.cob closes the AR ledger - a close is
       *> never taken back from this screen.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT GLJournalFile ASSIGN TO "GLJournal.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSGLStatus.
              SELECT ChartFile ASSIGN TO "ChartOfAccounts.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSChartStatus.
              SELECT TemplateFile ASSIGN TO "GLTemplates.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSTemplateStatus.
              SELECT JournalCtlFile ASSIGN TO "NextJournal.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSJournalCtlStatus.
              SELECT GLPeriodFile ASSIGN TO "GLPeriod.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSGLPeriodStatus.
              SELECT OperatorFile ASSIGN TO "OperatorMaster.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSOperatorStatus.

       DATA DIVISION.
       FILE SECTION.
       FD GLJournalFile.
       COPY gljournal.
       FD ChartFile.
       COPY chartrec.
       FD TemplateFile.
       COPY gltemplate.
       FD JournalCtlFile.
       01 JournalCtlRecord PIC 9(6).
       FD GLPeriodFile.
       01 GLPeriodRecord   PIC 9(6).
       FD OperatorFile.
       01 OperatorRecord.
              02 OperID      PIC X(10).
              02 FILLER      PIC X(2).
              02 OperName    PIC X(20).
              02 FILLER      PIC X(2).
              02 OperLevel   PIC 9.

       WORKING-STORAGE SECTION.
       01 WSGLStatus         PIC XX.
       01 WSChartStatus      PIC XX.
       01 WSTemplateStatus   PIC XX.
       01 WSJournalCtlStatus PIC XX.
       01 WSOperatorStatus   PIC XX.
       01 WSEOF              PIC X VALUE 'N'.
              88 EndOfPass        VALUE 'Y'.
       01 WSMenuChoice       PIC X.
              88 WantsEntry       VALUE 'E' 'e'.
              88 WantsTemplates   VALUE 'T' 't'.
              88 WantsClose       VALUE 'C' 'c'.
              88 WantsQuit        VALUE 'Q' 'q'.
       01 WSContinueFlag     PIC X VALUE 'Y'.
              88 KeepGoing        VALUE 'Y'.
       01 WSTmplChoice       PIC X.
              88 WantsAddTmpl     VALUE 'A' 'a'.
              88 WantsListTmpl    VALUE 'L' 'l'.
              88 WantsRemoveTmpl  VALUE 'R' 'r'.
              88 WantsTmplQuit    VALUE 'Q' 'q'.
       01 WSTmplContinue     PIC X VALUE 'Y'.
              88 StayInTemplates  VALUE 'Y'.
       *> The custmenu sign-on travels in via EXTERNAL storage; a
       *> standalone run is verified against OperatorMaster.dat - an
       *> entry nobody can answer for is not saved
       01 WSSignedOnOper     PIC X(10) EXTERNAL.
       01 WSSignedOnLevel    PIC 9 EXTERNAL.
       01 WSOperatorID       PIC X(10) VALUE SPACES.
       01 WSAuthority        PIC 9 VALUE ZERO.
              88 OperatorKnown        VALUE 1 THRU 9.
              88 SupervisorAuthority  VALUE 2 THRU 9.
       01 WSToday            PIC 9(8).
       *> the accounts an entry may be made against
       01 WSChartTable.
              02 WSChartEntry OCCURS 50 TIMES.
                  03 WSChAcct       PIC 9(4).
                  03 WSChName       PIC X(20).
       01 WSChartCount       PIC 99 VALUE ZERO.
       01 WSScanIdx          PIC 99.
       01 WSFoundIdx         PIC 99.
       *> the entry being keyed - an entry or a template's lines
       01 WSEntryTable.
              02 WSEntryLine OCCURS 20 TIMES.
                  03 WSEnAcct       PIC 9(4).
                  03 WSEnDrCr       PIC X.
                  03 WSEnAmount     PIC 9(7)V99.
       01 WSEntryCount       PIC 99 VALUE ZERO.
       01 WSEntryIdx         PIC 99.
       01 WSEntryDebits      PIC S9(9)V99 COMP-3.
       01 WSEntryCredits     PIC S9(9)V99 COMP-3.
       01 WSEntryDiff        PIC S9(9)V99 COMP-3.
       01 WSLinesDone        PIC X.
              88 LinesFinished    VALUE 'Y'.
       01 WSEntryState       PIC X.
              88 EntryBalanced    VALUE 'B'.
              88 EntryAbandoned   VALUE 'X'.
       01 WSDateEntry        PIC X(8).
       01 WSEntryDate        PIC 9(8).
       01 WSEntrySplit REDEFINES WSEntryDate.
              02 WSEntryYM        PIC 9(6).
              02 WSEntryDD        PIC 99.
       01 WSEntryDesc        PIC X(20).
       01 WSAcctEntry        PIC X(4).
       01 WSDrCrEntry        PIC X.
              88 ValidDrCr        VALUE 'D' 'C'.
       01 WSAmountEntry      PIC X(10).
       01 WSAmountCheck      PIC S9(4) COMP-5.
       01 WSLineAmount       PIC 9(7)V99.
       01 WSAskEntry         PIC X.
              88 AnswerYes        VALUE 'Y' 'y'.
              88 WantsMoreLines   VALUE 'A' 'a'.
       01 WSReverseFlag      PIC X.
              88 EntryReverses    VALUE 'Y'.
       01 WSShownAmount      PIC Z,ZZZ,ZZ9.99.
       01 WSShownDebits      PIC ZZZ,ZZZ,ZZ9.99.
       01 WSShownCredits     PIC ZZZ,ZZZ,ZZ9.99.
       *> entry numbering and the lines as they post
       01 WSNextJournal      PIC 9(6) VALUE 1.
       01 WSJournalRef.
              02 FILLER           PIC X(2) VALUE "JE".
              02 WSJrNum          PIC 9(6).
       01 WSPostDate         PIC 9(8).
       01 WSPostDesc         PIC X(20).
       01 WSPostSwap         PIC X.
              88 PostAsReversal   VALUE 'Y'.
       01 WSReverseDate      PIC 9(8).
       01 WSReverseSplit REDEFINES WSReverseDate.
              02 WSRevYear        PIC 9(4).
              02 WSRevMonth       PIC 99.
              02 WSRevDay         PIC 99.
       01 WSReversalDesc.
              02 FILLER           PIC X(12) VALUE "Reversal of ".
              02 WSRDRef          PIC X(8).
       *> the template file in storage while it is maintained - the
       *> same load/edit/save cycle recurbill.cob runs on
       *> StandingOrders.dat; a removed template's records are
       *> blanked and left out when the file is written back
       01 WSTmplTable.
              02 WSTmplRec OCCURS 500 TIMES PIC X(41).
       01 WSTmplCount        PIC 9(3) VALUE ZERO.
       01 WSTmplIdx          PIC 9(3).
       01 WSTmplFound        PIC 9(3).
       01 WSTmplOverflow     PIC X VALUE 'N'.
              88 TmplTableFull    VALUE 'Y'.
       01 WSTmplIDEntry      PIC X(6).
       01 WSTmplLineCount    PIC 99.
       01 WSCloseMonth       PIC 9(6).
       01 WSCloseSplit REDEFINES WSCloseMonth.
              02 WSCloseYear      PIC 9(4).
              02 WSCloseMM        PIC 99.
       01 WSMonthEntry       PIC X(6).
      *> shared GL closed-period fields - see
      *> Copybooks/glperiodchkp.cpy
       COPY glperiodchk.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           PERFORM EstablishOperator.
           IF NOT OperatorKnown
              DISPLAY "glentry: operator " WSOperatorID
                  " not recognised - no entries can be made"
              GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday.
           PERFORM LoadChart.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM LoadGLClosedPeriod.
           PERFORM ShowJournalMenu UNTIL NOT KeepGoing.
      *> GOBACK so a menu program can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

       EstablishOperator.
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
                 DISPLAY "glentry: operator master unavailable"
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

       LoadChart.
           OPEN INPUT ChartFile.
           IF WSChartStatus NOT = "00"
              DISPLAY "glentry: no ChartOfAccounts.dat - status "
                  WSChartStatus
              CLOSE ChartFile
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM UNTIL EndOfPass
                 READ ChartFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSChartCount < 50
                            ADD 1 TO WSChartCount
                            MOVE ChAccount TO WSChAcct(WSChartCount)
                            MOVE ChName TO WSChName(WSChartCount)
                         ELSE
                            DISPLAY "glentry: more than 50 accounts"
                                " on the chart - table exceeded, "
                                "aborting"
                            MOVE 16 TO RETURN-CODE
                            MOVE 'Y' TO WSEOF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE ChartFile
              MOVE 'N' TO WSEOF
           END-IF.

       ShowJournalMenu.
           DISPLAY " ".
           DISPLAY "General Ledger Journal Entries".
           IF WSGLClosedThru > ZERO
              DISPLAY "GL closed through " WSGLClosedThru
           END-IF.
           DISPLAY "(E)nter an entry  (T)emplates  (C)lose a GL "
               "month  (Q)uit".
           DISPLAY "Select an option " WITH NO ADVANCING.
           ACCEPT WSMenuChoice.
           EVALUATE TRUE
               WHEN WantsEntry        PERFORM EnterJournalEntry
               WHEN WantsTemplates    PERFORM MaintainTemplates
               WHEN WantsClose        PERFORM CloseGLMonth
               WHEN WantsQuit         MOVE 'N' TO WSContinueFlag
               WHEN OTHER
                   DISPLAY "Invalid option, please try again"
           END-EVALUATE.

       *> date, description, then the lines - nothing is written
       *> until the lines balance and the operator says save
       EnterJournalEntry.
           MOVE SPACES TO WSDateEntry.
           DISPLAY "Entry date (YYYYMMDD) " WITH NO ADVANCING.
           ACCEPT WSDateEntry.
           IF WSDateEntry IS NUMERIC
              MOVE WSDateEntry TO WSEntryDate
           ELSE
              MOVE ZERO TO WSEntryDate
           END-IF.
           EVALUATE TRUE
               WHEN WSDateEntry NOT NUMERIC
                   DISPLAY "Invalid date - enter 8 numeric digits"
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WSEntryDate) NOT = 0
                   DISPLAY "Invalid date - no such day"
               WHEN OTHER
                   IF WSGLClosedThru > ZERO
                      AND WSEntryYM NOT > WSGLClosedThru
                      DISPLAY "GL period " WSEntryYM " is closed "
                          "(closed through " WSGLClosedThru
                          ") - entry refused"
                   ELSE
                      PERFORM TakeEntryDetails
                   END-IF
           END-EVALUATE.

       TakeEntryDetails.
           MOVE SPACES TO WSEntryDesc.
           DISPLAY "Description " WITH NO ADVANCING.
           ACCEPT WSEntryDesc.
           PERFORM TakeBalancedLines.
           IF EntryBalanced
              DISPLAY "Reverse on the first of next month? (Y/N) "
                  WITH NO ADVANCING
              MOVE 'N' TO WSAskEntry
              ACCEPT WSAskEntry
              IF AnswerYes
                 MOVE 'Y' TO WSReverseFlag
              ELSE
                 MOVE 'N' TO WSReverseFlag
              END-IF
              DISPLAY "Save this entry? (Y/N) " WITH NO ADVANCING
              MOVE 'N' TO WSAskEntry
              ACCEPT WSAskEntry
              IF AnswerYes
                 PERFORM SaveJournalEntry
              ELSE
                 DISPLAY "Entry abandoned - nothing saved"
              END-IF
           ELSE
              DISPLAY "Entry abandoned - nothing saved"
           END-IF.

       *> lines are taken until the operator finishes; an entry that
       *> does not balance is sent back for more lines or abandoned
       TakeBalancedLines.
           MOVE ZERO TO WSEntryCount.
           MOVE ZERO TO WSEntryDebits.
           MOVE ZERO TO WSEntryCredits.
           MOVE SPACE TO WSEntryState.
           PERFORM UNTIL EntryBalanced OR EntryAbandoned
              MOVE 'N' TO WSLinesDone
              PERFORM TakeOneLine UNTIL LinesFinished
              PERFORM CheckEntryBalance
           END-PERFORM.

       TakeOneLine.
           IF WSEntryCount NOT < 20
              DISPLAY "An entry holds at most 20 lines"
              MOVE 'Y' TO WSLinesDone
           ELSE
              MOVE SPACES TO WSAcctEntry
              COMPUTE WSEntryIdx = WSEntryCount + 1
              DISPLAY "Line " WSEntryIdx " account (blank to finish) "
                  WITH NO ADVANCING
              ACCEPT WSAcctEntry
              IF WSAcctEntry = SPACES
                 MOVE 'Y' TO WSLinesDone
              ELSE
                 PERFORM TakeLineAmount
              END-IF
           END-IF.

       TakeLineAmount.
           MOVE ZERO TO WSFoundIdx.
           IF WSAcctEntry IS NUMERIC
              PERFORM VARYING WSScanIdx FROM 1 BY 1
                  UNTIL WSScanIdx > WSChartCount OR WSFoundIdx > 0
                  IF WSChAcct(WSScanIdx) = WSAcctEntry
                     MOVE WSScanIdx TO WSFoundIdx
                  END-IF
              END-PERFORM
           END-IF.
           IF WSFoundIdx = ZERO
              DISPLAY "Account " WSAcctEntry " is not on the chart"
           ELSE
              DISPLAY "  " WSChName(WSFoundIdx)
                  " - (D)ebit or (C)redit " WITH NO ADVANCING
              MOVE SPACE TO WSDrCrEntry
              ACCEPT WSDrCrEntry
              MOVE FUNCTION UPPER-CASE(WSDrCrEntry) TO WSDrCrEntry
              DISPLAY "  Amount " WITH NO ADVANCING
              MOVE SPACES TO WSAmountEntry
              ACCEPT WSAmountEntry
              MOVE FUNCTION TEST-NUMVAL(WSAmountEntry)
                  TO WSAmountCheck
              IF WSAmountCheck = ZERO
                 COMPUTE WSLineAmount =
                     FUNCTION NUMVAL(WSAmountEntry)
              ELSE
                 MOVE ZERO TO WSLineAmount
              END-IF
              EVALUATE TRUE
                  WHEN NOT ValidDrCr
                      DISPLAY "Enter D or C - line not taken"
                  WHEN WSLineAmount = ZERO
                      DISPLAY "Invalid amount - line not taken"
                  WHEN OTHER
                      ADD 1 TO WSEntryCount
                      MOVE WSAcctEntry TO WSEnAcct(WSEntryCount)
                      MOVE WSDrCrEntry TO WSEnDrCr(WSEntryCount)
                      MOVE WSLineAmount TO WSEnAmount(WSEntryCount)
                      IF WSDrCrEntry = 'D'
                         ADD WSLineAmount TO WSEntryDebits
                      ELSE
                         ADD WSLineAmount TO WSEntryCredits
                      END-IF
                      MOVE WSEntryDebits TO WSShownDebits
                      MOVE WSEntryCredits TO WSShownCredits
                      DISPLAY "  Debits " WSShownDebits
                          "  Credits " WSShownCredits
              END-EVALUATE
           END-IF.

       CheckEntryBalance.
           COMPUTE WSEntryDiff = WSEntryDebits - WSEntryCredits.
           IF WSEntryCount > 1 AND WSEntryDiff = ZERO
              SET EntryBalanced TO TRUE
           ELSE
              MOVE WSEntryDebits TO WSShownDebits
              MOVE WSEntryCredits TO WSShownCredits
              DISPLAY "Entry does not balance - debits "
                  WSShownDebits " credits " WSShownCredits
              DISPLAY "(A)dd more lines or abandon the entry (X) "
                  WITH NO ADVANCING
              MOVE SPACE TO WSAskEntry
              ACCEPT WSAskEntry
              IF NOT WantsMoreLines
                 SET EntryAbandoned TO TRUE
              END-IF
           END-IF.

       *> the number is taken and the control file rewritten before
       *> anything posts, so an interrupted save never reuses it
       SaveJournalEntry.
           PERFORM ReadNextJournalNumber.
           MOVE WSNextJournal TO WSJrNum.
           ADD 1 TO WSNextJournal.
           PERFORM SaveNextJournalNumber.
           PERFORM OpenJournalExtend.
           MOVE WSEntryDate TO WSPostDate.
           MOVE WSEntryDesc TO WSPostDesc.
           MOVE 'N' TO WSPostSwap.
           PERFORM PostOneEntryLine
               VARYING WSEntryIdx FROM 1 BY 1
               UNTIL WSEntryIdx > WSEntryCount.
           IF EntryReverses
              PERFORM WorkOutReverseDate
              MOVE WSReverseDate TO WSPostDate
              MOVE WSJournalRef TO WSRDRef
              MOVE WSReversalDesc TO WSPostDesc
              MOVE 'Y' TO WSPostSwap
              PERFORM PostOneEntryLine
                  VARYING WSEntryIdx FROM 1 BY 1
                  UNTIL WSEntryIdx > WSEntryCount
           END-IF.
           CLOSE GLJournalFile.
           DISPLAY "Journal entry " WSJournalRef " saved".
           IF EntryReverses
              DISPLAY "  reverses on " WSReverseDate
           END-IF.

       WorkOutReverseDate.
           MOVE WSEntryDate TO WSReverseDate.
           IF WSRevMonth = 12
              ADD 1 TO WSRevYear
              MOVE 1 TO WSRevMonth
           ELSE
              ADD 1 TO WSRevMonth
           END-IF.
           MOVE 1 TO WSRevDay.

       PostOneEntryLine.
           MOVE SPACES TO GLJournalRecord.
           MOVE WSPostDate TO GjDate.
           MOVE "glentry" TO GjSource.
           MOVE WSEnAcct(WSEntryIdx) TO GjAccount.
           MOVE WSEnDrCr(WSEntryIdx) TO GjDrCr.
           IF PostAsReversal
              IF WSEnDrCr(WSEntryIdx) = 'D'
                 MOVE 'C' TO GjDrCr
              ELSE
                 MOVE 'D' TO GjDrCr
              END-IF
           END-IF.
           MOVE WSEnAmount(WSEntryIdx) TO GjAmount.
           MOVE WSPostDesc TO GjDesc.
           MOVE WSJournalRef TO GjRef.
           MOVE WSOperatorID TO GjOperator.
           WRITE GLJournalRecord.

       OpenJournalExtend.
           OPEN EXTEND GLJournalFile.
           IF WSGLStatus = "35"
              OPEN OUTPUT GLJournalFile
              CLOSE GLJournalFile
              OPEN EXTEND GLJournalFile
           END-IF.

       ReadNextJournalNumber.
           OPEN INPUT JournalCtlFile.
           IF WSJournalCtlStatus = "00"
              READ JournalCtlFile
                  AT END CONTINUE
                  NOT AT END
                      IF JournalCtlRecord NUMERIC
                         MOVE JournalCtlRecord TO WSNextJournal
                      END-IF
              END-READ
           END-IF.
           CLOSE JournalCtlFile.

       SaveNextJournalNumber.
           OPEN OUTPUT JournalCtlFile.
           MOVE WSNextJournal TO JournalCtlRecord.
           WRITE JournalCtlRecord.
           CLOSE JournalCtlFile.

       *> recurring templates - added, listed and removed here,
       *> posted each month by glrecur.cob
       MaintainTemplates.
           PERFORM LoadTemplates.
           IF TmplTableFull
              DISPLAY "glentry: GLTemplates.dat exceeds the template"
                  " table - maintenance refused"
           ELSE
              MOVE 'Y' TO WSTmplContinue
              PERFORM ShowTemplateMenu UNTIL NOT StayInTemplates
           END-IF.

       ShowTemplateMenu.
           DISPLAY " ".
           DISPLAY "Recurring Journal Templates".
           DISPLAY "(A)dd  (L)ist  (R)emove  (Q)uit " WITH NO ADVANCING.
           ACCEPT WSTmplChoice.
           EVALUATE TRUE
               WHEN WantsAddTmpl      PERFORM AddTemplate
               WHEN WantsListTmpl     PERFORM ListTemplates
               WHEN WantsRemoveTmpl   PERFORM RemoveTemplate
               WHEN WantsTmplQuit     MOVE 'N' TO WSTmplContinue
               WHEN OTHER
                   DISPLAY "Invalid option, please try again"
           END-EVALUATE.

       LoadTemplates.
           MOVE ZERO TO WSTmplCount.
           MOVE 'N' TO WSTmplOverflow.
           OPEN INPUT TemplateFile.
           IF WSTemplateStatus = "00"
              PERFORM UNTIL EndOfPass
                 READ TemplateFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSTmplCount < 500
                            ADD 1 TO WSTmplCount
                            MOVE GLTemplateRecord
                                TO WSTmplRec(WSTmplCount)
                         ELSE
                            SET TmplTableFull TO TRUE
                         END-IF
                 END-READ
              END-PERFORM
              MOVE 'N' TO WSEOF
           END-IF.
           CLOSE TemplateFile.

       SaveTemplates.
           OPEN OUTPUT TemplateFile.
           PERFORM VARYING WSTmplIdx FROM 1 BY 1
               UNTIL WSTmplIdx > WSTmplCount
               IF WSTmplRec(WSTmplIdx) NOT = SPACES
                  MOVE WSTmplRec(WSTmplIdx) TO GLTemplateRecord
                  WRITE GLTemplateRecord
               END-IF
           END-PERFORM.
           CLOSE TemplateFile.

       FindTemplate.
           MOVE ZERO TO WSTmplFound.
           PERFORM VARYING WSTmplIdx FROM 1 BY 1
               UNTIL WSTmplIdx > WSTmplCount OR WSTmplFound > 0
               MOVE WSTmplRec(WSTmplIdx) TO GLTemplateRecord
               IF GtHeader AND GtTemplateID = WSTmplIDEntry
                  MOVE WSTmplIdx TO WSTmplFound
               END-IF
           END-PERFORM.

       *> a template's lines balance like any entry's; it waits for
       *> the first month-start run after it is added
       AddTemplate.
           MOVE SPACES TO WSTmplIDEntry.
           DISPLAY "Template ID " WITH NO ADVANCING.
           ACCEPT WSTmplIDEntry.
           MOVE FUNCTION UPPER-CASE(WSTmplIDEntry) TO WSTmplIDEntry.
           PERFORM FindTemplate.
           EVALUATE TRUE
               WHEN WSTmplIDEntry = SPACES
                   DISPLAY "A template needs an ID"
               WHEN WSTmplFound > ZERO
                   DISPLAY "Template " WSTmplIDEntry
                       " already exists"
               WHEN OTHER
                   PERFORM TakeTemplateDetails
           END-EVALUATE.

       TakeTemplateDetails.
           MOVE SPACES TO WSEntryDesc.
           DISPLAY "Description " WITH NO ADVANCING.
           ACCEPT WSEntryDesc.
           DISPLAY "Reverse on the first of the following month? "
               "(Y/N) " WITH NO ADVANCING.
           MOVE 'N' TO WSAskEntry.
           ACCEPT WSAskEntry.
           IF AnswerYes
              MOVE 'Y' TO WSReverseFlag
           ELSE
              MOVE 'N' TO WSReverseFlag
           END-IF.
           PERFORM TakeBalancedLines.
           IF NOT EntryBalanced
              DISPLAY "Template abandoned - nothing saved"
           ELSE
              IF WSTmplCount + WSEntryCount + 1 > 500
                 DISPLAY "Template table full - nothing saved"
              ELSE
                 MOVE SPACES TO GLTemplateRecord
                 MOVE 'T' TO GtRecType
                 MOVE WSTmplIDEntry TO GtTemplateID
                 MOVE WSEntryDesc TO GtDesc
                 MOVE WSReverseFlag TO GtReversing
                 MOVE ZERO TO GtLastPosted
                 ADD 1 TO WSTmplCount
                 MOVE GLTemplateRecord TO WSTmplRec(WSTmplCount)
                 PERFORM StoreTemplateLine
                     VARYING WSEntryIdx FROM 1 BY 1
                     UNTIL WSEntryIdx > WSEntryCount
                 PERFORM SaveTemplates
                 DISPLAY "Template " WSTmplIDEntry " saved"
              END-IF
           END-IF.

       StoreTemplateLine.
           MOVE SPACES TO GLTemplateRecord.
           MOVE 'L' TO GtRecType.
           MOVE WSEnAcct(WSEntryIdx) TO GtAccount.
           MOVE WSEnDrCr(WSEntryIdx) TO GtDrCr.
           MOVE WSEnAmount(WSEntryIdx) TO GtAmount.
           ADD 1 TO WSTmplCount.
           MOVE GLTemplateRecord TO WSTmplRec(WSTmplCount).

       ListTemplates.
           IF WSTmplCount = ZERO
              DISPLAY "No recurring templates on file"
           END-IF.
           PERFORM VARYING WSTmplIdx FROM 1 BY 1
               UNTIL WSTmplIdx > WSTmplCount
               MOVE WSTmplRec(WSTmplIdx) TO GLTemplateRecord
               EVALUATE TRUE
                   WHEN GtHeader
                       DISPLAY GtTemplateID "  " GtDesc
                           "  reversing " GtReversing
                           "  last posted " GtLastPosted
                   WHEN GtLine
                       MOVE GtAmount TO WSShownAmount
                       DISPLAY "    " GtAccount " " GtDrCr " "
                           WSShownAmount
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       *> the header and the lines behind it are blanked together,
       *> and the file is written back without them
       RemoveTemplate.
           MOVE SPACES TO WSTmplIDEntry.
           DISPLAY "Template ID to remove " WITH NO ADVANCING.
           ACCEPT WSTmplIDEntry.
           MOVE FUNCTION UPPER-CASE(WSTmplIDEntry) TO WSTmplIDEntry.
           PERFORM FindTemplate.
           IF WSTmplFound = ZERO
              DISPLAY "Template " WSTmplIDEntry " not on file"
           ELSE
              MOVE SPACES TO WSTmplRec(WSTmplFound)
              MOVE 'N' TO WSLinesDone
              PERFORM VARYING WSTmplIdx FROM WSTmplFound BY 1
                  UNTIL WSTmplIdx >= WSTmplCount OR LinesFinished
                  MOVE WSTmplRec(WSTmplIdx + 1) TO GLTemplateRecord
                  IF GtLine
                     MOVE SPACES TO WSTmplRec(WSTmplIdx + 1)
                  ELSE
                     MOVE 'Y' TO WSLinesDone
                  END-IF
              END-PERFORM
              PERFORM SaveTemplates
              PERFORM LoadTemplates
              DISPLAY "Template " WSTmplIDEntry " removed"
           END-IF.

       *> months close forward one at a time, never the month still
       *> in progress - the first close names its month, each later
       *> one takes the month after the last
       CloseGLMonth.
           IF NOT SupervisorAuthority
              DISPLAY "Closing a GL month requires supervisor "
                  "authority"
           ELSE
              PERFORM LoadGLClosedPeriod
              IF WSGLClosedThru = ZERO
                 MOVE SPACES TO WSMonthEntry
                 DISPLAY "First GL month to close (YYYYMM) "
                     WITH NO ADVANCING
                 ACCEPT WSMonthEntry
                 IF WSMonthEntry IS NUMERIC
                    MOVE WSMonthEntry TO WSCloseMonth
                 ELSE
                    MOVE ZERO TO WSCloseMonth
                 END-IF
              ELSE
                 MOVE WSGLClosedThru TO WSCloseMonth
                 IF WSCloseMM = 12
                    ADD 1 TO WSCloseYear
                    MOVE 1 TO WSCloseMM
                 ELSE
                    ADD 1 TO WSCloseMM
                 END-IF
              END-IF
              EVALUATE TRUE
                  WHEN WSCloseMM < 1 OR WSCloseMM > 12
                      DISPLAY "Invalid month - nothing closed"
                  WHEN WSCloseMonth NOT < WSToday(1:6)
                      DISPLAY "GL month " WSCloseMonth
                          " has not ended - nothing closed"
                  WHEN OTHER
                      PERFORM ConfirmGLClose
              END-EVALUATE
           END-IF.

       ConfirmGLClose.
           DISPLAY "Close GL month " WSCloseMonth
               " to further entries? (Y/N) " WITH NO ADVANCING.
           MOVE 'N' TO WSAskEntry.
           ACCEPT WSAskEntry.
           IF AnswerYes
              OPEN OUTPUT GLPeriodFile
              MOVE WSCloseMonth TO GLPeriodRecord
              WRITE GLPeriodRecord
              CLOSE GLPeriodFile
              MOVE WSCloseMonth TO WSGLClosedThru
              DISPLAY "GL closed through " WSGLClosedThru
           ELSE
              DISPLAY "Nothing closed"
           END-IF.

      *> shared GL closed-period lookup - see
      *> Copybooks/glperiodchkp.cpy for the fields
       COPY glperiodchkp.
