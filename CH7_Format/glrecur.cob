       IDENTIFICATION DIVISION.
       PROGRAM-ID. glrecur.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Recurring journal entries - the month-start run for the
       *> templates glentry.cob keeps in GLTemplates.dat (monthly
       *> rent, depreciation). Every template not yet posted for the
       *> named month posts as a numbered journal entry, JEnnnnnn
       *> from NextJournal.dat like any keyed entry, dated the first
       *> of the month. A reversing template also posts its reversal,
       *> debits and credits swapped, on the first of the month
       *> after. The last-posted stamp is written back to the
       *> template file so running the month twice cannot post
       *> anything twice - the same guard recurbill.cob keeps on
       *> StandingOrders.dat. A closed GL month (GLPeriod.dat) is
       *> refused outright.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT GLJournalFile ASSIGN TO "GLJournal.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSGLStatus.
              SELECT TemplateFile ASSIGN TO "GLTemplates.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSTemplateStatus.
              SELECT JournalCtlFile ASSIGN TO "NextJournal.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSJournalCtlStatus.
              SELECT GLPeriodFile ASSIGN TO "GLPeriod.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSGLPeriodStatus.

       DATA DIVISION.
       FILE SECTION.
       FD GLJournalFile.
       COPY gljournal.
       FD TemplateFile.
       COPY gltemplate.
       FD JournalCtlFile.
       01 JournalCtlRecord PIC 9(6).
       FD GLPeriodFile.
       01 GLPeriodRecord   PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WSGLStatus         PIC XX.
       01 WSTemplateStatus   PIC XX.
       01 WSJournalCtlStatus PIC XX.
       01 WSEOF              PIC X VALUE 'N'.
              88 EndOfPass        VALUE 'Y'.
       *> the custmenu sign-on, when there is one, is recorded on the
       *> lines; an unattended run answers for them itself
       01 WSSignedOnOper     PIC X(10) EXTERNAL.
       01 WSOperatorID       PIC X(10) VALUE "glrecur".
       01 WSMonthEntry       PIC X(6).
       01 WSMonthNum         PIC 9(6).
       *> the whole template file in storage, written back with the
       *> updated last-posted stamps
       01 WSTmplTable.
              02 WSTmplRec OCCURS 500 TIMES PIC X(41).
       01 WSTmplCount        PIC 9(3) VALUE ZERO.
       01 WSTmplIdx          PIC 9(3).
       01 WSLineIdx          PIC 9(3).
       01 WSTmplOverflow     PIC X VALUE 'N'.
              88 TmplTableFull    VALUE 'Y'.
       01 WSLinesDone        PIC X.
              88 LinesFinished    VALUE 'Y'.
       01 WSHeaderHold       PIC X(41).
       01 WSNextJournal      PIC 9(6) VALUE 1.
       01 WSJournalRef.
              02 FILLER           PIC X(2) VALUE "JE".
              02 WSJrNum          PIC 9(6).
       01 WSPostDate         PIC 9(8).
       01 WSPostDesc         PIC X(20).
       01 WSPostSwap         PIC X.
              88 PostAsReversal   VALUE 'Y'.
       01 WSTmplDesc         PIC X(20).
       01 WSReverseDate      PIC 9(8).
       01 WSReverseSplit REDEFINES WSReverseDate.
              02 WSRevYear        PIC 9(4).
              02 WSRevMonth       PIC 99.
              02 WSRevDay         PIC 99.
       01 WSReversalDesc.
              02 FILLER           PIC X(12) VALUE "Reversal of ".
              02 WSRDRef          PIC X(8).
       01 WSPostCount        PIC 9(3) VALUE ZERO.
       01 WSSkipCount        PIC 9(3) VALUE ZERO.
      *> shared GL closed-period fields - see
      *> Copybooks/glperiodchkp.cpy
       COPY glperiodchk.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           IF WSSignedOnOper NOT = SPACES
              AND WSSignedOnOper NOT = LOW-VALUES
              MOVE WSSignedOnOper TO WSOperatorID
           END-IF.
           MOVE SPACES TO WSMonthEntry.
           PERFORM UNTIL WSMonthEntry IS NUMERIC
               DISPLAY "Posting month (YYYYMM) " WITH NO ADVANCING
               ACCEPT WSMonthEntry
               IF WSMonthEntry NOT NUMERIC
                  DISPLAY "Invalid month - enter 6 numeric digits"
               END-IF
           END-PERFORM.
           MOVE WSMonthEntry TO WSMonthNum.
           PERFORM LoadGLClosedPeriod.
           IF WSGLClosedThru > ZERO
              AND WSMonthNum NOT > WSGLClosedThru
              DISPLAY "glrecur: GL period " WSMonthNum " is closed "
                  "(closed through " WSGLClosedThru
                  ") - nothing posted"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM LoadTemplates.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           IF WSTmplCount = ZERO
              DISPLAY "glrecur: no recurring templates on file"
              GOBACK
           END-IF.
           PERFORM ReadNextJournalNumber.
           PERFORM OpenJournalExtend.
           PERFORM PostOneTemplate
               VARYING WSTmplIdx FROM 1 BY 1
               UNTIL WSTmplIdx > WSTmplCount.
           CLOSE GLJournalFile.
           PERFORM SaveNextJournalNumber.
           PERFORM SaveTemplates.
           DISPLAY "glrecur: " WSPostCount " template(s) posted to "
               "GLJournal.dat for " WSMonthEntry ", "
               WSSkipCount " skipped".
      *> GOBACK so a batch driver can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

       *> loaded whole because the last-posted stamps have to be
       *> written back - a file bigger than the table aborts the run
       *> untouched
       LoadTemplates.
           OPEN INPUT TemplateFile.
           IF WSTemplateStatus NOT = "00"
              DISPLAY "glrecur: no GLTemplates.dat on file - "
                  "status " WSTemplateStatus
              CLOSE TemplateFile
              MOVE 16 TO RETURN-CODE
           ELSE
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
                            MOVE 'Y' TO WSEOF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE TemplateFile
              IF TmplTableFull
                 DISPLAY "glrecur: GLTemplates.dat exceeds the table"
                     " - aborting before anything is lost"
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.

       SaveTemplates.
           OPEN OUTPUT TemplateFile.
           PERFORM VARYING WSTmplIdx FROM 1 BY 1
               UNTIL WSTmplIdx > WSTmplCount
               MOVE WSTmplRec(WSTmplIdx) TO GLTemplateRecord
               WRITE GLTemplateRecord
           END-PERFORM.
           CLOSE TemplateFile.

       *> a template already posted for the month, or with no lines
       *> behind it, is passed over
       PostOneTemplate.
           MOVE WSTmplRec(WSTmplIdx) TO GLTemplateRecord.
           IF GtHeader
              IF GtLastPosted NOT NUMERIC
                 MOVE ZERO TO GtLastPosted
              END-IF
              EVALUATE TRUE
                  WHEN GtLastPosted >= WSMonthNum
                      ADD 1 TO WSSkipCount
                  WHEN WSTmplIdx >= WSTmplCount
                      ADD 1 TO WSSkipCount
                      DISPLAY "glrecur: template " GtTemplateID
                          " has no lines - skipped"
                  WHEN WSTmplRec(WSTmplIdx + 1)(1:1) NOT = 'L'
                      ADD 1 TO WSSkipCount
                      DISPLAY "glrecur: template " GtTemplateID
                          " has no lines - skipped"
                  WHEN OTHER
                      PERFORM PostTemplateEntry
              END-EVALUATE
           END-IF.

       PostTemplateEntry.
           MOVE WSMonthNum TO GtLastPosted.
           MOVE GLTemplateRecord TO WSTmplRec(WSTmplIdx).
           MOVE GLTemplateRecord TO WSHeaderHold.
           MOVE GtDesc TO WSTmplDesc.
           MOVE WSNextJournal TO WSJrNum.
           ADD 1 TO WSNextJournal.
           COMPUTE WSPostDate = WSMonthNum * 100 + 1.
           MOVE WSTmplDesc TO WSPostDesc.
           MOVE 'N' TO WSPostSwap.
           PERFORM PostTemplateLines.
           MOVE WSHeaderHold TO GLTemplateRecord.
           IF GtReverses
              MOVE WSPostDate TO WSReverseDate
              IF WSRevMonth = 12
                 ADD 1 TO WSRevYear
                 MOVE 1 TO WSRevMonth
              ELSE
                 ADD 1 TO WSRevMonth
              END-IF
              MOVE WSReverseDate TO WSPostDate
              MOVE WSJournalRef TO WSRDRef
              MOVE WSReversalDesc TO WSPostDesc
              MOVE 'Y' TO WSPostSwap
              PERFORM PostTemplateLines
           END-IF.
           ADD 1 TO WSPostCount.
           DISPLAY "glrecur: " WSJournalRef " " WSTmplDesc.

       *> the L records directly behind the header, up to the next
       *> header or the end of the file
       PostTemplateLines.
           MOVE 'N' TO WSLinesDone.
           PERFORM VARYING WSLineIdx FROM WSTmplIdx BY 1
               UNTIL WSLineIdx >= WSTmplCount OR LinesFinished
               MOVE WSTmplRec(WSLineIdx + 1) TO GLTemplateRecord
               IF GtLine
                  PERFORM PostOneLine
               ELSE
                  MOVE 'Y' TO WSLinesDone
               END-IF
           END-PERFORM.

       PostOneLine.
           MOVE SPACES TO GLJournalRecord.
           MOVE WSPostDate TO GjDate.
           MOVE "glrecur" TO GjSource.
           MOVE GtAccount TO GjAccount.
           MOVE GtDrCr TO GjDrCr.
           IF PostAsReversal
              IF GtDrCr = 'D'
                 MOVE 'C' TO GjDrCr
              ELSE
                 MOVE 'D' TO GjDrCr
              END-IF
           END-IF.
           MOVE GtAmount TO GjAmount.
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

      *> shared GL closed-period lookup - see
      *> Copybooks/glperiodchkp.cpy for the fields
       COPY glperiodchkp.
