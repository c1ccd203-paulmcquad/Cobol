       IDENTIFICATION DIVISION.
       PROGRAM-ID. commrecon.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Commission reconciliation - commission computed against
       *> commission paid. Every line salescommission.cob fed to
       *> payroll on CommissionFeed.dat is listed for the month the
       *> operator names (blank for every month): the commission as
       *> reported and approved, and what became of it. A line
       *> payroll.cob has paid is traced to its check on
       *> PayHistory.dat; it counts as paid only while that check
       *> stands - a voided check, or one missing from the history,
       *> is flagged for follow-up. Lines still queued are waiting
       *> for the rep's next pay run. The report goes to
       *> CommissionRecon.txt, with totals that must agree: computed
       *> equals paid plus queued plus flagged.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CommFeedFile ASSIGN TO "CommissionFeed.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSCommFeedStatus.
              SELECT HistoryFile ASSIGN TO "PayHistory.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSHistoryStatus.
              SELECT ReportFile ASSIGN TO "CommissionRecon.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CommFeedFile.
       COPY commfeed.
       FD HistoryFile.
       COPY payhist.
       FD ReportFile.
       01 ReportLine   PIC X(100).

       WORKING-STORAGE SECTION.
       01 WSCommFeedStatus PIC XX.
       01 WSHistoryStatus  PIC XX.
       01 WSReportStatus   PIC XX.
       01 WSEOF            PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
       01 WSMonthEntry     PIC X(6).
       01 WSAllMonths      PIC X VALUE 'N'.
              88 EveryMonth     VALUE 'Y'.
      *> the month's feed lines, each with the status its check was
      *> found at on the history (blank while not found)
       01 WSFeedTable.
              02 WSFeedEntry OCCURS 500 TIMES.
                  03 WSFeedLine       PIC X(63).
                  03 WSFeedCheckStat  PIC X.
       01 WSFeedCount      PIC 9(3) VALUE ZERO.
       01 WSFeedIdx        PIC 9(3).
       01 WSFeedOverflow   PIC X VALUE 'N'.
              88 FeedTableFull    VALUE 'Y'.
       01 WSTotComputed    PIC 9(9)V99 COMP-3 VALUE ZERO.
       01 WSTotPaid        PIC 9(9)V99 COMP-3 VALUE ZERO.
       01 WSTotQueued      PIC 9(9)V99 COMP-3 VALUE ZERO.
       01 WSTotFlagged     PIC 9(9)V99 COMP-3 VALUE ZERO.
       01 WSFlaggedCount   PIC 9(3) VALUE ZERO.
       01 WSColumnHeads.
              02 FILLER  PIC X(8)  VALUE "Month".
              02 FILLER  PIC X(5)  VALUE "Rep".
              02 FILLER  PIC X(6)  VALUE "EmpNo".
              02 FILLER  PIC X(15) VALUE "      Computed".
              02 FILLER  PIC X(15) VALUE "          Paid".
              02 FILLER  PIC X(8)  VALUE "  Check".
              02 FILLER  PIC X(10) VALUE "Paid on".
              02 FILLER  PIC X(30) VALUE "Note".
       01 WSDetailLine.
              02 WSDMonth     PIC 9(6).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSDRep       PIC X(3).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSDEmpNo     PIC 9(4).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSDComputed  PIC $$,$$$,$$9.99.
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSDPaid      PIC $$,$$$,$$9.99.
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSDCheck     PIC X(6).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSDPaidOn    PIC X(8).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSDNote      PIC X(30).
       01 WSTotalLine.
              02 WSTLabel     PIC X(21).
              02 WSTAmount    PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           MOVE SPACES TO WSMonthEntry.
           DISPLAY "Commission month (YYYYMM, blank for all) "
               WITH NO ADVANCING.
           ACCEPT WSMonthEntry.
           IF WSMonthEntry = SPACES
              SET EveryMonth TO TRUE
           ELSE
              IF WSMonthEntry NOT NUMERIC
                 DISPLAY "commrecon: invalid month - enter 6 numeric "
                     "digits"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
           PERFORM LoadFeed.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           IF WSFeedCount = ZERO
              DISPLAY "commrecon: no commission fed to payroll for "
                  "that month"
              GOBACK
           END-IF.
           PERFORM TracePaidChecks.
           PERFORM PrintReconciliation.
      *> GOBACK so a batch driver can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

       LoadFeed.
           OPEN INPUT CommFeedFile.
           IF WSCommFeedStatus NOT = "00"
              DISPLAY "commrecon: no CommissionFeed.dat on file - "
                  "status " WSCommFeedStatus
              CLOSE CommFeedFile
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM UNTIL EndOfPass
                 READ CommFeedFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF EveryMonth OR CfMonth = WSMonthEntry
                            IF WSFeedCount < 500
                               ADD 1 TO WSFeedCount
                               MOVE CommFeedRecord
                                   TO WSFeedLine(WSFeedCount)
                               MOVE SPACE
                                   TO WSFeedCheckStat(WSFeedCount)
                            ELSE
                               SET FeedTableFull TO TRUE
                               MOVE 'Y' TO WSEOF
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE CommFeedFile
              MOVE 'N' TO WSEOF
              IF FeedTableFull
                 DISPLAY "commrecon: more than 500 feed lines - "
                     "table exceeded, aborting"
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.

      *> one pass of the history, noting the status of every check a
      *> paid feed line names - a check voided and reissued shows V
       TracePaidChecks.
           OPEN INPUT HistoryFile.
           IF WSHistoryStatus NOT = "00"
              CLOSE HistoryFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ HistoryFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF PhCheckNum NUMERIC
                            PERFORM MatchOneHistoryLine
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE HistoryFile
              MOVE 'N' TO WSEOF
           END-IF.

       MatchOneHistoryLine.
           PERFORM VARYING WSFeedIdx FROM 1 BY 1
               UNTIL WSFeedIdx > WSFeedCount
               MOVE WSFeedLine(WSFeedIdx) TO CommFeedRecord
               IF CommPaid AND CfPaidCheck = PhCheckNum
                  AND CfEmpNo = PhEmpNo
                  MOVE PhStatus TO WSFeedCheckStat(WSFeedIdx)
               END-IF
           END-PERFORM.

       PrintReconciliation.
           OPEN OUTPUT ReportFile.
           IF WSReportStatus NOT = "00"
              DISPLAY "commrecon: unable to open CommissionRecon.txt"
                  " - status " WSReportStatus
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE SPACES TO ReportLine.
           IF EveryMonth
              MOVE "Commission Reconciliation - all months"
                  TO ReportLine
           ELSE
              STRING "Commission Reconciliation for " WSMonthEntry
                  DELIMITED BY SIZE INTO ReportLine
           END-IF.
           WRITE ReportLine.
           WRITE ReportLine FROM WSColumnHeads
               AFTER ADVANCING 2 LINES
           END-WRITE.
           PERFORM VARYING WSFeedIdx FROM 1 BY 1
               UNTIL WSFeedIdx > WSFeedCount
               PERFORM PrintOneFeedLine
           END-PERFORM.
           MOVE "Computed" TO WSTLabel.
           MOVE WSTotComputed TO WSTAmount.
           WRITE ReportLine FROM WSTotalLine
               AFTER ADVANCING 2 LINES
           END-WRITE.
           MOVE "Paid" TO WSTLabel.
           MOVE WSTotPaid TO WSTAmount.
           WRITE ReportLine FROM WSTotalLine
               AFTER ADVANCING 1 LINE
           END-WRITE.
           MOVE "Queued for payroll" TO WSTLabel.
           MOVE WSTotQueued TO WSTAmount.
           WRITE ReportLine FROM WSTotalLine
               AFTER ADVANCING 1 LINE
           END-WRITE.
           MOVE "Flagged - see note" TO WSTLabel.
           MOVE WSTotFlagged TO WSTAmount.
           WRITE ReportLine FROM WSTotalLine
               AFTER ADVANCING 1 LINE
           END-WRITE.
           CLOSE ReportFile.
           DISPLAY "commrecon: " WSFeedCount " feed line(s), "
               WSFlaggedCount " flagged - see CommissionRecon.txt".

       PrintOneFeedLine.
           MOVE WSFeedLine(WSFeedIdx) TO CommFeedRecord.
           MOVE CfMonth TO WSDMonth.
           MOVE CfRepCode TO WSDRep.
           MOVE CfEmpNo TO WSDEmpNo.
           MOVE CfAmount TO WSDComputed.
           ADD CfAmount TO WSTotComputed.
           MOVE ZERO TO WSDPaid.
           MOVE SPACES TO WSDCheck.
           MOVE SPACES TO WSDPaidOn.
           IF CommPaid
              MOVE CfPaidCheck TO WSDCheck
              MOVE CfPaidOn TO WSDPaidOn
           END-IF.
           EVALUATE TRUE
               WHEN CommQueued
                   MOVE "queued for next pay run" TO WSDNote
                   ADD CfAmount TO WSTotQueued
               WHEN CommPaid AND WSFeedCheckStat(WSFeedIdx) = 'P'
                   MOVE CfAmount TO WSDPaid
                   MOVE SPACES TO WSDNote
                   ADD CfAmount TO WSTotPaid
               WHEN CommPaid AND WSFeedCheckStat(WSFeedIdx) = 'V'
                   MOVE "CHECK VOIDED - confirm reissue" TO WSDNote
                   ADD CfAmount TO WSTotFlagged
                   ADD 1 TO WSFlaggedCount
               WHEN CommPaid
                   MOVE "CHECK NOT ON PAY HISTORY" TO WSDNote
                   ADD CfAmount TO WSTotFlagged
                   ADD 1 TO WSFlaggedCount
               WHEN OTHER
                   MOVE "UNKNOWN STATUS ON FEED" TO WSDNote
                   ADD CfAmount TO WSTotFlagged
                   ADD 1 TO WSFlaggedCount
           END-EVALUATE.
           WRITE ReportLine FROM WSDetailLine
               AFTER ADVANCING 1 LINE
           END-WRITE.
