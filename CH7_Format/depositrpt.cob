       IDENTIFICATION DIVISION.
       PROGRAM-ID. depositrpt.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Customer deposit report - what CustDeposits.dat (written by
       *> orderentry.cob, ardeposit.cob and the invoice run) says is
       *> held against orders. First every order not yet invoiced
       *> that has a deposit required or received, with what is still
       *> short of the deposit asked for. Then the deposits still
       *> held that were first received more than DEPOSIT-AGE-DAYS
       *> ago (run control, 60 days when not set) - an order that
       *> never shipped, or a deposit bigger than the invoice it went
       *> against, both sit here until someone refunds or reapplies
       *> them. The total held at the foot should agree with the
       *> customer deposits account, 2400, on the trial balance. The
       *> report goes to DepositReport.txt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT DepositFile ASSIGN TO "CustDeposits.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSDepositStatus.
              SELECT ReportFile ASSIGN TO "DepositReport.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD DepositFile.
       COPY custdeposit.
       FD ReportFile.
       01 ReportLine   PIC X(100).

       WORKING-STORAGE SECTION.
       01 WSDepositStatus  PIC XX.
       01 WSReportStatus   PIC XX.
       01 WSEOF            PIC X VALUE 'N'.
              88 EndOfDeposits  VALUE 'Y'.
       01 WSToday          PIC 9(8).
       01 WSPrintedCount   PIC 9(5).
       01 WSParmName       PIC X(20).
       01 WSParmValue      PIC 9(5).
       01 WSParmFound      PIC X.
       01 WSAgeDays        PIC 9(5) VALUE 60.
       01 WSDaysHeld       PIC S9(7).
       01 WSAgeShown       PIC ZZZZ9.
      *> One slot per order that has anything on CustDeposits.dat
       01 WSOrderTable.
              02 WSOrdEntry OCCURS 500 TIMES.
                  03 WSOrdNum       PIC 9(6).
                  03 WSOrdCust      PIC X(8).
                  03 WSOrdDate      PIC 9(8).
                  03 WSOrdFirstPaid PIC 9(8).
                  03 WSOrdInvoice   PIC X(6).
                  03 WSOrdRequired  PIC 9(7)V99 COMP-3.
                  03 WSOrdReceived  PIC 9(7)V99 COMP-3.
                  03 WSOrdApplied   PIC 9(7)V99 COMP-3.
       01 WSOrdCount       PIC 9(4) VALUE ZERO.
       01 WSOrdIdx         PIC 9(4).
       01 WSOrdFound       PIC 9(4).
       01 WSTableFull      PIC X VALUE 'N'.
              88 OrderTableFull VALUE 'Y'.
       01 WSHeld           PIC S9(7)V99 COMP-3.
       01 WSShort          PIC S9(7)V99 COMP-3.
       01 WSTotHeld        PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WSTotOld         PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WSTotUninvoiced  PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WSHeadLine.
              02 FILLER        PIC X(27)
                  VALUE "Customer deposits - as at ".
              02 WSHDate       PIC 9(8).
       01 WSOpenHeads.
              02 FILLER  PIC X(8)  VALUE "Order".
              02 FILLER  PIC X(10) VALUE "Customer".
              02 FILLER  PIC X(10) VALUE "Ordered".
              02 FILLER  PIC X(15) VALUE "      Required".
              02 FILLER  PIC X(15) VALUE "      Received".
              02 FILLER  PIC X(15) VALUE "         Short".
       01 WSOpenDetail.
              02 WSODNum       PIC 9(6).
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSODCustID    PIC X(8).
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSODDate      PIC 9(8).
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSODRequired  PIC $$,$$$,$$9.99.
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSODReceived  PIC $$,$$$,$$9.99.
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSODShort     PIC $$,$$$,$$9.99.
       01 WSOldHeads.
              02 FILLER  PIC X(8)  VALUE "Order".
              02 FILLER  PIC X(10) VALUE "Customer".
              02 FILLER  PIC X(10) VALUE "Received".
              02 FILLER  PIC X(6)  VALUE " Days".
              02 FILLER  PIC X(15) VALUE "          Held".
              02 FILLER  PIC X(20) VALUE "  Order".
       01 WSOldDetail.
              02 WSOLNum       PIC 9(6).
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSOLCustID    PIC X(8).
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSOLDate      PIC 9(8).
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSOLDays      PIC ZZZZ9.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSOLHeld      PIC $$,$$$,$$9.99.
              02 FILLER        PIC X(4) VALUE SPACES.
              02 WSOLStatus    PIC X(25).
       01 WSTotalLine.
              02 WSTLLabel     PIC X(49).
              02 WSTLAmount    PIC $$$,$$$,$$9.99-.
       01 WSNoneLine       PIC X(20) VALUE "  (none)".

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday.
           MOVE "DEPOSIT-AGE-DAYS" TO WSParmName.
           CALL 'runcontrol' USING WSParmName, WSParmValue,
               WSParmFound
           END-CALL.
           IF WSParmFound = 'Y' AND WSParmValue > ZERO
              MOVE WSParmValue TO WSAgeDays
           END-IF.
           OPEN INPUT DepositFile.
           IF WSDepositStatus NOT = "00"
              DISPLAY "depositrpt: no CustDeposits.dat on file - "
                  "status " WSDepositStatus
              CLOSE DepositFile
              GOBACK
           END-IF.
           PERFORM LoadOneLine UNTIL EndOfDeposits OR OrderTableFull.
           CLOSE DepositFile.
      *> A short table would understate what is held, so the run is
      *> stopped rather than printing a total that won't tie
           IF OrderTableFull
              DISPLAY "depositrpt: more than 500 orders on "
                  "CustDeposits.dat - report not produced"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT ReportFile.
           IF WSReportStatus NOT = "00"
              DISPLAY "depositrpt: unable to open DepositReport.txt - "
                  "status " WSReportStatus
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WSToday TO WSHDate.
           WRITE ReportLine FROM WSHeadLine.
           MOVE
               "Orders not yet invoiced - deposit required or received"
               TO ReportLine.
           WRITE ReportLine AFTER ADVANCING 2 LINES.
           WRITE ReportLine FROM WSOpenHeads
               AFTER ADVANCING 1 LINE
           END-WRITE.
           MOVE ZERO TO WSPrintedCount.
           PERFORM PrintOpenOrder VARYING WSOrdIdx FROM 1 BY 1
               UNTIL WSOrdIdx > WSOrdCount.
           PERFORM PrintNoneIfEmpty.
           MOVE SPACES TO ReportLine.
           MOVE WSAgeDays TO WSAgeShown.
           STRING "Unapplied deposits held more than "
               FUNCTION TRIM(WSAgeShown) " days" DELIMITED BY SIZE
               INTO ReportLine.
           WRITE ReportLine AFTER ADVANCING 2 LINES.
           WRITE ReportLine FROM WSOldHeads
               AFTER ADVANCING 1 LINE
           END-WRITE.
           MOVE ZERO TO WSPrintedCount.
           PERFORM PrintOldDeposit VARYING WSOrdIdx FROM 1 BY 1
               UNTIL WSOrdIdx > WSOrdCount.
           PERFORM PrintNoneIfEmpty.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine AFTER ADVANCING 1 LINE.
           MOVE "Held against orders not yet invoiced"
               TO WSTLLabel.
           MOVE WSTotUninvoiced TO WSTLAmount.
           WRITE ReportLine FROM WSTotalLine
               AFTER ADVANCING 1 LINE
           END-WRITE.
           MOVE "Held past the age limit" TO WSTLLabel.
           MOVE WSTotOld TO WSTLAmount.
           WRITE ReportLine FROM WSTotalLine
               AFTER ADVANCING 1 LINE
           END-WRITE.
           MOVE "Total deposits held - agrees to GL 2400"
               TO WSTLLabel.
           MOVE WSTotHeld TO WSTLAmount.
           WRITE ReportLine FROM WSTotalLine
               AFTER ADVANCING 1 LINE
           END-WRITE.
           CLOSE ReportFile.
           MOVE WSTotHeld TO WSTLAmount.
           DISPLAY "depositrpt: " WSOrdCount " order(s) - "
               FUNCTION TRIM(WSTLAmount) " held - see "
               "DepositReport.txt".
      *> GOBACK so a batch driver can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

       LoadOneLine.
           READ DepositFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF CdOrderNum NUMERIC AND CdAmount NUMERIC
                      PERFORM FindOrderSlot
                      IF WSOrdFound > ZERO
                         PERFORM TakeDepositLine
                      END-IF
                   END-IF
           END-READ.

      *> A new order number takes the next slot; with none left the
      *> run is flagged and stops loading
       FindOrderSlot.
           MOVE ZERO TO WSOrdFound.
           PERFORM VARYING WSOrdIdx FROM 1 BY 1
               UNTIL WSOrdIdx > WSOrdCount OR WSOrdFound > ZERO
               IF WSOrdNum(WSOrdIdx) = CdOrderNum
                  MOVE WSOrdIdx TO WSOrdFound
               END-IF
           END-PERFORM.
           IF WSOrdFound = ZERO
              IF WSOrdCount < 500
                 ADD 1 TO WSOrdCount
                 MOVE WSOrdCount TO WSOrdFound
                 MOVE CdOrderNum TO WSOrdNum(WSOrdFound)
                 MOVE CdCustID TO WSOrdCust(WSOrdFound)
                 MOVE ZERO TO WSOrdDate(WSOrdFound)
                 MOVE ZERO TO WSOrdFirstPaid(WSOrdFound)
                 MOVE SPACES TO WSOrdInvoice(WSOrdFound)
                 MOVE ZERO TO WSOrdRequired(WSOrdFound)
                 MOVE ZERO TO WSOrdReceived(WSOrdFound)
                 MOVE ZERO TO WSOrdApplied(WSOrdFound)
              ELSE
                 SET OrderTableFull TO TRUE
              END-IF
           END-IF.

       TakeDepositLine.
           EVALUATE TRUE
               WHEN CdRequired
                   MOVE CdDate TO WSOrdDate(WSOrdFound)
                   ADD CdAmount TO WSOrdRequired(WSOrdFound)
               WHEN CdReceived
                   IF WSOrdFirstPaid(WSOrdFound) = ZERO
                      MOVE CdDate TO WSOrdFirstPaid(WSOrdFound)
                   END-IF
                   ADD CdAmount TO WSOrdReceived(WSOrdFound)
               WHEN CdApplied
                   MOVE CdRef TO WSOrdInvoice(WSOrdFound)
                   ADD CdAmount TO WSOrdApplied(WSOrdFound)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Every order counts towards the total held; the ones with no
      *> invoice against them yet are listed with what is still short
       PrintOpenOrder.
           COMPUTE WSHeld = WSOrdReceived(WSOrdIdx)
               - WSOrdApplied(WSOrdIdx).
           IF WSHeld > ZERO
              ADD WSHeld TO WSTotHeld
           END-IF.
           IF WSOrdInvoice(WSOrdIdx) = SPACES
              AND (WSOrdRequired(WSOrdIdx) > ZERO
                   OR WSOrdReceived(WSOrdIdx) > ZERO)
              IF WSHeld > ZERO
                 ADD WSHeld TO WSTotUninvoiced
              END-IF
              COMPUTE WSShort = WSOrdRequired(WSOrdIdx)
                  - WSOrdReceived(WSOrdIdx)
              IF WSShort < ZERO
                 MOVE ZERO TO WSShort
              END-IF
              MOVE WSOrdNum(WSOrdIdx) TO WSODNum
              MOVE WSOrdCust(WSOrdIdx) TO WSODCustID
              MOVE WSOrdDate(WSOrdIdx) TO WSODDate
              MOVE WSOrdRequired(WSOrdIdx) TO WSODRequired
              MOVE WSOrdReceived(WSOrdIdx) TO WSODReceived
              MOVE WSShort TO WSODShort
              WRITE ReportLine FROM WSOpenDetail
                  AFTER ADVANCING 1 LINE
              END-WRITE
              ADD 1 TO WSPrintedCount
           END-IF.

      *> Age runs from the first receipt - a deposit topped up later
      *> has still been sitting there since the first one
       PrintOldDeposit.
           COMPUTE WSHeld = WSOrdReceived(WSOrdIdx)
               - WSOrdApplied(WSOrdIdx).
           IF WSHeld > ZERO AND WSOrdFirstPaid(WSOrdIdx) > ZERO
              COMPUTE WSDaysHeld =
                  FUNCTION INTEGER-OF-DATE(WSToday)
                  - FUNCTION INTEGER-OF-DATE(WSOrdFirstPaid(WSOrdIdx))
              IF WSDaysHeld > WSAgeDays
                 ADD WSHeld TO WSTotOld
                 MOVE WSOrdNum(WSOrdIdx) TO WSOLNum
                 MOVE WSOrdCust(WSOrdIdx) TO WSOLCustID
                 MOVE WSOrdFirstPaid(WSOrdIdx) TO WSOLDate
                 MOVE WSDaysHeld TO WSOLDays
                 MOVE WSHeld TO WSOLHeld
                 IF WSOrdInvoice(WSOrdIdx) = SPACES
                    MOVE "not invoiced" TO WSOLStatus
                 ELSE
                    MOVE SPACES TO WSOLStatus
                    STRING "invoiced " WSOrdInvoice(WSOrdIdx)
                        " - excess" DELIMITED BY SIZE
                        INTO WSOLStatus
                 END-IF
                 WRITE ReportLine FROM WSOldDetail
                     AFTER ADVANCING 1 LINE
                 END-WRITE
                 ADD 1 TO WSPrintedCount
              END-IF
           END-IF.

       PrintNoneIfEmpty.
           IF WSPrintedCount = ZERO
              WRITE ReportLine FROM WSNoneLine
                  AFTER ADVANCING 1 LINE
              END-WRITE
           END-IF.
