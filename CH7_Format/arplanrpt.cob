       IDENTIFICATION DIVISION.
       PROGRAM-ID. arplanrpt.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Payment plan report - every installment plan still standing
       *> in PaymentPlans.dat (agreed in arplan.cob), with what its
       *> schedule says should have been paid by today beside what
       *> the customer has actually paid since the plan was agreed,
       *> the difference, how many installments are missed and the
       *> first installment not yet covered. Paid-to-date is the
       *> account's receipts on ARLedger.dat from the plan date, less
       *> any reversed - the same measure ardunning.cob uses to
       *> decide a plan has fallen behind, through the shared
       *> Copybooks/arplanp.cpy. Plans are listed in file order,
       *> which is the order they were agreed, to
       *> PaymentPlanReport.txt with totals.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PlanFile ASSIGN TO "PaymentPlans.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSPlanStatus.
              SELECT ARLedgerFile ASSIGN TO "ARLedger.dat"
      *> NEW : keyed on customer, date, reference and sequence -
      *> see Copybooks/arledger.cpy
                  ORGANIZATION IS INDEXED
                  ACCESS IS SEQUENTIAL
                  RECORD KEY IS ALLedgerKey
                      = ALCustID ALDate ALRef ALSeq
                  FILE STATUS IS WSLedgerStatus.
              SELECT ReportFile ASSIGN TO "PaymentPlanReport.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD PlanFile.
       COPY paymentplan.
       FD ARLedgerFile.
       COPY arledger.
       FD ReportFile.
       01 ReportLine   PIC X(100).

       WORKING-STORAGE SECTION.
       01 WSLedgerStatus   PIC XX.
       01 WSReportStatus   PIC XX.
       01 WSEOF            PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
       01 WSToday          PIC 9(8).
       01 WSVariance       PIC S9(8)V99 COMP-3.
       01 WSTotalPlans     PIC 9(9)V99 COMP-3 VALUE ZERO.
       01 WSTotalDue       PIC 9(9)V99 COMP-3 VALUE ZERO.
       01 WSTotalPaid      PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WSBehindCount    PIC 9(3) VALUE ZERO.
       01 WSHeadLine.
              02 FILLER        PIC X(24)
                  VALUE "Payment Plans - as at ".
              02 WSHDate       PIC 9(8).
       01 WSColumnHeads.
              02 FILLER  PIC X(18) VALUE "Customer  Plan".
              02 FILLER  PIC X(14) VALUE "    Plan total".
              02 FILLER  PIC X(14) VALUE "   Due to date".
              02 FILLER  PIC X(16) VALUE "  Paid to date".
              02 FILLER  PIC X(16) VALUE "      Variance".
              02 FILLER  PIC X(7) VALUE "Missed".
              02 FILLER  PIC X(10) VALUE "Next due".
              02 FILLER  PIC X(6) VALUE "State".
       01 WSDetailLine.
              02 WSDCustID     PIC X(8).
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSDRef        PIC X(6).
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSDTotal      PIC $$,$$$,$$9.99.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSDDue        PIC $$,$$$,$$9.99.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSDPaid       PIC $$,$$$,$$9.99CR.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSDVariance   PIC $$,$$$,$$9.99CR.
              02 FILLER        PIC X(3) VALUE SPACES.
              02 WSDMissed     PIC Z9.
              02 FILLER        PIC X(3) VALUE SPACES.
              02 WSDNextDue    PIC X(8).
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSDState      PIC X(8).
       01 WSTotalLine.
              02 FILLER        PIC X(18) VALUE "Totals".
              02 WSTTotal      PIC $$$,$$$,$$9.99.
              02 WSTDue        PIC $$$,$$$,$$9.99.
              02 WSTPaid       PIC $$$,$$$,$$9.99CR.
       01 WSCountLine.
              02 WSCLPlans     PIC ZZ9.
              02 FILLER        PIC X(22)
                  VALUE " plan(s) standing,   ".
              02 WSCLBehind    PIC ZZ9.
              02 FILLER        PIC X(20)
                  VALUE " behind schedule".
      *> Shared payment-plan tracking fields - see
      *> Copybooks/arplanp.cpy
       COPY arplan.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday.
           MOVE WSToday TO WSPlAsOf.
           PERFORM LoadPaymentPlans.
           IF PlanTableFull
              DISPLAY "arplanrpt: PaymentPlans.dat exceeds the plan "
                  "table - aborting before a short report prints"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WSPlanCount = ZERO
              DISPLAY "arplanrpt: no payment plans standing"
              GOBACK
           END-IF.
           OPEN INPUT ARLedgerFile.
           IF WSLedgerStatus NOT = "00"
              DISPLAY "arplanrpt: no ARLedger.dat on file - status "
                  WSLedgerStatus
              CLOSE ARLedgerFile
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL EndOfPass
              READ ARLedgerFile
                  AT END MOVE 'Y' TO WSEOF
                  NOT AT END PERFORM NotePlanReceipt
              END-READ
           END-PERFORM.
           CLOSE ARLedgerFile.
           PERFORM AssessPaymentPlans.
           PERFORM PrintPlanReport.
      *> GOBACK so a batch driver can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

       PrintPlanReport.
           OPEN OUTPUT ReportFile.
           IF WSReportStatus NOT = "00"
              DISPLAY "arplanrpt: unable to open "
                  "PaymentPlanReport.txt - status " WSReportStatus
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WSToday TO WSHDate.
           WRITE ReportLine FROM WSHeadLine.
           WRITE ReportLine FROM WSColumnHeads
               AFTER ADVANCING 2 LINES
           END-WRITE.
           PERFORM PrintOnePlan
               VARYING WSPlIdx FROM 1 BY 1
               UNTIL WSPlIdx > WSPlanCount.
           MOVE WSTotalPlans TO WSTTotal.
           MOVE WSTotalDue TO WSTDue.
           MOVE WSTotalPaid TO WSTPaid.
           WRITE ReportLine FROM WSTotalLine
               AFTER ADVANCING 2 LINES
           END-WRITE.
           MOVE WSPlanCount TO WSCLPlans.
           MOVE WSBehindCount TO WSCLBehind.
           WRITE ReportLine FROM WSCountLine
               AFTER ADVANCING 1 LINE
           END-WRITE.
           CLOSE ReportFile.
           DISPLAY "arplanrpt: " WSPlanCount " plan(s), "
               WSBehindCount " behind - see PaymentPlanReport.txt".

      *> Variance is paid less due - a CR figure is how far behind
      *> the schedule the customer has fallen
       PrintOnePlan.
           COMPUTE WSVariance =
               WSPlPaid(WSPlIdx) - WSPlDueToDate(WSPlIdx).
           MOVE WSPlCustID(WSPlIdx) TO WSDCustID.
           MOVE WSPlRef(WSPlIdx) TO WSDRef.
           MOVE WSPlTotal(WSPlIdx) TO WSDTotal.
           MOVE WSPlDueToDate(WSPlIdx) TO WSDDue.
           MOVE WSPlPaid(WSPlIdx) TO WSDPaid.
           MOVE WSVariance TO WSDVariance.
           MOVE WSPlMissed(WSPlIdx) TO WSDMissed.
           IF WSPlNextDue(WSPlIdx) = ZERO
              MOVE SPACES TO WSDNextDue
           ELSE
              MOVE WSPlNextDue(WSPlIdx) TO WSDNextDue
           END-IF.
           EVALUATE TRUE
               WHEN PlanPaidOff(WSPlIdx)
                   MOVE "Paid off" TO WSDState
               WHEN PlanBehind(WSPlIdx)
                   MOVE "Behind" TO WSDState
                   ADD 1 TO WSBehindCount
               WHEN OTHER
                   MOVE "On track" TO WSDState
           END-EVALUATE.
           WRITE ReportLine FROM WSDetailLine
               AFTER ADVANCING 1 LINE
           END-WRITE.
           ADD WSPlTotal(WSPlIdx) TO WSTotalPlans.
           ADD WSPlDueToDate(WSPlIdx) TO WSTotalDue.
           ADD WSPlPaid(WSPlIdx) TO WSTotalPaid.

      *> Shared payment-plan tracking - see Copybooks/arplan.cpy for
      *> the fields
       COPY arplanp.
