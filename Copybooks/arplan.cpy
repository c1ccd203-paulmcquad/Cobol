      *> Shared fields for the payment-plan tracking in
      *> Copybooks/arplanp.cpy - same fields-plus-paragraph split as
      *> arperiodchk/arperiodchkp. COPY this into WORKING-STORAGE
      *> alongside a SELECT/FD for PaymentPlans.dat (PlanFile, COPY
      *> paymentplan, FILE STATUS WSPlanStatus) and the ARLedger.dat
      *> file (COPY arledger) the program already reads. Set
      *> WSPlAsOf, PERFORM LoadPaymentPlans, PERFORM NotePlanReceipt
      *> for every ledger line read, then PERFORM AssessPaymentPlans:
      *> each standing plan then carries what it has been paid, what
      *> was due by WSPlAsOf, how many installments are missed and
      *> whether it is on track, behind or paid off. FindCustomerPlan
      *> puts the plan still running for WSPlFindID (if any) in
      *> WSPlIdx.
       01 WSPlanStatus     PIC XX.
       01 WSPlanTable.
              02 WSPlanEntry OCCURS 100 TIMES.
                  03 WSPlCustID      PIC X(8).
                  03 WSPlRef         PIC X(6).
                  03 WSPlStart       PIC 9(8).
                  03 WSPlAmount      PIC 9(7)V99 COMP-3.
                  03 WSPlInterest    PIC 9(7)V99 COMP-3.
                  03 WSPlTotal       PIC 9(8)V99 COMP-3.
                  03 WSPlFreq        PIC X.
                  03 WSPlInstCount   PIC 9(2).
                  03 WSPlInst OCCURS 24 TIMES.
                      04 WSPlInstDue     PIC 9(8).
                      04 WSPlInstAmt     PIC 9(7)V99 COMP-3.
                  03 WSPlPaid        PIC S9(8)V99 COMP-3.
                  03 WSPlDueToDate   PIC 9(8)V99 COMP-3.
                  03 WSPlMissed      PIC 9(2).
                  03 WSPlNextDue     PIC 9(8).
                  03 WSPlState       PIC X.
                      88 PlanOnTrack      VALUE 'T'.
                      88 PlanBehind       VALUE 'B'.
                      88 PlanPaidOff      VALUE 'P'.
                      88 PlanStillRunning VALUE 'T' 'B'.
       01 WSPlanCount      PIC 9(3) VALUE ZERO.
       01 WSPlIdx          PIC 9(3).
       01 WSPlScan         PIC 9(3).
       01 WSPlInstIdx      PIC 9(2).
       01 WSPlCumulative   PIC 9(8)V99 COMP-3.
       01 WSPlAsOf         PIC 9(8).
       01 WSPlFindID       PIC X(8).
       01 WSPlEOF          PIC X VALUE 'N'.
              88 PlEndOfFile     VALUE 'Y'.
       01 WSPlOverflow     PIC X VALUE 'N'.
              88 PlanTableFull   VALUE 'Y'.
