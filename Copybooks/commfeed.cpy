      *> Shared CommissionFeed.dat line layout, COPYed into the FD by
      *> salescommission.cob (which writes one line per rep once a
      *> supervisor approves the month's commission report),
      *> payroll.cob (which pays the queued lines on the rep's next
      *> check as supplemental earnings and marks them paid) and
      *> commrecon.cob (which reconciles commission computed
      *> against commission paid). One line per rep per month: the
      *> month, the salesperson code and the employee it pays, the
      *> commission as reported, and who approved it. Status Q is
      *> queued for the next run, P is paid on CfPaidCheck.
       01 CommFeedRecord.
              02 CfMonth         PIC 9(6).
              02 FILLER          PIC X(1).
              02 CfRepCode       PIC X(3).
              02 FILLER          PIC X(1).
              02 CfEmpNo         PIC 9(4).
              02 FILLER          PIC X(1).
              02 CfAmount        PIC 9(7)V99.
              02 FILLER          PIC X(1).
              02 CfStatus        PIC X.
                  88 CommQueued      VALUE 'Q'.
                  88 CommPaid        VALUE 'P'.
              02 FILLER          PIC X(1).
              02 CfApprovedBy    PIC X(10).
              02 FILLER          PIC X(1).
              02 CfApprovedOn    PIC 9(8).
              02 FILLER          PIC X(1).
              02 CfPaidCheck     PIC 9(6).
              02 FILLER          PIC X(1).
              02 CfPaidOn        PIC 9(8).
