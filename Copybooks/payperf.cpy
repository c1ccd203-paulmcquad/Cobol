      *> Shared PayPerformance.dat record layout, COPYed into the FD
      *> by arpayperf.cob (which rebuilds the file every run beside
      *> PayPerformance.txt) and cashforecast.cob (which times each
      *> customer's expected receipts from it) so the layout only
      *> changes in one place. One line per customer with measured
      *> payments: the dollar-weighted average days from invoice to
      *> payment, overall and for the trailing ninety days (zero
      *> when nothing was paid in that window).
       01 PayPerfRecord.
              02 PpCustID        PIC X(8).
              02 FILLER          PIC X(1).
              02 PpAvgDays       PIC 9(5).
              02 FILLER          PIC X(1).
              02 PpRecentAvg     PIC 9(5).
              02 FILLER          PIC X(1).
              02 PpRunDate       PIC 9(8).
