      *> Shared SalesDetail.dat line layout, COPYed into the FD by
      *> fixed.cob (which writes one line per priced detail line),
      *> arcredit.cob (which retracts a rejected hold's lines),
      *> salesanalysis.cob, custsegment.cob and grossmargin.cob so
      *> the columns only change in one place. Accumulates across
      *> runs the way ARLedger.dat does, so the analysis can span
      *> months.
       01 SalesDetailRecord.
              02 SdDate       PIC 9(8).
              02 FILLER       PIC X(1).
              02 SdCustID     PIC X(8).
              02 FILLER       PIC X(1).
              02 SdInvNum     PIC 9(6).
              02 FILLER       PIC X(1).
              02 SdProduct    PIC X(5).
              02 FILLER       PIC X(1).
              02 SdSize       PIC A.
              02 FILLER       PIC X(1).
              02 SdQty        PIC 9(3).
              02 FILLER       PIC X(1).
              02 SdExtPrice   PIC 9(6)V99.
      *> the line's saving against list when a contract priced it -
      *> zero for a line sold at list
              02 FILLER       PIC X(1).
              02 SdDiscount   PIC 9(6)V99.
      *> NEW : what the shipped goods cost - the quantity at the
      *> product's PRAvgCost the moment the run issued them (a kit
      *> at the sum of its components), the same figure the run
      *> journals to cost of sales. Lines written before the column
      *> existed read back blank - not numeric, so uncosted.
              02 FILLER       PIC X(1).
              02 SdCost       PIC 9(6)V99.
      *> NEW : the invoice's salesperson, blank on a house sale and
      *> on older lines
              02 FILLER       PIC X(1).
              02 SdSalesRep   PIC X(3).
