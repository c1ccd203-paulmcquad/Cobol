      *> Shared CustomerSegments.dat record layout, COPYed into the
      *> FD by custsegment.cob (which rebuilds the file every run)
      *> and cust360.cob (which shows the segment when a customer is
      *> pulled up) so the layout only changes in one place. Keyed on
      *> IDNum, one record per active customer, with the recency,
      *> frequency and spend scores (1 low to 5 high, zero for no
      *> invoices at all) the segment was assigned from.
       01 CustSegmentRecord.
              02 SegCustID       PIC 9(8) COMP-3.
              02 SegCode         PIC X.
                  88 SegChampion     VALUE 'C'.
                  88 SegLoyal        VALUE 'L'.
                  88 SegAtRisk       VALUE 'R'.
                  88 SegLost         VALUE 'X'.
                  88 SegNew          VALUE 'N'.
              02 SegName         PIC X(8).
              02 SegRecency      PIC 9.
              02 SegFrequency    PIC 9.
              02 SegMonetary     PIC 9.
              02 SegLastInvoice  PIC 9(8).
              02 SegInvoiceCount PIC 9(4).
              02 SegSpend        PIC S9(8)V99 COMP-3.
              02 SegRunDate      PIC 9(8).
