      *> Shared Quotes.dat record layout, COPYed into the FD by
      *> quotation.cob (which numbers and stores each quote, and
      *> marks it accepted or lost) and quoterpt.cob (which reports
      *> expired and lost quotes and each rep's conversion rate) so
      *> the layout only changes in one place. One line per quote,
      *> numbered from NextQuote.dat the way NextPO.dat numbers
      *> purchase orders; its priced lines are on QuoteLines.dat
      *> (Copybooks/quoteline.cpy). An open quote whose expiry date
      *> has passed is expired - it can no longer be accepted.
       01 QuoteHeader.
              02 QhNum          PIC 9(6).
              02 FILLER         PIC X(1).
              02 QhDate         PIC 9(8).
              02 FILLER         PIC X(1).
              02 QhExpiry       PIC 9(8).
              02 FILLER         PIC X(1).
              02 QhCustID       PIC X(8).
              02 FILLER         PIC X(1).
              02 QhSalesRep     PIC X(3).
              02 FILLER         PIC X(1).
              02 QhTotal        PIC 9(7)V99.
              02 FILLER         PIC X(1).
              02 QhStatus       PIC X.
                  88 QuoteOpen       VALUE 'O'.
                  88 QuoteAccepted   VALUE 'A'.
                  88 QuoteLost       VALUE 'L'.
              02 FILLER         PIC X(1).
              02 QhStatusDate   PIC 9(8).
              02 FILLER         PIC X(1).
              02 QhLostReason   PIC X(20).
