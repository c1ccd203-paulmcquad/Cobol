      *> Shared QuoteLines.dat record layout, COPYed into the FD by
      *> quotation.cob (which appends a quote's lines as it is
      *> stored, and reads them back to convert an accepted quote
      *> into Invoice.dat) and quoterpt.cob so the layout only
      *> changes in one place. One line per priced line of a quote
      *> on Quotes.dat (Copybooks/quotehdr.cpy): the product, size,
      *> quantity and jurisdiction an order line carries, with the
      *> unit price quoted on the quote date - held when the quote
      *> converts - and the list price it was quoted against.
       01 QuoteLine.
              02 QlNum          PIC 9(6).
              02 FILLER         PIC X(1).
              02 QlLineNo       PIC 99.
              02 FILLER         PIC X(1).
              02 QlProduct      PIC X(5).
              02 FILLER         PIC X(1).
              02 QlSize         PIC A.
              02 FILLER         PIC X(1).
              02 QlQty          PIC 9(3).
              02 FILLER         PIC X(1).
              02 QlJurisdiction PIC X(2).
              02 FILLER         PIC X(1).
              02 QlUnitPrice    PIC 9(4)V99.
              02 FILLER         PIC X(1).
              02 QlListPrice    PIC 9(4)V99.
