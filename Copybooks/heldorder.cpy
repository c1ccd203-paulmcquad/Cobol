              02 HldDueDate   PIC 9(8).
              02 FILLER       PIC X(1).
              02 HldSalesRep  PIC X(3).
      *> NEW : the order the invoice came from, so a deposit taken
      *> against it is applied when the invoice is released. Blank
      *> on rows held before the column existed and on invoices that
      *> came from no numbered order.
              02 FILLER       PIC X(1).
              02 HldOrderNum  PIC 9(6).
