      *> released order still pays the commission to whoever sold it
              02 FILLER         PIC X(1).
              02 BoSalesRep     PIC X(3).
      *> NEW : a unit price held from an accepted quotation
      *> (quotation.cob) travels too, so the released line still
      *> invoices at the price the customer accepted - zero or blank
      *> for an ordinary order, which prices as usual
              02 FILLER         PIC X(1).
              02 BoHeldPrice    PIC 9(4)V99.
