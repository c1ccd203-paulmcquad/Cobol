      *> place. Numbered from NextPO.dat, the same control-file
      *> discipline NextInvoice.dat established. Status O open,
      *> C closed (received in full).
      *> NEW : the unit cost agreed with the supplier when the order
      *> is raised, and how much of the order has been invoiced -
      *> apinvoice.cob matches each supplier invoice line to the PO
      *> price and to what has been received and not yet billed.
      *> Lines raised before these existed read back blank (cost
      *> unknown, nothing invoiced).
       01 PORecord.
              02 PoNum          PIC 9(6).
              02 FILLER         PIC X(1).
              02 PoDate         PIC 9(8).
              02 FILLER         PIC X(1).
              02 PoStatus       PIC X.
              02 FILLER         PIC X(1).
              02 PoUnitCost     PIC 9(4)V99.
              02 FILLER         PIC X(1).
              02 PoQtyInvoiced  PIC 9(4).
