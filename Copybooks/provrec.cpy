      *> Shared StockProvision.dat line layout, COPYed into the FD by
      *> stockage.cob (which sets the provision when a supervisor
      *> approves a write-down) and invvalue.cob (which deducts it
      *> from the stock at cost). One line per product and size
      *> carrying a provision: the class the aging run put it in -
      *> S slow or O obsolete - the amount its value is written
      *> down by, and when and by whom that was approved. The total
      *> of PvAmount is the credit balance the 1290 Inventory
      *> Provision account in GLJournal.dat should show.
       01 ProvisionRecord.
              02 PvProduct     PIC X(5).
              02 FILLER        PIC X(1).
              02 PvSize        PIC A.
              02 FILLER        PIC X(1).
              02 PvClass       PIC X.
                  88 PvSlow          VALUE 'S'.
                  88 PvObsolete      VALUE 'O'.
              02 FILLER        PIC X(1).
              02 PvAmount      PIC 9(7)V99.
              02 FILLER        PIC X(1).
              02 PvDate        PIC 9(8).
              02 FILLER        PIC X(1).
              02 PvOperator    PIC X(10).
