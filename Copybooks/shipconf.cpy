      *> Shared ShipConfirm.dat record layout, COPYed into the FD by
      *> shipconfirm.cob (which records what the warehouse actually
      *> picked and loaded), pickrun.cob (which leaves confirmed
      *> lines off the next pick list) and fixed.cob (which invoices
      *> the shipped quantity and back-orders the rest) so the
      *> layout only changes in one place. One record per Invoice.dat
      *> detail line, keyed on that line's position in the file -
      *> the same record count fixed.cob's restart point uses. The
      *> order reference is the position of the line's H record, the
      *> number the pick list prints and the confirmation screen
      *> asks for. Customer, date, product and size are carried so a
      *> confirmation left over from a different Invoice.dat can be
      *> recognised and ignored. fixed.cob deletes the file when a
      *> run completes, along with its restart point.
       01 ShipConfRecord.
              02 ScRecNum        PIC 9(6).
              02 FILLER          PIC X(1).
              02 ScOrderRef      PIC 9(6).
              02 FILLER          PIC X(1).
              02 ScCustID        PIC X(8).
              02 FILLER          PIC X(1).
              02 ScOrderDate     PIC X(8).
              02 FILLER          PIC X(1).
              02 ScProduct       PIC X(5).
              02 ScSize          PIC A.
              02 FILLER          PIC X(1).
              02 ScOrdered       PIC 9(3).
              02 FILLER          PIC X(1).
              02 ScPicked        PIC 9(3).
              02 FILLER          PIC X(1).
              02 ScShipped       PIC 9(3).
              02 FILLER          PIC X(1).
              02 ScConfirmDate   PIC 9(8).
