      *> Shared KitDef.dat record layout, COPYed into the FD by
      *> prodmaint.cob (which maintains it), fixed.cob (which prices
      *> and allocates kits), borelease.cob, orderentry.cob,
      *> salesanalysis.cob and pickrun.cob (which lists a kit's
      *> components to pick) so the layout only changes in one place.
      *> A kit is a catalogue item sold at its own price that holds
      *> no stock of its own - one record per kit, naming up to five
      *> components by product, size and quantity per kit. The
      *> components are ordinary Product.dat products; a kit name is
      *> never also a product name. Each program's kit table mirrors
      *> this layout byte-for-byte so the group MOVEs stay simple.
       01 KitDefRecord.
              02 KdKitName       PIC X(5).
              02 FILLER          PIC X(1).
              02 KdPrice         PIC 9(4)V99.
              02 FILLER          PIC X(1).
              02 KdCompCount     PIC 9.
              02 KdComp OCCURS 5 TIMES.
                  03 FILLER          PIC X(1).
                  03 KdCompProduct   PIC X(5).
                  03 KdCompSize      PIC A.
                  03 KdCompQty       PIC 99.
