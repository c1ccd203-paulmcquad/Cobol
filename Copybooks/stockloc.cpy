      *> Shared StockByLocation.dat line layout, COPYed into the FD
      *> alongside Copybooks/locstock.cpy. One line per product, size
      *> and location: what is on the shelf there, and what is on
      *> its way there on a transfer not yet received. Product.dat's
      *> PRQtyBySize stays the product's total - every location's
      *> on-hand plus everything in transit - so the programs that
      *> know nothing of locations keep working; the main location
      *> absorbs whatever they change (see Copybooks/locstockp.cpy).
       01 StockLocRecord.
              02 SlProduct       PIC X(5).
              02 FILLER          PIC X(1).
              02 SlSize          PIC A.
              02 FILLER          PIC X(1).
              02 SlLocation      PIC X(4).
              02 FILLER          PIC X(1).
              02 SlOnHand        PIC 9(4).
              02 FILLER          PIC X(1).
              02 SlInTransit     PIC 9(4).
