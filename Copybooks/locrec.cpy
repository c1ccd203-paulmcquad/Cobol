      *> Shared Locations.dat line layout, COPYed into the FD by
      *> every program that holds stock by location alongside
      *> Copybooks/locstock.cpy (invtrans.cob, stocktake.cob, fixed.cob,
      *> invreplay.cob, stocklocrpt.cob). One line per place stock is
      *> kept: a four-character code, its name and a main-location
      *> flag. The main location (Y) is where customer orders are
      *> allocated from and where any movement that names no
      *> location lands - returns, credits and the product master's
      *> own corrections. Only one line should carry Y; if none
      *> does, the first line is the main location.
       01 LocationRecord.
              02 LcCode          PIC X(4).
              02 FILLER          PIC X(1).
              02 LcName          PIC X(20).
              02 FILLER          PIC X(1).
              02 LcMain          PIC X.
                  88 LcIsMain        VALUE 'Y' 'y'.
