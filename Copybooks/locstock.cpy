      *> Shared fields for the stock-by-location handling in
      *> Copybooks/locstockp.cpy - same fields-plus-paragraph split as
      *> arplan/arplanp. COPY this into WORKING-STORAGE alongside a
      *> SELECT/FD for Locations.dat (LocationFile, COPY locrec, FILE
      *> STATUS WSLocStatus) and one for StockByLocation.dat
      *> (StockLocFile, COPY stockloc, FILE STATUS WSStockLocStatus).
      *> Move the program name to WSLsProg for the messages, PERFORM
      *> LoadLocations, then LoadStockByLocation (RETURN-CODE 16 if
      *> the file outgrows the table - the save would lose the rest),
      *> then settle the main location against the product totals -
      *> SettleProductLocations for a program holding the usual
      *> Shirt product table (COPY locstockp REPLACING the table's
      *> names where they differ), SettleMainLocation one product and
      *> size at a time. FindLocation puts the location named in
      *> WSLcFindCode (blank for the main one) in WSLcIdx, zero if it
      *> isn't on file; FindStockLine puts the line for
      *> WSSlFindProduct, WSSlFindSize and WSSlFindLoc in WSSlIdx,
      *> adding an empty one if there is none (zero only if the table
      *> is full); FindMainStockLine does the same at the main
      *> location. SaveStockByLocation writes the table back.
       01 WSLocStatus      PIC XX.
       01 WSStockLocStatus PIC XX.
       01 WSLsProg         PIC X(12) VALUE SPACES.
       01 WSLocTable.
              02 WSLcEntry OCCURS 10 TIMES.
                  03 WSLcCode        PIC X(4).
                  03 WSLcName        PIC X(20).
       01 WSLcCount        PIC 99 VALUE ZERO.
       01 WSLcIdx          PIC 99.
       01 WSLcScan         PIC 99.
       01 WSLcMainIdx      PIC 99 VALUE ZERO.
       01 WSLcFindCode     PIC X(4).
       01 WSSlTable.
              02 WSSlEntry OCCURS 600 TIMES.
                  03 WSSlProduct     PIC X(5).
                  03 WSSlSize        PIC A.
                  03 WSSlLoc         PIC X(4).
                  03 WSSlOnHand      PIC 9(4).
                  03 WSSlInTransit   PIC 9(4).
       01 WSSlCount        PIC 9(3) VALUE ZERO.
       01 WSSlIdx          PIC 9(3).
       01 WSSlScan         PIC 9(3).
       01 WSSlFindProduct  PIC X(5).
       01 WSSlFindSize     PIC A.
       01 WSSlFindLoc      PIC X(4).
       01 WSSlBookQty      PIC 9(4).
       01 WSSlElsewhere    PIC 9(5).
       01 WSLsSizeScan     PIC 9.
       01 WSLsEOF          PIC X VALUE 'N'.
              88 LsEndOfFile     VALUE 'Y'.
       01 WSSlOverflow     PIC X VALUE 'N'.
              88 StockLocTableFull VALUE 'Y'.
