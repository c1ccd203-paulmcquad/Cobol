       *> prints InventoryValue.txt with the grand total the
       *> accountant asks for. A product with no cost on record yet
       *> values at zero and is flagged, never guessed.
       *> NEW : stock written down by stockage.cob carries a
       *> provision on StockProvision.dat - each size shows it beside
       *> the value at cost, and the total is followed by the
       *> provision and the net carrying value, the figure 1200
       *> Inventory and 1290 Inventory Provision make together in
       *> the GL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ReportFile ASSIGN TO 'InventoryValue.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReportStatus.
      *> NEW : the write-downs stockage.cob has posted
              SELECT ProvisionFile ASSIGN TO 'StockProvision.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSProvisionStatus.

       DATA DIVISION.
       FILE SECTION.
      *> place
       COPY prodrec.
       FD ReportFile.
      *> NEW : widened for the provision column
       01 ReportLine   PIC X(80).
      *> NEW : shared with stockage.cob via Copybooks/provrec.cpy
       FD ProvisionFile.
       COPY provrec.

       WORKING-STORAGE SECTION.
       01 WSFileStatus    PIC XX.
       01 WSReportStatus  PIC XX.
       01 WSProvisionStatus PIC XX.
       01 WSEOF           PIC X VALUE 'N'.
              88 EndOfProducts    VALUE 'Y'.
       01 WSProductCount  PIC 9(3) VALUE 0.
       01 WSSizeIdx       PIC 9.
       01 WSLineValue     PIC 9(7)V99 COMP-3.
       01 WSGrandTotal    PIC 9(9)V99 COMP-3 VALUE ZERO.
      *> NEW : the provision held against each product and size
       01 WSProvTable.
              02 WSProvEntry OCCURS 100 TIMES.
                  03 WSPvProduct  PIC X(5).
                  03 WSPvSize     PIC A.
                  03 WSPvAmount   PIC 9(7)V99.
       01 WSProvCount     PIC 9(3) VALUE ZERO.
       01 WSProvIdx       PIC 9(3).
       01 WSLineProv      PIC 9(7)V99.
       01 WSProvTotal     PIC 9(9)V99 COMP-3 VALUE ZERO.
       01 WSNetTotal      PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WSDetailLine.
              02 WSDProduct   PIC X(5).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSDCost      PIC $$,$$9.99.
              02 FILLER       PIC X(3) VALUE SPACES.
              02 WSDValue     PIC $$$,$$$,$$9.99.
      *> NEW : the provision against this size, blank if none
              02 FILLER       PIC X(1) VALUE SPACES.
              02 WSDProv      PIC $$$,$$$,$$9.99 BLANK WHEN ZERO.
              02 WSDFlag      PIC X(12).
       01 WSTotalLine.
              02 FILLER       PIC X(22) VALUE "Total stock at cost : ".
              02 WSTValue     PIC $$$,$$$,$$9.99.
      *> NEW : the provision and what the stock is carried at
       01 WSNetLine.
              02 WSNLabel     PIC X(22).
              02 WSNValue     PIC $$$,$$$,$$9.99-.
      *> NEW : shared file-open status check - see
      *> Copybooks/filestatuschkp.cpy
       COPY filestatuschk.
              CLOSE ProductFile
              GOBACK
           END-IF.
      *> NEW : provisions loaded before the first size is valued
           PERFORM LoadProvisions.
           MOVE "Inventory Valuation at Moving-Average Cost"
               TO ReportLine.
           WRITE ReportLine.
           WRITE ReportLine FROM WSTotalLine
               AFTER ADVANCING 2 LINES
           END-WRITE.
      *> NEW : provision and net carrying value, printed only once
      *> stock has been written down
           IF WSProvTotal > ZERO
              MOVE "Less stock provision :" TO WSNLabel
              MOVE WSProvTotal TO WSNValue
              WRITE ReportLine FROM WSNetLine
                  AFTER ADVANCING 1 LINE
              END-WRITE
              COMPUTE WSNetTotal = WSGrandTotal - WSProvTotal
              MOVE "Net carrying value  : " TO WSNLabel
              MOVE WSNetTotal TO WSNValue
              WRITE ReportLine FROM WSNetLine
                  AFTER ADVANCING 1 LINE
              END-WRITE
           END-IF.
           CLOSE ReportFile.
           DISPLAY "invvalue: " WSProductCount " product(s) valued"
               " - see InventoryValue.txt".
           MOVE PRQtyBySize(WSSizeIdx) TO WSDOnHand.
           MOVE WSLineValue TO WSDValue.
           ADD WSLineValue TO WSGrandTotal.
      *> NEW : the provision counts in full whatever is left on the
      *> shelf - it is the figure in the GL until stockage.cob next
      *> moves it
           MOVE ZERO TO WSLineProv.
           PERFORM VARYING WSProvIdx FROM 1 BY 1
               UNTIL WSProvIdx > WSProvCount
               IF WSPvProduct(WSProvIdx) = PRName
                  AND WSPvSize(WSProvIdx) = PRSizes(WSSizeIdx)
                  ADD WSPvAmount(WSProvIdx) TO WSLineProv
               END-IF
           END-PERFORM.
           MOVE WSLineProv TO WSDProv.
           ADD WSLineProv TO WSProvTotal.
           WRITE ReportLine FROM WSDetailLine
               AFTER ADVANCING 1 LINE
           END-WRITE.

      *> NEW : a missing StockProvision.dat means nothing has been
      *> written down yet
       LoadProvisions.
           MOVE 'N' TO WSEOF.
           OPEN INPUT ProvisionFile.
           IF WSProvisionStatus = "00"
              PERFORM UNTIL EndOfProducts
                 READ ProvisionFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF PvAmount NUMERIC AND WSProvCount < 100
                            ADD 1 TO WSProvCount
                            MOVE PvProduct TO WSPvProduct(WSProvCount)
                            MOVE PvSize TO WSPvSize(WSProvCount)
                            MOVE PvAmount TO WSPvAmount(WSProvCount)
                         END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE ProvisionFile.
           MOVE 'N' TO WSEOF.

      *> NEW : file-open error handling standardized via the shared
      *> Copybooks/filestatuschkp.cpy paragraph instead of each
      *> program writing its own IF/DISPLAY
