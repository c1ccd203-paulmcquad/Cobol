       IDENTIFICATION DIVISION.
       PROGRAM-ID. grossmargin.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Gross margin - salesanalysis.cob says what sold, not what
       *> it made. fixed.cob now writes what each line's goods cost
       *> at the moment they shipped (SdCost, the quantity at the
       *> product's average cost, the same figure it journals to
       *> cost of sales), so for a range of months this reports
       *> revenue, cost, margin and margin percentage from
       *> SalesDetail.dat three ways - by product and size, by
       *> customer (name from Customer.dat) and by salesperson (name
       *> from SalespersonMaster.dat, a blank code being the house
       *> account) - to GrossMargin.txt. Anything sold for less than
       *> it cost is called out: a product and size whose margin
       *> over the range went negative is starred, and every line
       *> sold below cost is listed at the end. Lines written before
       *> costs were kept can't have a margin - they're left out of
       *> every section and counted at the foot, so the totals never
       *> pretend they cost nothing.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT DetailFile ASSIGN TO "SalesDetail.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSDetailStatus.
              SELECT CustomerFile ASSIGN TO "Customer.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS IDNum
                  ALTERNATE RECORD KEY IS CustNameKey
                      = LastName FirstName WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CustBillToID WITH DUPLICATES
                  FILE STATUS IS WSCustFileStatus.
              SELECT SalesRepFile ASSIGN TO "SalespersonMaster.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSSalesRepStatus.
              SELECT ReportFile ASSIGN TO "GrossMargin.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD DetailFile.
       COPY salesdet.
       FD CustomerFile.
       COPY custrec.
       FD SalesRepFile.
       01 SalesRepRecord.
              02 SpCode      PIC X(3).
              02 FILLER      PIC X(1).
              02 SpName      PIC X(20).
              02 FILLER      PIC X(1).
              02 SpRate      PIC 9(2).
       FD ReportFile.
       01 ReportLine   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WSDetailStatus   PIC XX.
       01 WSCustFileStatus PIC XX.
       01 WSSalesRepStatus PIC XX.
       01 WSReportStatus   PIC XX.
       01 WSEOF            PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
       01 WSFromEntry      PIC X(6) VALUE SPACES.
       01 WSToEntry        PIC X(6) VALUE SPACES.
      *> one slot per product-and-size, customer and salesperson
      *> seen in the range, and one per line sold below cost - the
      *> same bounded-table-with-abort pattern the other report
      *> programs use
       01 WSProdTable.
              02 WSProdEntry OCCURS 60 TIMES.
                  03 WSProdEntryName   PIC X(5).
                  03 WSProdEntrySize   PIC A.
                  03 WSProdQty         PIC 9(6) COMP-3.
                  03 WSProdRevenue     PIC S9(8)V99 COMP-3.
                  03 WSProdCost        PIC S9(8)V99 COMP-3.
       01 WSProdCount      PIC 9(3) VALUE ZERO.
       01 WSCustTable.
              02 WSCustEntry OCCURS 200 TIMES.
                  03 WSCustEntryID     PIC X(8).
                  03 WSCustRevenue     PIC S9(8)V99 COMP-3.
                  03 WSCustCost        PIC S9(8)V99 COMP-3.
       01 WSCustCount      PIC 9(3) VALUE ZERO.
       01 WSRepTable.
              02 WSRepEntry OCCURS 20 TIMES.
                  03 WSRepEntryCode    PIC X(3).
                  03 WSRepName         PIC X(20).
                  03 WSRepRevenue      PIC S9(8)V99 COMP-3.
                  03 WSRepCost         PIC S9(8)V99 COMP-3.
       01 WSRepCount       PIC 9(3) VALUE ZERO.
       01 WSBelowTable.
              02 WSBelowEntry OCCURS 100 TIMES.
                  03 WSBelowDate       PIC 9(8).
                  03 WSBelowInvNum     PIC 9(6).
                  03 WSBelowCustID     PIC X(8).
                  03 WSBelowProduct    PIC X(5).
                  03 WSBelowSize       PIC A.
                  03 WSBelowQty        PIC 9(3).
                  03 WSBelowRevenue    PIC 9(6)V99.
                  03 WSBelowCost       PIC 9(6)V99.
       01 WSBelowCount     PIC 9(3) VALUE ZERO.
       01 WSTableIdx       PIC 9(3).
       01 WSScanIdx        PIC 9(3).
       01 WSFoundIdx       PIC 9(3).
       01 WSOverflowFlag   PIC X VALUE 'N'.
              88 TablesFull       VALUE 'Y'.
       01 WSLineCount      PIC 9(6) VALUE ZERO.
       01 WSUncostedCount  PIC 9(6) VALUE ZERO.
       01 WSUncostedValue  PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WSTotRevenue     PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WSTotCost        PIC S9(9)V99 COMP-3 VALUE ZERO.
      *> the figures every section line prints from
       01 WSRevenue        PIC S9(9)V99 COMP-3.
       01 WSCost           PIC S9(9)V99 COMP-3.
       01 WSMargin         PIC S9(9)V99 COMP-3.
       01 WSMarginPct      PIC S9(4)V9 COMP-3.
       01 WSCustName       PIC X(31).
      *> highest margin first - the same exchange sort
      *> salesanalysis.cob uses
       01 WSProdSwap.
              02 WSPSwapName   PIC X(5).
              02 WSPSwapSize   PIC A.
              02 WSPSwapQty    PIC 9(6) COMP-3.
              02 WSPSwapRev    PIC S9(8)V99 COMP-3.
              02 WSPSwapCost   PIC S9(8)V99 COMP-3.
       01 WSCustSwap.
              02 WSCSwapID     PIC X(8).
              02 WSCSwapRev    PIC S9(8)V99 COMP-3.
              02 WSCSwapCost   PIC S9(8)V99 COMP-3.
       01 WSMarginA        PIC S9(9)V99 COMP-3.
       01 WSMarginB        PIC S9(9)V99 COMP-3.
       01 WSFigureHeads.
              02 FILLER        PIC X(29) VALUE SPACES.
              02 FILLER        PIC X(12) VALUE "     Revenue".
              02 FILLER        PIC X(1) VALUE SPACES.
              02 FILLER        PIC X(12) VALUE "        Cost".
              02 FILLER        PIC X(1) VALUE SPACES.
              02 FILLER        PIC X(13) VALUE "       Margin".
              02 FILLER        PIC X(8) VALUE "      %".
       01 WSProdLine.
              02 WSPLName      PIC X(5).
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSPLSize      PIC A.
              02 FILLER        PIC X(3) VALUE SPACES.
              02 WSPLQty       PIC ZZZ,ZZ9.
              02 FILLER        PIC X(11) VALUE SPACES.
              02 WSPLRevenue   PIC Z,ZZZ,ZZ9.99.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSPLCost      PIC Z,ZZZ,ZZ9.99.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSPLMargin    PIC Z,ZZZ,ZZ9.99-.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSPLPct       PIC ZZZ9.9-.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSPLFlag      PIC X(1).
       01 WSCustLine.
              02 WSCLCustID    PIC X(8).
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSCLName      PIC X(19).
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSCLRevenue   PIC Z,ZZZ,ZZ9.99.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSCLCost      PIC Z,ZZZ,ZZ9.99.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSCLMargin    PIC Z,ZZZ,ZZ9.99-.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSCLPct       PIC ZZZ9.9-.
       01 WSRepLine.
              02 WSRLCode      PIC X(3).
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSRLName      PIC X(20).
              02 FILLER        PIC X(4) VALUE SPACES.
              02 WSRLRevenue   PIC Z,ZZZ,ZZ9.99.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSRLCost      PIC Z,ZZZ,ZZ9.99.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSRLMargin    PIC Z,ZZZ,ZZ9.99-.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSRLPct       PIC ZZZ9.9-.
       01 WSTotalLine.
              02 FILLER        PIC X(29) VALUE "Total".
              02 WSTLRevenue   PIC Z,ZZZ,ZZ9.99.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSTLCost      PIC Z,ZZZ,ZZ9.99.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSTLMargin    PIC Z,ZZZ,ZZ9.99-.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSTLPct       PIC ZZZ9.9-.
       01 WSBelowHeads.
              02 FILLER        PIC X(40) VALUE
                  "Date     Invoice Customer Product  Qty  ".
              02 FILLER        PIC X(39) VALUE
                  "     Revenue         Cost    Shortfall".
       01 WSBelowLine.
              02 WSBLDate      PIC 9(8).
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSBLInvNum    PIC 9(6).
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSBLCustID    PIC X(8).
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSBLProduct   PIC X(5).
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSBLSize      PIC A.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSBLQty       PIC ZZ9.
              02 FILLER        PIC X(3) VALUE SPACES.
              02 WSBLRevenue   PIC Z,ZZZ,ZZ9.99.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSBLCost      PIC Z,ZZZ,ZZ9.99.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSBLShortfall PIC Z,ZZZ,ZZ9.99.
       01 WSUncostedFoot.
              02 FILLER        PIC X(36) VALUE
                  "Lines with no recorded cost left out".
              02 FILLER        PIC X(3) VALUE " : ".
              02 WSUFCount     PIC ZZZ,ZZ9.
              02 FILLER        PIC X(14) VALUE " line(s) worth".
              02 WSUFValue     PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           PERFORM UNTIL WSFromEntry IS NUMERIC
               DISPLAY "From month (YYYYMM) " WITH NO ADVANCING
               ACCEPT WSFromEntry
               IF WSFromEntry NOT NUMERIC
                  DISPLAY "Invalid month - enter 6 numeric digits"
               END-IF
           END-PERFORM.
           PERFORM UNTIL WSToEntry IS NUMERIC
               DISPLAY "To month (YYYYMM) " WITH NO ADVANCING
               ACCEPT WSToEntry
               IF WSToEntry NOT NUMERIC
                  DISPLAY "Invalid month - enter 6 numeric digits"
               ELSE
                  IF WSToEntry < WSFromEntry
                     DISPLAY "To month is before the from month"
                     MOVE SPACES TO WSToEntry
                  END-IF
               END-IF
           END-PERFORM.
           OPEN INPUT DetailFile.
           IF WSDetailStatus NOT = "00"
              DISPLAY "grossmargin: no SalesDetail.dat on file - "
                  "status " WSDetailStatus
              CLOSE DetailFile
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL EndOfPass
              READ DetailFile
                  AT END MOVE 'Y' TO WSEOF
                  NOT AT END
                      IF SdDate(1:6) NOT < WSFromEntry
                         AND SdDate(1:6) NOT > WSToEntry
                         PERFORM TallyOneLine
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE DetailFile.
           MOVE 'N' TO WSEOF.
      *> a partial tally would understate the very lines it exists
      *> to find
           IF TablesFull
              DISPLAY "grossmargin: detail exceeds the margin "
                  "tables - aborting before a partial report prints"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WSLineCount = ZERO AND WSUncostedCount = ZERO
              DISPLAY "grossmargin: no sales detail for "
                  WSFromEntry " to " WSToEntry
              GOBACK
           END-IF.
           PERFORM SortBestFirst.
           PERFORM JoinSalesRepMaster.
           OPEN INPUT CustomerFile.
           OPEN OUTPUT ReportFile.
           IF WSReportStatus NOT = "00"
              DISPLAY "grossmargin: unable to open "
                  "GrossMargin.txt - status " WSReportStatus
              CLOSE CustomerFile
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM PrintMarginReport.
           CLOSE CustomerFile.
           CLOSE ReportFile.
           DISPLAY "grossmargin: " WSLineCount " costed line(s), "
               WSBelowCount " below cost - see GrossMargin.txt".
      *> GOBACK so a batch driver can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

      *> a line with no cost on it predates costing - counted, not
      *> margined
       TallyOneLine.
           IF SdQty NOT NUMERIC OR SdExtPrice NOT NUMERIC
              CONTINUE
           ELSE
              IF SdCost NOT NUMERIC
                 ADD 1 TO WSUncostedCount
                 ADD SdExtPrice TO WSUncostedValue
              ELSE
                 ADD 1 TO WSLineCount
                 ADD SdExtPrice TO WSTotRevenue
                 ADD SdCost TO WSTotCost
                 PERFORM TallyProduct
                 PERFORM TallyCustomer
                 PERFORM TallySalesRep
                 IF SdCost > SdExtPrice
                    PERFORM KeepBelowCostLine
                 END-IF
              END-IF
           END-IF.

       TallyProduct.
           MOVE ZERO TO WSFoundIdx.
           PERFORM VARYING WSScanIdx FROM 1 BY 1
               UNTIL WSScanIdx > WSProdCount OR WSFoundIdx > 0
               IF WSProdEntryName(WSScanIdx) = SdProduct
                  AND WSProdEntrySize(WSScanIdx) = SdSize
                  MOVE WSScanIdx TO WSFoundIdx
               END-IF
           END-PERFORM.
           IF WSFoundIdx = ZERO
              IF WSProdCount < 60
                 ADD 1 TO WSProdCount
                 MOVE SdProduct TO WSProdEntryName(WSProdCount)
                 MOVE SdSize TO WSProdEntrySize(WSProdCount)
                 MOVE ZERO TO WSProdQty(WSProdCount)
                 MOVE ZERO TO WSProdRevenue(WSProdCount)
                 MOVE ZERO TO WSProdCost(WSProdCount)
                 MOVE WSProdCount TO WSFoundIdx
              ELSE
                 SET TablesFull TO TRUE
              END-IF
           END-IF.
           IF WSFoundIdx > ZERO
              ADD SdQty TO WSProdQty(WSFoundIdx)
              ADD SdExtPrice TO WSProdRevenue(WSFoundIdx)
              ADD SdCost TO WSProdCost(WSFoundIdx)
           END-IF.

       TallyCustomer.
           MOVE ZERO TO WSFoundIdx.
           PERFORM VARYING WSScanIdx FROM 1 BY 1
               UNTIL WSScanIdx > WSCustCount OR WSFoundIdx > 0
               IF WSCustEntryID(WSScanIdx) = SdCustID
                  MOVE WSScanIdx TO WSFoundIdx
               END-IF
           END-PERFORM.
           IF WSFoundIdx = ZERO
              IF WSCustCount < 200
                 ADD 1 TO WSCustCount
                 MOVE SdCustID TO WSCustEntryID(WSCustCount)
                 MOVE ZERO TO WSCustRevenue(WSCustCount)
                 MOVE ZERO TO WSCustCost(WSCustCount)
                 MOVE WSCustCount TO WSFoundIdx
              ELSE
                 SET TablesFull TO TRUE
              END-IF
           END-IF.
           IF WSFoundIdx > ZERO
              ADD SdExtPrice TO WSCustRevenue(WSFoundIdx)
              ADD SdCost TO WSCustCost(WSFoundIdx)
           END-IF.

      *> the name joins from the master afterwards, as in
      *> salescommission.cob
       TallySalesRep.
           MOVE ZERO TO WSFoundIdx.
           PERFORM VARYING WSScanIdx FROM 1 BY 1
               UNTIL WSScanIdx > WSRepCount OR WSFoundIdx > 0
               IF WSRepEntryCode(WSScanIdx) = SdSalesRep
                  MOVE WSScanIdx TO WSFoundIdx
               END-IF
           END-PERFORM.
           IF WSFoundIdx = ZERO
              IF WSRepCount < 20
                 ADD 1 TO WSRepCount
                 MOVE SdSalesRep TO WSRepEntryCode(WSRepCount)
                 MOVE "(not on master)" TO WSRepName(WSRepCount)
                 MOVE ZERO TO WSRepRevenue(WSRepCount)
                 MOVE ZERO TO WSRepCost(WSRepCount)
                 MOVE WSRepCount TO WSFoundIdx
              ELSE
                 SET TablesFull TO TRUE
              END-IF
           END-IF.
           IF WSFoundIdx > ZERO
              ADD SdExtPrice TO WSRepRevenue(WSFoundIdx)
              ADD SdCost TO WSRepCost(WSFoundIdx)
           END-IF.

       KeepBelowCostLine.
           IF WSBelowCount < 100
              ADD 1 TO WSBelowCount
              MOVE SdDate TO WSBelowDate(WSBelowCount)
              MOVE SdInvNum TO WSBelowInvNum(WSBelowCount)
              MOVE SdCustID TO WSBelowCustID(WSBelowCount)
              MOVE SdProduct TO WSBelowProduct(WSBelowCount)
              MOVE SdSize TO WSBelowSize(WSBelowCount)
              MOVE SdQty TO WSBelowQty(WSBelowCount)
              MOVE SdExtPrice TO WSBelowRevenue(WSBelowCount)
              MOVE SdCost TO WSBelowCost(WSBelowCount)
           ELSE
              SET TablesFull TO TRUE
           END-IF.

       JoinSalesRepMaster.
           OPEN INPUT SalesRepFile.
           IF WSSalesRepStatus NOT = "00"
              CLOSE SalesRepFile
              DISPLAY "grossmargin: no SalespersonMaster.dat - "
                  "codes print unnamed"
           ELSE
              PERFORM UNTIL EndOfPass
                 READ SalesRepFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         PERFORM VARYING WSScanIdx FROM 1 BY 1
                             UNTIL WSScanIdx > WSRepCount
                             IF WSRepEntryCode(WSScanIdx) = SpCode
                                MOVE SpName
                                    TO WSRepName(WSScanIdx)
                             END-IF
                         END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE SalesRepFile
              MOVE 'N' TO WSEOF
           END-IF.
           PERFORM VARYING WSScanIdx FROM 1 BY 1
               UNTIL WSScanIdx > WSRepCount
               IF WSRepEntryCode(WSScanIdx) = SPACES
                  MOVE "House account" TO WSRepName(WSScanIdx)
               END-IF
           END-PERFORM.

       SortBestFirst.
           PERFORM VARYING WSTableIdx FROM 1 BY 1
               UNTIL WSTableIdx > WSProdCount
               PERFORM VARYING WSScanIdx FROM 1 BY 1
                   UNTIL WSScanIdx >= WSProdCount
                   COMPUTE WSMarginA = WSProdRevenue(WSScanIdx)
                       - WSProdCost(WSScanIdx)
                   COMPUTE WSMarginB = WSProdRevenue(WSScanIdx + 1)
                       - WSProdCost(WSScanIdx + 1)
                   IF WSMarginA < WSMarginB
                      MOVE WSProdEntry(WSScanIdx) TO WSProdSwap
                      MOVE WSProdEntry(WSScanIdx + 1)
                          TO WSProdEntry(WSScanIdx)
                      MOVE WSProdSwap
                          TO WSProdEntry(WSScanIdx + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WSTableIdx FROM 1 BY 1
               UNTIL WSTableIdx > WSCustCount
               PERFORM VARYING WSScanIdx FROM 1 BY 1
                   UNTIL WSScanIdx >= WSCustCount
                   COMPUTE WSMarginA = WSCustRevenue(WSScanIdx)
                       - WSCustCost(WSScanIdx)
                   COMPUTE WSMarginB = WSCustRevenue(WSScanIdx + 1)
                       - WSCustCost(WSScanIdx + 1)
                   IF WSMarginA < WSMarginB
                      MOVE WSCustEntry(WSScanIdx) TO WSCustSwap
                      MOVE WSCustEntry(WSScanIdx + 1)
                          TO WSCustEntry(WSScanIdx)
                      MOVE WSCustSwap
                          TO WSCustEntry(WSScanIdx + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> margin and its percentage of revenue for whichever line is
      *> printing - no revenue, no percentage
       WorkOutMargin.
           COMPUTE WSMargin = WSRevenue - WSCost.
           IF WSRevenue = ZERO
              MOVE ZERO TO WSMarginPct
           ELSE
              COMPUTE WSMarginPct ROUNDED =
                  WSMargin * 100 / WSRevenue
                  ON SIZE ERROR
                      MOVE -9999.9 TO WSMarginPct
              END-COMPUTE
           END-IF.

       PrintMarginReport.
           MOVE SPACES TO ReportLine.
           STRING "Gross Margin " WSFromEntry " to " WSToEntry
               DELIMITED BY SIZE INTO ReportLine.
           WRITE ReportLine.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
           MOVE "By product and size (highest margin first, "
               & "* = sold below cost) :" TO ReportLine.
           WRITE ReportLine.
           WRITE ReportLine FROM WSFigureHeads.
           PERFORM PrintOneProduct
               VARYING WSTableIdx FROM 1 BY 1
               UNTIL WSTableIdx > WSProdCount.
           PERFORM PrintGrandTotal.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
           MOVE "By customer (highest margin first) :" TO ReportLine.
           WRITE ReportLine.
           WRITE ReportLine FROM WSFigureHeads.
           PERFORM PrintOneCustomer
               VARYING WSTableIdx FROM 1 BY 1
               UNTIL WSTableIdx > WSCustCount.
           PERFORM PrintGrandTotal.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
           MOVE "By salesperson :" TO ReportLine.
           WRITE ReportLine.
           WRITE ReportLine FROM WSFigureHeads.
           PERFORM PrintOneSalesRep
               VARYING WSTableIdx FROM 1 BY 1
               UNTIL WSTableIdx > WSRepCount.
           PERFORM PrintGrandTotal.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
           IF WSBelowCount = ZERO
              MOVE "No lines sold below cost" TO ReportLine
              WRITE ReportLine
           ELSE
              MOVE "Lines sold below cost :" TO ReportLine
              WRITE ReportLine
              WRITE ReportLine FROM WSBelowHeads
              PERFORM PrintOneBelowCost
                  VARYING WSTableIdx FROM 1 BY 1
                  UNTIL WSTableIdx > WSBelowCount
           END-IF.
           IF WSUncostedCount > ZERO
              MOVE SPACES TO ReportLine
              WRITE ReportLine
              MOVE WSUncostedCount TO WSUFCount
              MOVE WSUncostedValue TO WSUFValue
              WRITE ReportLine FROM WSUncostedFoot
           END-IF.

       PrintOneProduct.
           MOVE WSProdRevenue(WSTableIdx) TO WSRevenue.
           MOVE WSProdCost(WSTableIdx) TO WSCost.
           PERFORM WorkOutMargin.
           MOVE WSProdEntryName(WSTableIdx) TO WSPLName.
           MOVE WSProdEntrySize(WSTableIdx) TO WSPLSize.
           MOVE WSProdQty(WSTableIdx) TO WSPLQty.
           MOVE WSRevenue TO WSPLRevenue.
           MOVE WSCost TO WSPLCost.
           MOVE WSMargin TO WSPLMargin.
           MOVE WSMarginPct TO WSPLPct.
           IF WSMargin < ZERO
              MOVE '*' TO WSPLFlag
           ELSE
              MOVE SPACE TO WSPLFlag
           END-IF.
           WRITE ReportLine FROM WSProdLine.

       PrintOneCustomer.
           MOVE WSCustRevenue(WSTableIdx) TO WSRevenue.
           MOVE WSCustCost(WSTableIdx) TO WSCost.
           PERFORM WorkOutMargin.
           MOVE WSCustEntryID(WSTableIdx) TO WSCLCustID.
           PERFORM LookUpCustomerName.
           MOVE WSCustName TO WSCLName.
           MOVE WSRevenue TO WSCLRevenue.
           MOVE WSCost TO WSCLCost.
           MOVE WSMargin TO WSCLMargin.
           MOVE WSMarginPct TO WSCLPct.
           WRITE ReportLine FROM WSCustLine.

       PrintOneSalesRep.
           MOVE WSRepRevenue(WSTableIdx) TO WSRevenue.
           MOVE WSRepCost(WSTableIdx) TO WSCost.
           PERFORM WorkOutMargin.
           MOVE WSRepEntryCode(WSTableIdx) TO WSRLCode.
           MOVE WSRepName(WSTableIdx) TO WSRLName.
           MOVE WSRevenue TO WSRLRevenue.
           MOVE WSCost TO WSRLCost.
           MOVE WSMargin TO WSRLMargin.
           MOVE WSMarginPct TO WSRLPct.
           WRITE ReportLine FROM WSRepLine.

      *> every section adds back to the same costed total
       PrintGrandTotal.
           MOVE WSTotRevenue TO WSRevenue.
           MOVE WSTotCost TO WSCost.
           PERFORM WorkOutMargin.
           MOVE WSRevenue TO WSTLRevenue.
           MOVE WSCost TO WSTLCost.
           MOVE WSMargin TO WSTLMargin.
           MOVE WSMarginPct TO WSTLPct.
           WRITE ReportLine FROM WSTotalLine.

       PrintOneBelowCost.
           MOVE WSBelowDate(WSTableIdx) TO WSBLDate.
           MOVE WSBelowInvNum(WSTableIdx) TO WSBLInvNum.
           MOVE WSBelowCustID(WSTableIdx) TO WSBLCustID.
           MOVE WSBelowProduct(WSTableIdx) TO WSBLProduct.
           MOVE WSBelowSize(WSTableIdx) TO WSBLSize.
           MOVE WSBelowQty(WSTableIdx) TO WSBLQty.
           MOVE WSBelowRevenue(WSTableIdx) TO WSBLRevenue.
           MOVE WSBelowCost(WSTableIdx) TO WSBLCost.
           COMPUTE WSBLShortfall = WSBelowCost(WSTableIdx)
               - WSBelowRevenue(WSTableIdx).
           WRITE ReportLine FROM WSBelowLine.

       LookUpCustomerName.
           MOVE SPACES TO WSCustName.
           IF WSCustFileStatus = "00"
              AND WSCustEntryID(WSTableIdx) IS NUMERIC
              MOVE WSCustEntryID(WSTableIdx) TO IDNum
              READ CustomerFile
                  INVALID KEY
                      MOVE "(not on master)" TO WSCustName
                  NOT INVALID KEY
                      STRING FUNCTION TRIM(FirstName)
                          DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(LastName)
                          DELIMITED BY SIZE
                          INTO WSCustName
              END-READ
           END-IF.
