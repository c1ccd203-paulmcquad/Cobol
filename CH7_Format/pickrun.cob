       IDENTIFICATION DIVISION.
       PROGRAM-ID. pickrun.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Warehouse pick run - fixed.cob used to allocate and invoice
       *> in one step, so customers were billed for goods nobody had
       *> checked onto the truck and short picks came back as credit
       *> memos. Fulfilment now comes first: this run reads the
       *> pending orders on Invoice.dat and prints PickList.txt
       *> grouped by product and size, every order wanting that item
       *> listed under it with its order reference (the position of
       *> its H record on Invoice.dat) and the total to pick against
       *> what Product.dat says is on hand. Lines already confirmed
       *> through shipconfirm.cob are left off, so the list can be
       *> rerun during the day and only shows what is still to go.
       *> The warehouse records what was actually picked and shipped
       *> in shipconfirm.cob; only those quantities are invoiced.
       *> NEW : Invoice.dat headers carry orderentry.cob's order
       *> number after the old columns - read whole, not used here.
       *> NEW : the on-hand column is the main location's shelf
       *> (StockByLocation.dat, settled against Product.dat the way
       *> fixed.cob settles it) - stock at another location or in
       *> transit can't be picked here. A kit line (KitDef.dat) is
       *> listed as its components, each under its own product and
       *> size at kits ordered times the quantity per kit, with the
       *> kit and its quantity beside it: shipconfirm.cob still
       *> confirms the order's kit line in whole kits.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT OrderFile ASSIGN TO "Invoice.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSOrderStatus.
              SELECT ShipConfFile ASSIGN TO "ShipConfirm.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS ScRecNum
                  FILE STATUS IS WSShipConfStatus.
              SELECT ProductFile ASSIGN TO "Product.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSProductStatus.
      *> NEW : the kit definitions, the locations and the on-hand at
      *> each
              SELECT KitFile ASSIGN TO "KitDef.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSKitStatus.
              SELECT LocationFile ASSIGN TO "Locations.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSLocStatus.
              SELECT StockLocFile ASSIGN TO "StockByLocation.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSStockLocStatus.
              SELECT SortWork ASSIGN TO "pickrun.tmp".
              SELECT ReportFile ASSIGN TO "PickList.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD OrderFile.
       *> The H/D shape fixed.cob reads
       01 OrderRecord.
              02 OrRecType        PIC X.
                  88 OrHeader         VALUE 'H' 'h'.
                  88 OrDetail         VALUE 'D' 'd'.
              02 OrRecBody        PIC X(19).
              02 OrHeaderView REDEFINES OrRecBody.
                  03 OrInvDate        PIC X(8).
                  03 OrCustomer       PIC X(8).
                  03 OrSalesRep       PIC X(3).
              02 OrDetailView REDEFINES OrRecBody.
                  03 OrProduct        PIC X(5).
                  03 OrQty            PIC 9(3).
                  03 OrJurisdiction   PIC X(2).
                  03 OrSize           PIC A.
                  03 OrHeldPrice      PIC 9(4)V99.
                  03 FILLER           PIC X(2).
      *> NEW : the header's order number - see fixed.cob
              02 FILLER           PIC X(6).
       FD ShipConfFile.
       COPY shipconf.
       FD ProductFile.
       COPY prodrec.
       FD KitFile.
       COPY kitdef.
       FD LocationFile.
       COPY locrec.
       FD StockLocFile.
       COPY stockloc.
       SD SortWork.
       01 SortRecord.
              02 SwProduct     PIC X(5).
              02 SwSize        PIC A.
              02 SwOrderRef    PIC 9(6).
              02 SwRecNum      PIC 9(6).
              02 SwCustID      PIC X(8).
              02 SwOrderDate   PIC X(8).
              02 SwQty         PIC 9(5).
      *> NEW : the kit a component line was exploded from, and how
      *> many of it the order wants - blank for an ordinary line
              02 SwKitName     PIC X(5).
              02 SwKitQty      PIC 9(3).
       FD ReportFile.
       01 ReportLine   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WSOrderStatus    PIC XX.
       01 WSShipConfStatus PIC XX.
       01 WSProductStatus  PIC XX.
       01 WSReportStatus   PIC XX.
       01 WSEOF            PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
       01 WSSortEOF        PIC X VALUE 'N'.
              88 EndOfSorted    VALUE 'Y'.
       01 WSShipConfUp     PIC X VALUE 'N'.
              88 ShipConfAvailable  VALUE 'Y'.
       01 WSLineConfirmed  PIC X VALUE 'N'.
              88 LineConfirmed  VALUE 'Y'.
       01 WSToday          PIC 9(8).
       *> Where the read is in Invoice.dat and which order the
       *> detail lines belong to - the order reference is the
       *> position of the H record
       01 WSRecordCount    PIC 9(6) VALUE ZERO.
       01 WSHeaderSeen     PIC X VALUE 'N'.
              88 HeaderOpen     VALUE 'Y'.
       01 WSCurrentRef     PIC 9(6) VALUE ZERO.
       01 WSCurrentCust    PIC X(8).
       01 WSCurrentDate    PIC X(8).
       01 WSLineCount      PIC 9(5) VALUE ZERO.
       01 WSConfirmedCount PIC 9(5) VALUE ZERO.
       01 WSSkippedCount   PIC 9(5) VALUE ZERO.
       01 WSGroupCount     PIC 9(5) VALUE ZERO.
       01 WSShortGroups    PIC 9(5) VALUE ZERO.
       *> The product/size group being printed
       01 WSGrpProduct     PIC X(5) VALUE SPACES.
       01 WSGrpSize        PIC A VALUE SPACE.
       01 WSGrpQty         PIC 9(5) VALUE ZERO.
       01 WSGrpOnHand      PIC 9(5) VALUE ZERO.
       *> The catalogue held read-only for the on-hand column - this
       *> run never moves stock
       01 WSProdCount     PIC 99 VALUE ZERO.
       01 ProdTable.
              02 Shirt OCCURS 1 TO 20 TIMES DEPENDING ON WSProdCount
                  INDEXED BY ShirtIdx.
                  03 ProdName PIC X(5).
                  03 ProdSizes PIC A OCCURS 3 TIMES.
                  03 ProdQtyBySize PIC 9(4) OCCURS 3 TIMES.
                  03 ProdReorderPoint PIC 9(4).
                  03 ProdReorderQty   PIC 9(4).
                  03 ProdPrice        PIC 9(4)V99.
                  03 ProdAvgCost      PIC 9(4)V99.
       01 WSSizeScan       PIC 9.
      *> NEW : the kit definitions, mirroring Copybooks/kitdef.cpy
      *> byte-for-byte as fixed.cob's table does
       01 WSKitStatus      PIC XX.
       01 WSKitCount       PIC 99 VALUE ZERO.
       01 KitTable.
              02 Kit OCCURS 1 TO 20 TIMES DEPENDING ON WSKitCount
                  INDEXED BY KitIdx.
                  03 KitName         PIC X(5).
                  03 FILLER          PIC X(1).
                  03 KitPrice        PIC 9(4)V99.
                  03 FILLER          PIC X(1).
                  03 KitCompCount    PIC 9.
                  03 KitComp OCCURS 5 TIMES.
                      04 FILLER          PIC X(1).
                      04 KitCompProduct  PIC X(5).
                      04 KitCompSize     PIC A.
                      04 KitCompQty      PIC 99.
       01 WSKitFound       PIC X VALUE 'N'.
              88 KitFound         VALUE 'Y'.
       01 WSCompIdx        PIC 9.
       01 WSKitLineCount   PIC 9(5) VALUE ZERO.
       01 WSTitleLine.
              02 FILLER        PIC X(22) VALUE
                  "Warehouse Pick List - ".
              02 WSTDate       PIC 9(8).
       01 WSGroupHeading.
              02 FILLER        PIC X(8) VALUE "Product ".
              02 WSGHProduct   PIC X(5).
              02 FILLER        PIC X(8) VALUE "   size ".
              02 WSGHSize      PIC A.
              02 FILLER        PIC X(12) VALUE "   on hand  ".
              02 WSGHOnHand    PIC ZZZZ9.
       01 WSColumnHeads.
              02 FILLER        PIC X(4) VALUE SPACES.
              02 FILLER        PIC X(40) VALUE
                  "Order ref  Customer  Order date     Qty".
              02 FILLER        PIC X(18) VALUE "  Picked  Shipped".
              02 FILLER        PIC X(13) VALUE "For kit".
       01 WSPickDetail.
              02 FILLER        PIC X(4) VALUE SPACES.
              02 WSPDOrderRef  PIC 9(6).
              02 FILLER        PIC X(5) VALUE SPACES.
              02 WSPDCustomer  PIC X(8).
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSPDDate      PIC X(8).
              02 FILLER        PIC X(4) VALUE SPACES.
              02 WSPDQty       PIC ZZZZ9.
              02 FILLER        PIC X(18) VALUE
                  "  ______  _______".
              02 WSPDKitNote   PIC X(13).
      *> NEW : the kit a component is picked for, beside its line
       01 WSKitNote.
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSKNKitName   PIC X(5).
              02 FILLER        PIC X(3) VALUE " x ".
              02 WSKNKitQty    PIC ZZ9.
       01 WSGroupTotal.
              02 FILLER        PIC X(4) VALUE SPACES.
              02 FILLER        PIC X(15) VALUE "Total to pick: ".
              02 WSGTQty       PIC ZZZZ9.
              02 WSGTShort     PIC X(30).
       01 WSShortNote.
              02 FILLER        PIC X(6) VALUE "  ** ".
              02 WSSNQty       PIC ZZZZ9.
              02 FILLER        PIC X(19) VALUE
                  " short of stock **".
       01 WSShortBy        PIC 9(5).
      *> NEW : shared stock-by-location fields - see
      *> Copybooks/locstockp.cpy
       COPY locstock.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday.
           OPEN INPUT OrderFile.
           IF WSOrderStatus NOT = "00"
              DISPLAY "pickrun: no Invoice.dat on file - status "
                  WSOrderStatus " - nothing to pick"
              CLOSE OrderFile
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE OrderFile.
           PERFORM LoadProducts.
      *> NEW : the main location's shelf, settled in memory only -
      *> this run never moves stock, so nothing is saved
           MOVE "pickrun" TO WSLsProg.
           PERFORM LoadLocations.
           PERFORM LoadStockByLocation.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM SettleProductLocations.
           PERFORM LoadKits.
      *> No confirmation file just means nothing has shipped yet -
      *> every pending line is listed
           OPEN INPUT ShipConfFile.
           IF WSShipConfStatus = "00"
              SET ShipConfAvailable TO TRUE
           END-IF.
           OPEN OUTPUT ReportFile.
           IF WSReportStatus NOT = "00"
              DISPLAY "pickrun: unable to open PickList.txt - "
                  "status " WSReportStatus
              IF ShipConfAvailable
                 CLOSE ShipConfFile
              END-IF
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WSToday TO WSTDate.
           WRITE ReportLine FROM WSTitleLine.
           SORT SortWork ON ASCENDING KEY SwProduct SwSize
               SwOrderRef SwRecNum
               INPUT PROCEDURE ReleasePendingLines
               OUTPUT PROCEDURE PrintPickGroups.
           IF ShipConfAvailable
              CLOSE ShipConfFile
           END-IF.
           IF WSLineCount = ZERO
              MOVE "No order lines waiting to be picked" TO ReportLine
              WRITE ReportLine
                  AFTER ADVANCING 2 LINES
              END-WRITE
           END-IF.
           CLOSE ReportFile.
           DISPLAY "pickrun: " WSLineCount " line(s) to pick in "
               WSGroupCount " product/size group(s) - see "
               "PickList.txt".
           IF WSConfirmedCount > ZERO
              DISPLAY WSConfirmedCount " line(s) already confirmed "
                  "shipped - left off the list"
           END-IF.
           IF WSKitLineCount > ZERO
              DISPLAY WSKitLineCount " kit line(s) listed as their "
                  "components - confirm them in whole kits"
           END-IF.
           IF WSSkippedCount > ZERO
              DISPLAY WSSkippedCount " line(s) skipped - no order "
                  "header or no quantity"
           END-IF.
           IF WSShortGroups > ZERO
              DISPLAY WSShortGroups " group(s) short of stock - "
                  "see the ** lines"
              MOVE 4 TO RETURN-CODE
           END-IF.
      *> GOBACK so a menu program can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

       LoadProducts.
           OPEN INPUT ProductFile.
           IF WSProductStatus NOT = "00"
              DISPLAY "pickrun: no Product.dat - on-hand column "
                  "shows zero"
              CLOSE ProductFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ ProductFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSProdCount < 20
                            ADD 1 TO WSProdCount
                            MOVE ProductRecord TO Shirt(WSProdCount)
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE ProductFile
              MOVE 'N' TO WSEOF
           END-IF.

      *> NEW : no KitDef.dat just means no kits are sold yet
       LoadKits.
           OPEN INPUT KitFile.
           IF WSKitStatus NOT = "00"
              CLOSE KitFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ KitFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSKitCount = 20
                            DISPLAY "pickrun: KitDef.dat has more "
                                "than 20 kits - the rest list as "
                                "ordinary lines"
                            MOVE 'Y' TO WSEOF
                         ELSE
                            ADD 1 TO WSKitCount
                            MOVE KitDefRecord TO Kit(WSKitCount)
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE KitFile
              MOVE 'N' TO WSEOF
           END-IF.

      *> NEW : a definition with no usable components lists the
      *> line as it stands - fixed.cob will reject it anyway
       FindKit.
           MOVE 'N' TO WSKitFound.
           SET KitIdx TO 1.
           IF WSKitCount > ZERO
              SEARCH Kit
                  AT END CONTINUE
                  WHEN KitName(KitIdx) = OrProduct
                      IF KitCompCount(KitIdx) NUMERIC
                         AND KitCompCount(KitIdx) > ZERO
                         SET KitFound TO TRUE
                      END-IF
              END-SEARCH
           END-IF.

       *> Every detail line under a header goes to the sort unless
       *> the warehouse has already confirmed it
       ReleasePendingLines.
           MOVE 'N' TO WSEOF.
           OPEN INPUT OrderFile.
           PERFORM UNTIL EndOfPass
              READ OrderFile
                  AT END MOVE 'Y' TO WSEOF
                  NOT AT END
                      ADD 1 TO WSRecordCount
                      PERFORM ReleaseOneRecord
              END-READ
           END-PERFORM.
           CLOSE OrderFile.

       ReleaseOneRecord.
           EVALUATE TRUE
               WHEN OrHeader
                   SET HeaderOpen TO TRUE
                   MOVE WSRecordCount TO WSCurrentRef
                   MOVE OrCustomer TO WSCurrentCust
                   MOVE OrInvDate TO WSCurrentDate
               WHEN OrDetail
                   IF NOT HeaderOpen
                      OR OrQty NOT NUMERIC OR OrQty = ZERO
                      ADD 1 TO WSSkippedCount
                   ELSE
                      PERFORM CheckAlreadyConfirmed
                   END-IF
               WHEN OTHER
                   ADD 1 TO WSSkippedCount
           END-EVALUATE.

       *> A confirmation only counts if it is for this same line -
       *> one left over from another day's Invoice.dat is ignored
       CheckAlreadyConfirmed.
           MOVE 'N' TO WSLineConfirmed.
           IF ShipConfAvailable
              MOVE WSRecordCount TO ScRecNum
              READ ShipConfFile
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF ScCustID = WSCurrentCust
                         AND ScOrderDate = WSCurrentDate
                         AND ScProduct = OrProduct
                         AND ScSize = OrSize
                         SET LineConfirmed TO TRUE
                      END-IF
              END-READ
           END-IF.
           IF LineConfirmed
              ADD 1 TO WSConfirmedCount
           ELSE
              MOVE WSCurrentRef TO SwOrderRef
              MOVE WSRecordCount TO SwRecNum
              MOVE WSCurrentCust TO SwCustID
              MOVE WSCurrentDate TO SwOrderDate
              PERFORM FindKit
              IF KitFound
                 MOVE OrProduct TO SwKitName
                 MOVE OrQty TO SwKitQty
                 PERFORM ReleaseKitComponent
                     VARYING WSCompIdx FROM 1 BY 1
                     UNTIL WSCompIdx > KitCompCount(KitIdx)
                 ADD 1 TO WSKitLineCount
              ELSE
                 MOVE OrProduct TO SwProduct
                 MOVE OrSize TO SwSize
                 MOVE OrQty TO SwQty
                 MOVE SPACES TO SwKitName
                 MOVE ZERO TO SwKitQty
                 RELEASE SortRecord
              END-IF
              ADD 1 TO WSLineCount
           END-IF.

      *> NEW : one pick line per component, grouped with every
      *> other order wanting that product and size
       ReleaseKitComponent.
           IF KitCompProduct(KitIdx, WSCompIdx) NOT = SPACES
              AND KitCompQty(KitIdx, WSCompIdx) NUMERIC
              AND KitCompQty(KitIdx, WSCompIdx) > ZERO
              MOVE KitCompProduct(KitIdx, WSCompIdx) TO SwProduct
              MOVE KitCompSize(KitIdx, WSCompIdx) TO SwSize
              COMPUTE SwQty = OrQty * KitCompQty(KitIdx, WSCompIdx)
              RELEASE SortRecord
           END-IF.

       *> One block per product and size, the orders wanting it
       *> underneath, closed by the total to pick
       PrintPickGroups.
           MOVE 'N' TO WSSortEOF.
           PERFORM UNTIL EndOfSorted
              RETURN SortWork
                  AT END MOVE 'Y' TO WSSortEOF
                  NOT AT END PERFORM PrintOnePickLine
              END-RETURN
           END-PERFORM.
           IF WSGroupCount > ZERO
              PERFORM CloseGroup
           END-IF.

       PrintOnePickLine.
           IF SwProduct NOT = WSGrpProduct
              OR SwSize NOT = WSGrpSize
              OR WSGroupCount = ZERO
              IF WSGroupCount > ZERO
                 PERFORM CloseGroup
              END-IF
              PERFORM OpenGroup
           END-IF.
           MOVE SwOrderRef TO WSPDOrderRef.
           MOVE SwCustID TO WSPDCustomer.
           MOVE SwOrderDate TO WSPDDate.
           MOVE SwQty TO WSPDQty.
           IF SwKitName = SPACES
              MOVE SPACES TO WSPDKitNote
           ELSE
              MOVE SwKitName TO WSKNKitName
              MOVE SwKitQty TO WSKNKitQty
              MOVE WSKitNote TO WSPDKitNote
           END-IF.
           WRITE ReportLine FROM WSPickDetail
               AFTER ADVANCING 1 LINE
           END-WRITE.
           ADD SwQty TO WSGrpQty.

       OpenGroup.
           ADD 1 TO WSGroupCount.
           MOVE SwProduct TO WSGrpProduct.
           MOVE SwSize TO WSGrpSize.
           MOVE ZERO TO WSGrpQty.
      *> NEW : only the main location's shelf can be picked from
           MOVE ZERO TO WSGrpOnHand.
           MOVE WSGrpProduct TO WSSlFindProduct.
           MOVE WSGrpSize TO WSSlFindSize.
           PERFORM FindMainStockLine.
           IF WSSlIdx > ZERO
              MOVE WSSlOnHand(WSSlIdx) TO WSGrpOnHand
           END-IF.
           MOVE WSGrpProduct TO WSGHProduct.
           MOVE WSGrpSize TO WSGHSize.
           MOVE WSGrpOnHand TO WSGHOnHand.
           WRITE ReportLine FROM WSGroupHeading
               AFTER ADVANCING 2 LINES
           END-WRITE.
           WRITE ReportLine FROM WSColumnHeads
               AFTER ADVANCING 1 LINE
           END-WRITE.

       *> A group wanting more than is on hand is flagged - the
       *> shortfall will back order when the confirmation says so
       CloseGroup.
           MOVE WSGrpQty TO WSGTQty.
           MOVE SPACES TO WSGTShort.
           IF WSGrpQty > WSGrpOnHand
              COMPUTE WSShortBy = WSGrpQty - WSGrpOnHand
              MOVE WSShortBy TO WSSNQty
              MOVE WSShortNote TO WSGTShort
              ADD 1 TO WSShortGroups
           END-IF.
           WRITE ReportLine FROM WSGroupTotal
               AFTER ADVANCING 1 LINE
           END-WRITE.

      *> NEW : shared stock-by-location handling - see
      *> Copybooks/locstockp.cpy
       COPY locstockp.
