       IDENTIFICATION DIVISION.
       PROGRAM-ID. stocklocrpt.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Stock by location - where a Large Red actually is. For
       *> every product and size on Product.dat this lists the
       *> on-hand at each location on Locations.dat and what is on
       *> its way there, totalled against the book figure, then
       *> lists every transfer still in transit (Transfers.dat) with
       *> where it left, where it is going and the day it was sent.
       *> The main location is settled against the product totals
       *> first, the same way invtrans.cob and fixed.cob settle it,
       *> so a return or credit the location-blind programs took in
       *> shows on the main location's shelf. Report goes to
       *> StockByLocation.txt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ProductFile ASSIGN TO 'Product.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSFileStatus.
              SELECT LocationFile ASSIGN TO 'Locations.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSLocStatus.
              SELECT StockLocFile ASSIGN TO 'StockByLocation.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSStockLocStatus.
              SELECT TransferFile ASSIGN TO 'Transfers.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSTransferStatus.
              SELECT ReportFile ASSIGN TO 'StockByLocation.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ProductFile.
       COPY prodrec.
       FD LocationFile.
       COPY locrec.
       FD StockLocFile.
       COPY stockloc.
       FD TransferFile.
       COPY xferrec.
       FD ReportFile.
       01 ReportLine   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WSFileStatus     PIC XX.
       01 WSTransferStatus PIC XX.
       01 WSReportStatus   PIC XX.
       01 WSEOF            PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
      *> the product table the stock programs hold - mirrors
      *> Copybooks/prodrec.cpy so the group MOVE stays byte-for-byte
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
       01 WSSizeScan      PIC 9.
       01 WSSizeCounts    PIC X VALUE 'N'.
              88 SizeCounts      VALUE 'Y'.
       01 WSTotOnHand     PIC 9(5).
       01 WSTotTransit    PIC 9(5).
       01 WSXferCount     PIC 9(4) VALUE ZERO.
       01 WSXferQty       PIC 9(6) VALUE ZERO.
       01 WSColumnHeads.
              02 FILLER  PIC X(7)  VALUE "Product".
              02 FILLER  PIC X(6)  VALUE " Size".
              02 FILLER  PIC X(27) VALUE "Location".
              02 FILLER  PIC X(9)  VALUE "  On hand".
              02 FILLER  PIC X(12) VALUE "  In transit".
       01 WSDetailLine.
              02 WSDProduct   PIC X(5).
              02 FILLER       PIC X(3) VALUE SPACES.
              02 WSDSize      PIC A.
              02 FILLER       PIC X(4) VALUE SPACES.
              02 WSDLoc       PIC X(4).
              02 FILLER       PIC X(1) VALUE SPACES.
              02 WSDLocName   PIC X(20).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSDOnHand    PIC ZZ,ZZ9.
              02 FILLER       PIC X(4) VALUE SPACES.
              02 WSDTransit   PIC ZZ,ZZ9.
       01 WSSizeTotalLine.
              02 FILLER       PIC X(13) VALUE SPACES.
              02 FILLER       PIC X(27) VALUE "Total".
              02 WSSTOnHand   PIC ZZ,ZZ9.
              02 FILLER       PIC X(4) VALUE SPACES.
              02 WSSTTransit  PIC ZZ,ZZ9.
              02 FILLER       PIC X(8) VALUE "   book ".
              02 WSSTBook     PIC ZZ,ZZ9.
              02 WSSTFlag     PIC X(12).
       01 WSXferHeads.
              02 FILLER  PIC X(8)  VALUE "Transfer".
              02 FILLER  PIC X(9)  VALUE " Product".
              02 FILLER  PIC X(6)  VALUE "Size".
              02 FILLER  PIC X(6)  VALUE "From".
              02 FILLER  PIC X(6)  VALUE "To".
              02 FILLER  PIC X(6)  VALUE "   Qty".
              02 FILLER  PIC X(10) VALUE "   Sent on".
       01 WSXferLine.
              02 WSXNum       PIC 9(6).
              02 FILLER       PIC X(3) VALUE SPACES.
              02 WSXProduct   PIC X(5).
              02 FILLER       PIC X(3) VALUE SPACES.
              02 WSXSize      PIC A.
              02 FILLER       PIC X(5) VALUE SPACES.
              02 WSXFrom      PIC X(4).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSXTo        PIC X(4).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSXQty       PIC Z,ZZ9.
              02 FILLER       PIC X(3) VALUE SPACES.
              02 WSXSentOn    PIC 9(8).
       01 WSXferTotalLine.
              02 WSXTCount    PIC Z,ZZ9.
              02 FILLER       PIC X(26) VALUE
                  " transfer(s) in transit, ".
              02 WSXTQty      PIC ZZZ,ZZ9.
              02 FILLER       PIC X(7) VALUE " units".
      *> shared stock-by-location fields - see
      *> Copybooks/locstockp.cpy
       COPY locstock.
      *> shared file-open status check - see
      *> Copybooks/filestatuschkp.cpy
       COPY filestatuschk.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           PERFORM LoadProducts.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           MOVE "stocklocrpt" TO WSLsProg.
           PERFORM LoadLocations.
           PERFORM LoadStockByLocation.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM SettleProductLocations.
           OPEN OUTPUT ReportFile.
           MOVE WSReportStatus TO WSCheckFileStatus.
           MOVE "stocklocrpt" TO WSCheckProgLabel.
           MOVE "StockByLocation.txt" TO WSCheckFileLabel.
           PERFORM CheckFileStatus.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           MOVE "Stock by Location" TO ReportLine.
           WRITE ReportLine.
           WRITE ReportLine FROM WSColumnHeads
               AFTER ADVANCING 2 LINES
           END-WRITE.
           PERFORM VARYING ShirtIdx FROM 1 BY 1
               UNTIL ShirtIdx > WSProdCount
               PERFORM VARYING WSSizeScan FROM 1 BY 1
                   UNTIL WSSizeScan > 3
                   PERFORM CheckSizeCounts
                   IF SizeCounts
                      PERFORM PrintOneSize
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM PrintTransfers.
           CLOSE ReportFile.
           DISPLAY "stocklocrpt: " WSProdCount " product(s) across "
               WSLcCount " location(s), " WSXferCount
               " transfer(s) in transit - see StockByLocation.txt".
      *> GOBACK so a batch driver can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

       LoadProducts.
           OPEN INPUT ProductFile.
           MOVE WSFileStatus TO WSCheckFileStatus.
           MOVE "stocklocrpt" TO WSCheckProgLabel.
           MOVE "Product.dat" TO WSCheckFileLabel.
           PERFORM CheckFileStatus.
           IF RETURN-CODE NOT = ZERO
              CONTINUE
           ELSE
              PERFORM UNTIL EndOfPass
                 READ ProductFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSProdCount = 20
                            DISPLAY "stocklocrpt: Product.dat has "
                                "more than 20 products - table "
                                "exceeded, aborting"
                            MOVE 16 TO RETURN-CODE
                            MOVE 'Y' TO WSEOF
                         ELSE
                            ADD 1 TO WSProdCount
                            MOVE ProductRecord TO Shirt(WSProdCount)
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE ProductFile
              MOVE 'N' TO WSEOF
           END-IF.

      *> a size letter repeated on the record is the same stock -
      *> only its first position prints
       CheckSizeCounts.
           MOVE 'Y' TO WSSizeCounts.
           IF ProdSizes(ShirtIdx, WSSizeScan) = SPACE
              MOVE 'N' TO WSSizeCounts
           END-IF.
           IF WSSizeScan > 1
              AND ProdSizes(ShirtIdx, WSSizeScan) =
                  ProdSizes(ShirtIdx, 1)
              MOVE 'N' TO WSSizeCounts
           END-IF.
           IF WSSizeScan = 3
              AND ProdSizes(ShirtIdx, 3) = ProdSizes(ShirtIdx, 2)
              MOVE 'N' TO WSSizeCounts
           END-IF.

      *> one line per location on file holding or expecting any,
      *> the main location always, then any line at a location
      *> since dropped from Locations.dat - that stock still exists
       PrintOneSize.
           MOVE ZERO TO WSTotOnHand.
           MOVE ZERO TO WSTotTransit.
           MOVE ProdName(ShirtIdx) TO WSSlFindProduct.
           MOVE ProdSizes(ShirtIdx, WSSizeScan) TO WSSlFindSize.
           PERFORM VARYING WSSlScan FROM 1 BY 1
               UNTIL WSSlScan > WSSlCount
               IF WSSlProduct(WSSlScan) = WSSlFindProduct
                  AND WSSlSize(WSSlScan) = WSSlFindSize
                  PERFORM PrintOneLocationLine
               END-IF
           END-PERFORM.
           MOVE WSTotOnHand TO WSSTOnHand.
           MOVE WSTotTransit TO WSSTTransit.
           MOVE ProdQtyBySize(ShirtIdx, WSSizeScan) TO WSSTBook.
           IF WSTotOnHand + WSTotTransit =
               ProdQtyBySize(ShirtIdx, WSSizeScan)
              MOVE SPACES TO WSSTFlag
           ELSE
              MOVE "  COUNT IT" TO WSSTFlag
           END-IF.
           WRITE ReportLine FROM WSSizeTotalLine
               AFTER ADVANCING 1 LINE
           END-WRITE.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine
               AFTER ADVANCING 1 LINE
           END-WRITE.

       PrintOneLocationLine.
           IF WSSlOnHand(WSSlScan) > ZERO
              OR WSSlInTransit(WSSlScan) > ZERO
              OR WSSlLoc(WSSlScan) = WSLcCode(WSLcMainIdx)
              MOVE WSSlProduct(WSSlScan) TO WSDProduct
              MOVE WSSlSize(WSSlScan) TO WSDSize
              MOVE WSSlLoc(WSSlScan) TO WSDLoc
              MOVE WSSlLoc(WSSlScan) TO WSLcFindCode
              PERFORM FindLocation
              IF WSLcIdx = ZERO
                 MOVE "** not on file **" TO WSDLocName
              ELSE
                 MOVE WSLcName(WSLcIdx) TO WSDLocName
              END-IF
              MOVE WSSlOnHand(WSSlScan) TO WSDOnHand
              MOVE WSSlInTransit(WSSlScan) TO WSDTransit
              ADD WSSlOnHand(WSSlScan) TO WSTotOnHand
              ADD WSSlInTransit(WSSlScan) TO WSTotTransit
              WRITE ReportLine FROM WSDetailLine
                  AFTER ADVANCING 1 LINE
              END-WRITE
           END-IF.

      *> no Transfers.dat just means nothing has been sent
       PrintTransfers.
           MOVE "Transfers in transit" TO ReportLine.
           WRITE ReportLine
               AFTER ADVANCING 2 LINES
           END-WRITE.
           WRITE ReportLine FROM WSXferHeads
               AFTER ADVANCING 2 LINES
           END-WRITE.
           OPEN INPUT TransferFile.
           IF WSTransferStatus = "00"
              PERFORM UNTIL EndOfPass
                 READ TransferFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         PERFORM PrintOneTransfer
                 END-READ
              END-PERFORM
              MOVE 'N' TO WSEOF
           END-IF.
           CLOSE TransferFile.
           MOVE WSXferCount TO WSXTCount.
           MOVE WSXferQty TO WSXTQty.
           WRITE ReportLine FROM WSXferTotalLine
               AFTER ADVANCING 2 LINES
           END-WRITE.

       PrintOneTransfer.
           ADD 1 TO WSXferCount.
           MOVE XfNum TO WSXNum.
           MOVE XfProduct TO WSXProduct.
           MOVE XfSize TO WSXSize.
           MOVE XfFrom TO WSXFrom.
           MOVE XfTo TO WSXTo.
           MOVE XfQty TO WSXQty.
           IF XfQty NUMERIC
              ADD XfQty TO WSXferQty
           END-IF.
           MOVE XfSentOn TO WSXSentOn.
           WRITE ReportLine FROM WSXferLine
               AFTER ADVANCING 1 LINE
           END-WRITE.

      *> shared stock-by-location handling - see
      *> Copybooks/locstockp.cpy
       COPY locstockp.
      *> file-open error handling - see Copybooks/filestatuschkp.cpy
       COPY filestatuschkp.
