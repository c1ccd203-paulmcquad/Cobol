       *> any product and size that doesn't tie out reports to
       *> InvReplay.txt with both numbers. When the figures look
       *> wrong, this says when they went wrong.
       *> NEW : the proof runs by location too - the snapshot copies
       *> StockByLocation.dat to StockLocBaseline.dat alongside, the
       *> replay moves each location's shelf with every movement
       *> (a transfer's sending leg off one shelf into transit, its
       *> receiving leg out of transit onto the other - neither
       *> moves the product total), and every location's on-hand
       *> and in-transit figures are compared with the live file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ReportFile ASSIGN TO 'InvReplay.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReportStatus.
       *> NEW : the locations, the live stock by location, and its
       *> frozen copy
              SELECT LocationFile ASSIGN TO 'Locations.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSLocStatus.
              SELECT StockLocFile ASSIGN TO 'StockByLocation.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSStockLocStatus.
              SELECT LocBaselineFile ASSIGN TO 'StockLocBaseline.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSLocBaselineStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StampFile.
       01 StampRecord    PIC 9(14).
       FD MovementFile.
      *> NEW : widened for the location columns
       01 MovementLine    PIC X(80).
       FD ReportFile.
       01 ReportLine   PIC X(70).
       FD LocationFile.
       COPY locrec.
       FD StockLocFile.
       COPY stockloc.
       FD LocBaselineFile.
       *> A frozen copy of StockByLocation.dat, same record
       01 LocBaselineRecord PIC X(22).

       WORKING-STORAGE SECTION.
       01 WSFileStatus     PIC XX.
       01 WSStampStatus    PIC XX.
       01 WSMovementStatus PIC XX.
       01 WSReportStatus   PIC XX.
       01 WSLocBaselineStatus PIC XX.
       01 WSEOF            PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
       01 WSMenuChoice     PIC X VALUE SPACE.
              02 FILLER       PIC X(2).
              02 WSMvOutcome  PIC X(24).
              88 MovementApplied    VALUE "received" "issued"
                  "invoiced" "counted" "returned"
                  "sent in transit" "transfer received".
      *> NEW : where it happened - blank on lines logged before
      *> locations, or by a program that doesn't name one, is the
      *> main location - and a transfer's other end
              02 FILLER       PIC X(2).
              02 WSMvLocation PIC X(4).
              02 FILLER       PIC X(2).
              02 WSMvOtherLoc PIC X(4).
       *> NEW : the live stock by location, settled against the
       *> live totals and held here while the baseline's copy is
       *> replayed in the shared table - same layout as WSSlTable
       01 WSLiveSlCount    PIC 9(3) VALUE ZERO.
       01 WSLiveSlTable.
              02 WSLvEntry OCCURS 600 TIMES.
                  03 WSLvProduct     PIC X(5).
                  03 WSLvSize        PIC A.
                  03 WSLvLoc         PIC X(4).
                  03 WSLvOnHand      PIC 9(4).
                  03 WSLvInTransit   PIC 9(4).
       01 WSLvIdx          PIC 9(3).
       01 WSLvFound        PIC 9(3).
       01 WSFromSlIdx      PIC 9(3).
       01 WSLocDetail.
              02 WSLDProduct  PIC X(5).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSLDSize     PIC A.
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSLDLoc      PIC X(4).
              02 FILLER       PIC X(10) VALUE "  replayed".
              02 WSLDRepOnHand PIC ZZZZ9.
              02 FILLER       PIC X(1) VALUE "/".
              02 WSLDRepTransit PIC ZZZZ9.
              02 FILLER       PIC X(7) VALUE "  live".
              02 WSLDLiveOnHand PIC ZZZZ9.
              02 FILLER       PIC X(1) VALUE "/".
              02 WSLDLiveTransit PIC ZZZZ9.
       01 WSStamp          PIC 9(14) VALUE ZERO.
       01 WSSizeIdx        PIC 9.
       01 WSSizeScan       PIC 9.
              02 WSDReplayed  PIC ZZZZ9.
              02 FILLER       PIC X(7) VALUE "  live".
              02 WSDLive      PIC ZZZZ9.
      *> NEW : shared stock-by-location fields - see
      *> Copybooks/locstockp.cpy
       COPY locstock.
      *> NEW : shared file-open status check - see
      *> Copybooks/filestatuschkp.cpy
       COPY filestatuschk.
              CLOSE ProductFile
              CLOSE BaselineFile
              MOVE 'N' TO WSEOF
              PERFORM SnapshotLocations
              OPEN OUTPUT StampFile
              MOVE FUNCTION CURRENT-DATE(1:14) TO StampRecord
              WRITE StampRecord
              MOVE ZERO TO RETURN-CODE
           ELSE
              PERFORM LoadLiveFile
              IF RETURN-CODE NOT = ZERO
                 MOVE ZERO TO RETURN-CODE
              ELSE
                 PERFORM LoadLocationFigures
              END-IF
              IF RETURN-CODE NOT = ZERO
                 MOVE ZERO TO RETURN-CODE
              ELSE
              END-IF
           END-IF.

       *> NEW : the baseline by location is a straight copy too - no
       *> live file yet means everything sat at the main location,
       *> and the baseline is written empty to say so
       SnapshotLocations.
           OPEN OUTPUT LocBaselineFile.
           OPEN INPUT StockLocFile.
           IF WSStockLocStatus = "00"
              PERFORM UNTIL EndOfPass
                 READ StockLocFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         MOVE StockLocRecord TO LocBaselineRecord
                         WRITE LocBaselineRecord
                         END-WRITE
                 END-READ
              END-PERFORM
              MOVE 'N' TO WSEOF
           END-IF.
           CLOSE StockLocFile.
           CLOSE LocBaselineFile.

       *> NEW : both sides by location - the live file settled
       *> against the live totals and set aside, then the baseline
       *> copy loaded into the shared table and settled against the
       *> baseline totals, ready for the replay to move
       LoadLocationFigures.
           MOVE "invreplay" TO WSLsProg.
           PERFORM LoadLocations.
           PERFORM LoadStockByLocation.
           IF RETURN-CODE = ZERO
              PERFORM SettleProductLocations
              MOVE WSSlCount TO WSLiveSlCount
              MOVE WSSlTable TO WSLiveSlTable
              PERFORM LoadLocationBaseline
           END-IF.

       LoadLocationBaseline.
           MOVE ZERO TO WSSlCount.
           MOVE 'N' TO WSSlOverflow.
           MOVE 'N' TO WSEOF.
           OPEN INPUT LocBaselineFile.
           IF WSLocBaselineStatus = "00"
              PERFORM UNTIL EndOfPass
                 READ LocBaselineFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         MOVE LocBaselineRecord TO StockLocRecord
                         IF SlProduct NOT = SPACES
                            PERFORM FileOneStockLine
                         END-IF
                 END-READ
              END-PERFORM
              MOVE 'N' TO WSEOF
           END-IF.
           CLOSE LocBaselineFile.
           IF StockLocTableFull
              DISPLAY "invreplay: location baseline exceeds the "
                  "table - aborting"
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM VARYING BaseIdx FROM 1 BY 1
                  UNTIL BaseIdx > WSBaseCount
                  PERFORM VARYING WSSizeScan FROM 1 BY 1
                      UNTIL WSSizeScan > 3
                      IF (WSSizeScan = 1
                          OR BaseSizes(BaseIdx, WSSizeScan) NOT =
                             BaseSizes(BaseIdx, 1))
                         AND (WSSizeScan < 3
                          OR BaseSizes(BaseIdx, 3) NOT =
                             BaseSizes(BaseIdx, 2))
                         MOVE BaseName(BaseIdx) TO WSSlFindProduct
                         MOVE BaseSizes(BaseIdx, WSSizeScan)
                             TO WSSlFindSize
                         MOVE BaseQtyBySize(BaseIdx, WSSizeScan)
                             TO WSSlBookQty
                         PERFORM SettleMainLocation
                      END-IF
                  END-PERFORM
              END-PERFORM
           END-IF.

       LoadBaseline.
           MOVE ZERO TO WSBaseCount.
           MOVE ZERO TO WSStamp.
                     MOVE WSSizeScan TO WSSizeIdx
                  END-IF
              END-PERFORM
      *> NEW : the location's line moves with the total
              IF WSSizeIdx > ZERO
                 MOVE WSMvProduct TO WSSlFindProduct
                 MOVE WSMvSize TO WSSlFindSize
                 IF WSMvLocation = SPACES
                    PERFORM FindMainStockLine
                 ELSE
                    MOVE WSMvLocation TO WSSlFindLoc
                    PERFORM FindStockLine
                 END-IF
              END-IF
              IF WSSizeIdx > ZERO AND WSSlIdx > ZERO
                 EVALUATE WSMvType
                     WHEN 'R'
                         ADD WSMvQty
                             TO BaseQtyBySize(BaseIdx, WSSizeIdx)
                         ADD WSMvQty TO WSSlOnHand(WSSlIdx)
                     WHEN 'I'
                         SUBTRACT WSMvQty
                             FROM BaseQtyBySize(BaseIdx, WSSizeIdx)
                         SUBTRACT WSMvQty FROM WSSlOnHand(WSSlIdx)
      *> NEW : A means "the shelf said this" - an absolute set, the
      *> semantics stocktake.cob gave the type
      *> NEW : of the counted location's shelf; the total moves by
      *> the difference
                     WHEN 'A'
                         COMPUTE BaseQtyBySize(BaseIdx, WSSizeIdx) =
                             BaseQtyBySize(BaseIdx, WSSizeIdx)
                             + WSMvQty - WSSlOnHand(WSSlIdx)
                         MOVE WSMvQty TO WSSlOnHand(WSSlIdx)
      *> NEW : a transfer's legs move stock between shelves and
      *> transit - the total stays put
                     WHEN 'T'
                         MOVE WSSlIdx TO WSFromSlIdx
                         MOVE WSMvOtherLoc TO WSSlFindLoc
                         PERFORM FindStockLine
                         IF WSSlIdx > ZERO
                            SUBTRACT WSMvQty
                                FROM WSSlOnHand(WSFromSlIdx)
                            ADD WSMvQty TO WSSlInTransit(WSSlIdx)
                         END-IF
                     WHEN 'D'
                         SUBTRACT WSMvQty FROM WSSlInTransit(WSSlIdx)
                         ADD WSMvQty TO WSSlOnHand(WSSlIdx)
                     WHEN OTHER
                         CONTINUE
                 END-EVALUATE
               UNTIL BaseIdx > WSBaseCount
               PERFORM CompareOneProduct
           END-PERFORM.
           PERFORM CompareLocations.
           IF WSDiscrepCount = ZERO
              MOVE "Every product, size and location ties out"
                  TO ReportLine
              WRITE ReportLine
                  AFTER ADVANCING 2 LINES
              END-WRITE
              DISPLAY "invreplay: " WSAppliedCount " movement(s) "
                  "replayed - everything ties out"
              END-PERFORM
           END-IF.

       *> NEW : every location line the replay ended with against
       *> the live one, then any live line the replay never had -
       *> a line missing from either side counts as zero
       CompareLocations.
           MOVE SPACES TO ReportLine.
           MOVE "By location - on hand / in transit" TO ReportLine.
           WRITE ReportLine
               AFTER ADVANCING 2 LINES
           END-WRITE.
           PERFORM VARYING WSSlScan FROM 1 BY 1
               UNTIL WSSlScan > WSSlCount
               PERFORM CompareOneLocationLine
           END-PERFORM.
           PERFORM VARYING WSLvIdx FROM 1 BY 1
               UNTIL WSLvIdx > WSLiveSlCount
               MOVE WSLvProduct(WSLvIdx) TO WSSlFindProduct
               MOVE WSLvSize(WSLvIdx) TO WSSlFindSize
               MOVE WSLvLoc(WSLvIdx) TO WSSlFindLoc
               MOVE ZERO TO WSSlIdx
               PERFORM VARYING WSSlScan FROM 1 BY 1
                   UNTIL WSSlScan > WSSlCount OR WSSlIdx > ZERO
                   IF WSSlProduct(WSSlScan) = WSSlFindProduct
                      AND WSSlSize(WSSlScan) = WSSlFindSize
                      AND WSSlLoc(WSSlScan) = WSSlFindLoc
                      MOVE WSSlScan TO WSSlIdx
                   END-IF
               END-PERFORM
               IF WSSlIdx = ZERO
                  AND (WSLvOnHand(WSLvIdx) > ZERO
                   OR WSLvInTransit(WSLvIdx) > ZERO)
                  MOVE WSLvProduct(WSLvIdx) TO WSLDProduct
                  MOVE WSLvSize(WSLvIdx) TO WSLDSize
                  MOVE WSLvLoc(WSLvIdx) TO WSLDLoc
                  MOVE ZERO TO WSLDRepOnHand
                  MOVE ZERO TO WSLDRepTransit
                  MOVE WSLvOnHand(WSLvIdx) TO WSLDLiveOnHand
                  MOVE WSLvInTransit(WSLvIdx) TO WSLDLiveTransit
                  PERFORM WriteLocationBreak
               END-IF
           END-PERFORM.

       CompareOneLocationLine.
           MOVE ZERO TO WSLvFound.
           PERFORM VARYING WSLvIdx FROM 1 BY 1
               UNTIL WSLvIdx > WSLiveSlCount OR WSLvFound > ZERO
               IF WSLvProduct(WSLvIdx) = WSSlProduct(WSSlScan)
                  AND WSLvSize(WSLvIdx) = WSSlSize(WSSlScan)
                  AND WSLvLoc(WSLvIdx) = WSSlLoc(WSSlScan)
                  MOVE WSLvIdx TO WSLvFound
               END-IF
           END-PERFORM.
           MOVE WSSlProduct(WSSlScan) TO WSLDProduct.
           MOVE WSSlSize(WSSlScan) TO WSLDSize.
           MOVE WSSlLoc(WSSlScan) TO WSLDLoc.
           MOVE WSSlOnHand(WSSlScan) TO WSLDRepOnHand.
           MOVE WSSlInTransit(WSSlScan) TO WSLDRepTransit.
           IF WSLvFound = ZERO
              MOVE ZERO TO WSLDLiveOnHand
              MOVE ZERO TO WSLDLiveTransit
              IF WSSlOnHand(WSSlScan) > ZERO
                 OR WSSlInTransit(WSSlScan) > ZERO
                 PERFORM WriteLocationBreak
              END-IF
           ELSE
              MOVE WSLvOnHand(WSLvFound) TO WSLDLiveOnHand
              MOVE WSLvInTransit(WSLvFound) TO WSLDLiveTransit
              IF WSSlOnHand(WSSlScan) NOT = WSLvOnHand(WSLvFound)
                 OR WSSlInTransit(WSSlScan) NOT =
                    WSLvInTransit(WSLvFound)
                 PERFORM WriteLocationBreak
              END-IF
           END-IF.

       WriteLocationBreak.
           ADD 1 TO WSDiscrepCount.
           WRITE ReportLine FROM WSLocDetail
               AFTER ADVANCING 1 LINE
           END-WRITE.

      *> NEW : file-open error handling standardized via the shared
      *> Copybooks/filestatuschkp.cpy paragraph instead of each
      *> program writing its own IF/DISPLAY
       COPY filestatuschkp.

      *> NEW : shared stock-by-location handling - see
      *> Copybooks/locstockp.cpy - its settle pass runs over the
      *> live table here
       COPY locstockp REPLACING ==ShirtIdx== BY ==LiveIdx==
                                ==WSProdCount== BY ==WSLiveCount==
                                ==ProdName== BY ==LiveName==
                                ==ProdSizes== BY ==LiveSizes==
                                ==ProdQtyBySize== BY ==LiveQtyBySize==.
