      *> Shared stock-by-location handling, COPYed into the PROCEDURE
      *> DIVISION by the programs that keep stock by location
      *> (invtrans.cob, stocktake.cob, fixed.cob, invreplay.cob,
      *> stocklocrpt.cob), and by pickrun.cob, which reads the main
      *> location's shelf without saving. Requires the fields from
      *> Copybooks/locstock.cpy. No Locations.dat means one location,
      *> MAIN, holding everything - exactly the single figure per
      *> size there was before.
       LoadLocations.
           MOVE ZERO TO WSLcCount.
           MOVE ZERO TO WSLcMainIdx.
           MOVE 'N' TO WSLsEOF.
           OPEN INPUT LocationFile.
           IF WSLocStatus = "00"
              PERFORM UNTIL LsEndOfFile
                 READ LocationFile
                     AT END MOVE 'Y' TO WSLsEOF
                     NOT AT END
                         IF LcCode NOT = SPACES
                            PERFORM FileOneLocation
                         END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE LocationFile.
           MOVE 'N' TO WSLsEOF.
           IF WSLcCount = ZERO
              MOVE 1 TO WSLcCount
              MOVE "MAIN" TO WSLcCode(1)
              MOVE "Main store" TO WSLcName(1)
           END-IF.
           IF WSLcMainIdx = ZERO
              MOVE 1 TO WSLcMainIdx
           END-IF.

       FileOneLocation.
           IF WSLcCount < 10
              ADD 1 TO WSLcCount
              MOVE LcCode TO WSLcCode(WSLcCount)
              MOVE LcName TO WSLcName(WSLcCount)
              IF LcIsMain AND WSLcMainIdx = ZERO
                 MOVE WSLcCount TO WSLcMainIdx
              END-IF
           ELSE
              DISPLAY WSLsProg ": more than 10 locations on "
                  "Locations.dat - " LcCode " ignored"
           END-IF.

       FindLocation.
           MOVE ZERO TO WSLcIdx.
           IF WSLcFindCode = SPACES
              MOVE WSLcMainIdx TO WSLcIdx
           ELSE
              PERFORM VARYING WSLcScan FROM 1 BY 1
                  UNTIL WSLcScan > WSLcCount OR WSLcIdx > ZERO
                  IF WSLcCode(WSLcScan) = WSLcFindCode
                     MOVE WSLcScan TO WSLcIdx
                  END-IF
              END-PERFORM
           END-IF.

      *> The table is rewritten from memory, so a file it can't hold
      *> stops the run before anything is lost
       LoadStockByLocation.
           MOVE ZERO TO WSSlCount.
           MOVE 'N' TO WSSlOverflow.
           MOVE 'N' TO WSLsEOF.
           OPEN INPUT StockLocFile.
           IF WSStockLocStatus = "00"
              PERFORM UNTIL LsEndOfFile
                 READ StockLocFile
                     AT END MOVE 'Y' TO WSLsEOF
                     NOT AT END
                         IF SlProduct NOT = SPACES
                            PERFORM FileOneStockLine
                         END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE StockLocFile.
           MOVE 'N' TO WSLsEOF.
           IF StockLocTableFull
              DISPLAY WSLsProg ": StockByLocation.dat has more than "
                  "600 lines - table exceeded, aborting before "
                  "anything is lost"
              MOVE 16 TO RETURN-CODE
           END-IF.

       FileOneStockLine.
           IF WSSlCount < 600
              ADD 1 TO WSSlCount
              MOVE SlProduct TO WSSlProduct(WSSlCount)
              MOVE SlSize TO WSSlSize(WSSlCount)
              MOVE SlLocation TO WSSlLoc(WSSlCount)
              IF SlOnHand NUMERIC
                 MOVE SlOnHand TO WSSlOnHand(WSSlCount)
              ELSE
                 MOVE ZERO TO WSSlOnHand(WSSlCount)
              END-IF
              IF SlInTransit NUMERIC
                 MOVE SlInTransit TO WSSlInTransit(WSSlCount)
              ELSE
                 MOVE ZERO TO WSSlInTransit(WSSlCount)
              END-IF
           ELSE
              SET StockLocTableFull TO TRUE
              MOVE 'Y' TO WSLsEOF
           END-IF.

       FindStockLine.
           MOVE ZERO TO WSSlIdx.
           PERFORM VARYING WSSlScan FROM 1 BY 1
               UNTIL WSSlScan > WSSlCount OR WSSlIdx > ZERO
               IF WSSlProduct(WSSlScan) = WSSlFindProduct
                  AND WSSlSize(WSSlScan) = WSSlFindSize
                  AND WSSlLoc(WSSlScan) = WSSlFindLoc
                  MOVE WSSlScan TO WSSlIdx
               END-IF
           END-PERFORM.
           IF WSSlIdx = ZERO
              IF WSSlCount < 600
                 ADD 1 TO WSSlCount
                 MOVE WSSlCount TO WSSlIdx
                 MOVE WSSlFindProduct TO WSSlProduct(WSSlIdx)
                 MOVE WSSlFindSize TO WSSlSize(WSSlIdx)
                 MOVE WSSlFindLoc TO WSSlLoc(WSSlIdx)
                 MOVE ZERO TO WSSlOnHand(WSSlIdx)
                 MOVE ZERO TO WSSlInTransit(WSSlIdx)
              ELSE
                 DISPLAY WSLsProg ": stock-by-location table full - "
                     WSSlFindProduct " " WSSlFindSize " at "
                     WSSlFindLoc " can't be held"
              END-IF
           END-IF.

       FindMainStockLine.
           MOVE WSLcCode(WSLcMainIdx) TO WSSlFindLoc.
           PERFORM FindStockLine.

      *> The product total is the truth the older programs keep - the
      *> main location holds whatever of it isn't on another
      *> location's shelf or in transit. A total below what is held
      *> elsewhere can't be settled; the main shelf goes to zero and
      *> the difference is reported for a count.
       SettleMainLocation.
           MOVE ZERO TO WSSlElsewhere.
           PERFORM VARYING WSSlScan FROM 1 BY 1
               UNTIL WSSlScan > WSSlCount
               IF WSSlProduct(WSSlScan) = WSSlFindProduct
                  AND WSSlSize(WSSlScan) = WSSlFindSize
                  ADD WSSlInTransit(WSSlScan) TO WSSlElsewhere
                  IF WSSlLoc(WSSlScan) NOT = WSLcCode(WSLcMainIdx)
                     ADD WSSlOnHand(WSSlScan) TO WSSlElsewhere
                  END-IF
               END-IF
           END-PERFORM.
           PERFORM FindMainStockLine.
           IF WSSlIdx > ZERO
              IF WSSlBookQty < WSSlElsewhere
                 MOVE ZERO TO WSSlOnHand(WSSlIdx)
                 DISPLAY WSLsProg ": " WSSlFindProduct " size "
                     WSSlFindSize " book " WSSlBookQty
                     " is less than the " WSSlElsewhere
                     " held at other locations or in transit - "
                     "count it"
              ELSE
                 COMPUTE WSSlOnHand(WSSlIdx) =
                     WSSlBookQty - WSSlElsewhere
              END-IF
           END-IF.

      *> Every size of every product in the program's Shirt table - a
      *> size letter repeated on the record is the same stock, so
      *> only its first position counts
       SettleProductLocations.
           PERFORM VARYING ShirtIdx FROM 1 BY 1
               UNTIL ShirtIdx > WSProdCount
               PERFORM VARYING WSLsSizeScan FROM 1 BY 1
                   UNTIL WSLsSizeScan > 3
                   IF ProdSizes(ShirtIdx, WSLsSizeScan) NOT = SPACE
                      AND (WSLsSizeScan = 1
                       OR ProdSizes(ShirtIdx, WSLsSizeScan) NOT =
                          ProdSizes(ShirtIdx, 1))
                      AND (WSLsSizeScan < 3
                       OR ProdSizes(ShirtIdx, 3) NOT =
                          ProdSizes(ShirtIdx, 2))
                      MOVE ProdName(ShirtIdx) TO WSSlFindProduct
                      MOVE ProdSizes(ShirtIdx, WSLsSizeScan)
                          TO WSSlFindSize
                      MOVE ProdQtyBySize(ShirtIdx, WSLsSizeScan)
                          TO WSSlBookQty
                      PERFORM SettleMainLocation
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> A line with nothing on the shelf and nothing coming is
      *> dropped, except at the main location
       SaveStockByLocation.
           OPEN OUTPUT StockLocFile.
           IF WSStockLocStatus NOT = "00"
              DISPLAY WSLsProg ": unable to save StockByLocation.dat"
                  " - status " WSStockLocStatus
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM VARYING WSSlScan FROM 1 BY 1
                  UNTIL WSSlScan > WSSlCount
                  IF WSSlOnHand(WSSlScan) > ZERO
                     OR WSSlInTransit(WSSlScan) > ZERO
                     OR WSSlLoc(WSSlScan) = WSLcCode(WSLcMainIdx)
                     MOVE SPACES TO StockLocRecord
                     MOVE WSSlProduct(WSSlScan) TO SlProduct
                     MOVE WSSlSize(WSSlScan) TO SlSize
                     MOVE WSSlLoc(WSSlScan) TO SlLocation
                     MOVE WSSlOnHand(WSSlScan) TO SlOnHand
                     MOVE WSSlInTransit(WSSlScan) TO SlInTransit
                     WRITE StockLocRecord
                     END-WRITE
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE StockLocFile.
