       *> rewrites the updated quantities back to Product.dat, and
       *> logs every movement to InvMovements.log so the low-stock
       *> report finally reflects reality.
       *> NEW : stock is held by location now (Locations.dat,
       *> StockByLocation.dat) - a receipt or issue names the
       *> location it happens at (blank for the main one), an issue
       *> is checked against that location's shelf, and a T movement
       *> sends stock to another location on a numbered transfer
       *> (Transfers.dat) that sits in transit until a D movement
       *> receives it. Both legs log to InvMovements.log.
       *> NEW : OpenPOs.dat lines carry the agreed unit cost and the
       *> quantity invoiced for apinvoice.cob - written back as read.
       *> NEW : the warehouse's file carries a header (source
       *> INVTRANS, file date, sequence) and a trailer (movement
       *> count, hash total of the quantities) and is proved whole
       *> before a single movement applies - a short, repeated or
       *> out-of-sequence file is refused whole and logged to
       *> InterfaceRejects.log for the morning summary.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT POFile ASSIGN TO 'OpenPOs.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSPOStatus.
       *> NEW : where the stock is - the locations, the on-hand at
       *> each, and the transfers between them still in transit
              SELECT LocationFile ASSIGN TO 'Locations.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSLocStatus.
              SELECT StockLocFile ASSIGN TO 'StockByLocation.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSStockLocStatus.
              SELECT TransferFile ASSIGN TO 'Transfers.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSTransferStatus.
              SELECT XferCtlFile ASSIGN TO 'NextTransfer.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSXferCtlStatus.
       *> NEW : inbound files accepted and refused - see
       *> Copybooks/ifctl.cpy
              SELECT IfControlFile ASSIGN TO 'InterfaceControl.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSIfControlStatus.
              SELECT IfRejectFile ASSIGN TO 'InterfaceRejects.log'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSIfRejectStatus.

       DATA DIVISION.
       FILE SECTION.
              02 TrnType      PIC X.
                  88 TrnReceipt    VALUE 'R' 'r'.
                  88 TrnIssue      VALUE 'I' 'i'.
      *> NEW : transfer sent, and transfer delivered
                  88 TrnTransferOut VALUE 'T' 't'.
                  88 TrnTransferIn  VALUE 'D' 'd'.
              02 TrnSize      PIC A.
              02 TrnQty       PIC 9(4).
      *> NEW : the unit cost paid on a receipt - blank on issues and
      *> NEW : the purchase order a receipt fulfils - blank means an
      *> unordered arrival, which is reported, not refused
              02 TrnPONum     PIC 9(6).
      *> NEW : where the movement happens - blank is the main
      *> location. A transfer (T) sends from here to TrnToLoc; a
      *> transfer receipt (D) names the transfer it receives and may
      *> leave product, size and quantity blank.
              02 TrnLocation  PIC X(4).
              02 TrnToLoc     PIC X(4).
              02 TrnXferNum   PIC 9(6).
       FD MovementFile.
      *> NEW : widened for the location columns
       01 MovementLine    PIC X(80).
       FD POFile.
       *> NEW : shared with porder.cob via Copybooks/porec.cpy so
       *> the layout only changes in one place
       COPY porec.
       FD LocationFile.
       COPY locrec.
       FD StockLocFile.
       COPY stockloc.
       FD TransferFile.
       COPY xferrec.
       FD XferCtlFile.
       01 XferCtlRecord   PIC 9(6).
       FD IfControlFile.
       01 IfControlLine   PIC X(100).
       FD IfRejectFile.
       01 IfRejectLine    PIC X(100).

       WORKING-STORAGE SECTION.
       01 WSFileStatus    PIC XX.
                  03 WSPOReceived   PIC 9(4).
                  03 WSPODate       PIC 9(8).
                  03 WSPOState      PIC X.
      *> NEW : carried through for apinvoice.cob
                  03 WSPOUnitCost   PIC 9(4)V99.
                  03 WSPOInvoiced   PIC 9(4).
       01 WSPOCount       PIC 9(3) VALUE ZERO.
       01 WSPOIdx         PIC 9(3).
       01 WSPOFound       PIC 9(3).
              02 WSMvQty      PIC 9(4).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSMvOutcome  PIC X(24).
      *> NEW : the location the movement happened at, and for a
      *> transfer the location at its other end
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSMvLocation PIC X(4).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSMvOtherLoc PIC X(4).
       *> NEW : the transfers in transit, loaded whole, added to as
       *> transfers are sent and dropped as they are received
       01 WSTransferStatus PIC XX.
       01 WSXferCtlStatus PIC XX.
       01 WSXfTable.
              02 WSXfLine OCCURS 500 TIMES PIC X(38).
       01 WSXfCount       PIC 9(3) VALUE ZERO.
       01 WSXfIdx         PIC 9(3).
       01 WSXfFound       PIC 9(3).
       01 WSNextXfer      PIC 9(6) VALUE 1.
       01 WSXfOverflow    PIC X VALUE 'N'.
              88 XferTableFull   VALUE 'Y'.
       01 WSXfTouched     PIC X VALUE 'N'.
              88 XfersTouched    VALUE 'Y'.
       01 WSFromSlIdx     PIC 9(3).
       01 WSToday         PIC 9(8).
      *> NEW : shared stock-by-location fields - see
      *> Copybooks/locstockp.cpy
       COPY locstock.
      *> NEW : shared file-open status check - see
      *> Copybooks/filestatuschkp.cpy
       COPY filestatuschk.
      *> NEW : shared inbound interface control fields - see
      *> Copybooks/ifctlp.cpy
       COPY ifctl.

       PROCEDURE DIVISION.
       Main.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
      *> NEW : the shelf at each location, settled against the
      *> product totals the location-blind programs may have moved,
      *> and the transfers still on the road
           MOVE "invtrans" TO WSLsProg.
           PERFORM LoadLocations.
           PERFORM LoadStockByLocation.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM SettleProductLocations.
           PERFORM LoadTransfers.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday.
      *> NEW : header and trailer proved before anything applies
           PERFORM CheckMovementControl.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           OPEN INPUT TransFile.
           MOVE WSTransStatus TO WSCheckFileStatus.
           MOVE "invtrans" TO WSCheckProgLabel.
              READ TransFile
                  AT END MOVE 'Y' TO WSEOF
                  NOT AT END
                      MOVE TransRecord TO WSIfLine
                      IF NOT IfControlTag
                         ADD 1 TO WSTransCount
                         PERFORM ApplyOneMovement
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE TransFile.
           PERFORM SaveProducts.
           PERFORM SaveStockByLocation.
           IF POsTouched
              PERFORM SaveOpenPOs
           END-IF.
           IF XfersTouched
              PERFORM SaveTransfers
           END-IF.
           IF IfAccepted
              PERFORM LogInterfaceAccepted
           END-IF.
           DISPLAY "invtrans: " WSTransCount " movement(s) read, "
               WSAppliedCount " applied, " WSRejectCount
               " rejected - see InvMovements.log".
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

      *> NEW : the whole file read once against its header and
      *> trailer - the hash is the movement quantities. A file that
      *> won't open is left to the open check in Main.
       CheckMovementControl.
           MOVE "INVTRANS" TO WSIfSource.
           MOVE "invtrans" TO WSIfProgLabel.
           MOVE "InvTrans.dat" TO WSIfFileLabel.
           PERFORM StartInterfaceCheck.
           MOVE 'N' TO WSEOF.
           OPEN INPUT TransFile.
           IF WSTransStatus NOT = "00"
              CLOSE TransFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ TransFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         MOVE TransRecord TO WSIfLine
                         PERFORM TakeInterfaceLine
                         IF IfDetailLine AND TrnQty NUMERIC
                            ADD TrnQty TO WSIfHash
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE TransFile
              MOVE 'N' TO WSEOF
              PERFORM FinishInterfaceCheck
           END-IF.

       LoadProducts.
           OPEN INPUT ProductFile.
           MOVE WSFileStatus TO WSCheckFileStatus.
       *> drive the quantity negative is rejected and logged, the
       *> stock level untouched
       ApplyOneMovement.
           MOVE SPACES TO WSMvLocation.
           MOVE SPACES TO WSMvOtherLoc.
      *> NEW : a transfer receipt may name only its transfer - the
      *> product and size come off the transfer itself
           IF TrnTransferIn
              PERFORM FindTransfer
              IF WSXfFound > ZERO AND TrnProduct = SPACES
                 MOVE XfProduct TO TrnProduct
                 MOVE XfSize TO TrnSize
              END-IF
           END-IF.
           MOVE 'N' TO WSFoundFlag.
           SET ShirtIdx TO 1.
           SEARCH Shirt
               AT END
                   IF TrnTransferIn AND WSXfFound = ZERO
                      MOVE "unknown transfer" TO WSMvOutcome
                   ELSE
                      MOVE "unknown product" TO WSMvOutcome
                   END-IF
                   ADD 1 TO WSRejectCount
                   PERFORM WriteMovement
               WHEN ProdName(ShirtIdx) = TrnProduct
           END-SEARCH.
           IF ProductFound
              PERFORM FindSizeSlot
              PERFORM FindMovementLocation
           END-IF.
           IF ProductFound
              EVALUATE TRUE
                  WHEN WSSizeIdx = ZERO
                      MOVE "unknown size" TO WSMvOutcome
                      ADD 1 TO WSRejectCount
                  WHEN TrnTransferIn
                      PERFORM ReceiveTransfer
                  WHEN TrnQty NOT NUMERIC
                      MOVE "bad quantity" TO WSMvOutcome
                      ADD 1 TO WSRejectCount
      *> NEW : the location must be on file, and have room in the
      *> table for its line
                  WHEN WSLcIdx = ZERO
                      MOVE "unknown location" TO WSMvOutcome
                      ADD 1 TO WSRejectCount
                  WHEN WSSlIdx = ZERO
                      MOVE "location table full" TO WSMvOutcome
                      ADD 1 TO WSRejectCount
      *> NEW : the overflow test is made before the ADD - nesting a
      *> counter ADD inside the size-error phrase of another ADD is
      *> exactly the kind of statement the next maintainer misreads
                      ELSE
                         ADD TrnQty
                             TO ProdQtyBySize(ShirtIdx, WSSizeIdx)
                         ADD TrnQty TO WSSlOnHand(WSSlIdx)
                         PERFORM UpdateAverageCost
                         PERFORM CheckReceiptAgainstPO
                         MOVE "received" TO WSMvOutcome
                         ADD 1 TO WSAppliedCount
                      END-IF
      *> NEW : an issue comes off one location's shelf - stock
      *> across town doesn't cover it
                  WHEN TrnIssue
                      IF TrnQty > WSSlOnHand(WSSlIdx)
                         MOVE "insufficient stock" TO WSMvOutcome
                         ADD 1 TO WSRejectCount
                      ELSE
                         SUBTRACT TrnQty
                             FROM ProdQtyBySize(ShirtIdx, WSSizeIdx)
                         SUBTRACT TrnQty FROM WSSlOnHand(WSSlIdx)
                         MOVE "issued" TO WSMvOutcome
                         ADD 1 TO WSAppliedCount
                      END-IF
                  WHEN TrnTransferOut
                      PERFORM SendTransfer
                  WHEN OTHER
                      MOVE "unknown movement type" TO WSMvOutcome
                      ADD 1 TO WSRejectCount
              PERFORM WriteMovement
           END-IF.

       *> NEW : the location the movement names - blank is the main
       *> location - and its line for this product and size.
       *> WSLcIdx zero is a location not on Locations.dat.
       FindMovementLocation.
           MOVE ZERO TO WSSlIdx.
           MOVE TrnLocation TO WSLcFindCode.
           PERFORM FindLocation.
           IF WSLcIdx = ZERO
              MOVE TrnLocation TO WSMvLocation
           ELSE
              MOVE WSLcCode(WSLcIdx) TO WSMvLocation
              IF WSSizeIdx > ZERO
                 MOVE TrnProduct TO WSSlFindProduct
                 MOVE TrnSize TO WSSlFindSize
                 MOVE WSLcCode(WSLcIdx) TO WSSlFindLoc
                 PERFORM FindStockLine
              END-IF
           END-IF.

       *> NEW : the sending leg - the stock leaves this location's
       *> shelf and is counted in transit against the destination
       *> under a new transfer number. The product total doesn't
       *> move; the stock is still the company's, just on the road.
       SendTransfer.
           MOVE TrnToLoc TO WSMvOtherLoc.
           MOVE WSSlIdx TO WSFromSlIdx.
           MOVE TrnToLoc TO WSLcFindCode.
           IF TrnToLoc = SPACES
              MOVE ZERO TO WSLcIdx
           ELSE
              PERFORM FindLocation
           END-IF.
           EVALUATE TRUE
               WHEN WSLcIdx = ZERO
                   MOVE "unknown destination" TO WSMvOutcome
                   ADD 1 TO WSRejectCount
               WHEN WSLcCode(WSLcIdx) = WSMvLocation
                   MOVE "same location both ends" TO WSMvOutcome
                   ADD 1 TO WSRejectCount
               WHEN TrnQty = ZERO
                   MOVE "bad quantity" TO WSMvOutcome
                   ADD 1 TO WSRejectCount
               WHEN TrnQty > WSSlOnHand(WSFromSlIdx)
                   MOVE "insufficient stock" TO WSMvOutcome
                   ADD 1 TO WSRejectCount
               WHEN WSXfCount = 500
                   MOVE "transfer file full" TO WSMvOutcome
                   ADD 1 TO WSRejectCount
               WHEN OTHER
                   MOVE TrnProduct TO WSSlFindProduct
                   MOVE TrnSize TO WSSlFindSize
                   MOVE TrnToLoc TO WSSlFindLoc
                   PERFORM FindStockLine
                   IF WSSlIdx = ZERO
                      MOVE "location table full" TO WSMvOutcome
                      ADD 1 TO WSRejectCount
                   ELSE
                      SUBTRACT TrnQty FROM WSSlOnHand(WSFromSlIdx)
                      ADD TrnQty TO WSSlInTransit(WSSlIdx)
                      PERFORM FileNewTransfer
                      MOVE "sent in transit" TO WSMvOutcome
                      ADD 1 TO WSAppliedCount
                   END-IF
           END-EVALUATE.

       FileNewTransfer.
           MOVE SPACES TO TransferRecord.
           MOVE WSNextXfer TO XfNum.
           MOVE TrnProduct TO XfProduct.
           MOVE TrnSize TO XfSize.
           MOVE WSMvLocation TO XfFrom.
           MOVE TrnToLoc TO XfTo.
           MOVE TrnQty TO XfQty.
           MOVE WSToday TO XfSentOn.
           ADD 1 TO WSXfCount.
           MOVE TransferRecord TO WSXfLine(WSXfCount).
           SET XfersTouched TO TRUE.
           DISPLAY "invtrans: transfer " XfNum " - " TrnQty " "
               TrnProduct " size " TrnSize " from " XfFrom " to "
               XfTo " in transit".
           ADD 1 TO WSNextXfer.
           PERFORM SaveNextTransferNumber.

       *> NEW : the receiving leg - the whole transfer comes off the
       *> destination's in-transit figure onto its shelf, and the
       *> transfer leaves the file. A delivery that doesn't match
       *> what was sent is refused; receive it as sent and count the
       *> difference through stocktake.cob.
       ReceiveTransfer.
           EVALUATE TRUE
               WHEN WSXfFound = ZERO
                   MOVE "unknown transfer" TO WSMvOutcome
                   ADD 1 TO WSRejectCount
               WHEN XfProduct NOT = TrnProduct
                   OR XfSize NOT = TrnSize
                   MOVE "not transfer's product" TO WSMvOutcome
                   ADD 1 TO WSRejectCount
               WHEN TrnLocation NOT = SPACES
                   AND TrnLocation NOT = XfTo
                   MOVE TrnLocation TO WSMvLocation
                   MOVE "wrong receiving location" TO WSMvOutcome
                   ADD 1 TO WSRejectCount
               WHEN TrnQty NUMERIC AND TrnQty NOT = ZERO
                   AND TrnQty NOT = XfQty
                   MOVE "qty not as transferred" TO WSMvOutcome
                   ADD 1 TO WSRejectCount
               WHEN OTHER
                   MOVE XfQty TO TrnQty
                   MOVE XfTo TO WSMvLocation
                   MOVE XfFrom TO WSMvOtherLoc
                   MOVE TrnProduct TO WSSlFindProduct
                   MOVE TrnSize TO WSSlFindSize
                   MOVE XfTo TO WSSlFindLoc
                   PERFORM FindStockLine
                   IF WSSlIdx = ZERO
                      MOVE "location table full" TO WSMvOutcome
                      ADD 1 TO WSRejectCount
                   ELSE
                      IF WSSlInTransit(WSSlIdx) < XfQty
                         MOVE ZERO TO WSSlInTransit(WSSlIdx)
                      ELSE
                         SUBTRACT XfQty FROM WSSlInTransit(WSSlIdx)
                      END-IF
                      ADD XfQty TO WSSlOnHand(WSSlIdx)
                      PERFORM DropTransfer
                      MOVE "transfer received" TO WSMvOutcome
                      ADD 1 TO WSAppliedCount
                   END-IF
           END-EVALUATE.

      *> NEW : leaves the transfer named on the line in
      *> TransferRecord, WSXfFound zero if it isn't in transit
       FindTransfer.
           MOVE ZERO TO WSXfFound.
           IF TrnXferNum NUMERIC
              PERFORM VARYING WSXfIdx FROM 1 BY 1
                  UNTIL WSXfIdx > WSXfCount OR WSXfFound > ZERO
                  MOVE WSXfLine(WSXfIdx) TO TransferRecord
                  IF XfNum = TrnXferNum
                     MOVE WSXfIdx TO WSXfFound
                  END-IF
              END-PERFORM
           END-IF.

       DropTransfer.
           PERFORM VARYING WSXfIdx FROM WSXfFound BY 1
               UNTIL WSXfIdx >= WSXfCount
               MOVE WSXfLine(WSXfIdx + 1) TO WSXfLine(WSXfIdx)
           END-PERFORM.
           SUBTRACT 1 FROM WSXfCount.
           SET XfersTouched TO TRUE.

       LoadTransfers.
           MOVE 'N' TO WSEOF.
           OPEN INPUT TransferFile.
           IF WSTransferStatus NOT = "00"
              CLOSE TransferFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ TransferFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSXfCount < 500
                            ADD 1 TO WSXfCount
                            MOVE TransferRecord
                                TO WSXfLine(WSXfCount)
                         ELSE
                            SET XferTableFull TO TRUE
                            MOVE 'Y' TO WSEOF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE TransferFile
              MOVE 'N' TO WSEOF
              IF XferTableFull
                 DISPLAY "invtrans: more than 500 transfers in "
                     "transit - table exceeded, aborting before "
                     "anything is lost"
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.
           PERFORM ReadNextTransferNumber.

       SaveTransfers.
           OPEN OUTPUT TransferFile.
           IF WSTransferStatus NOT = "00"
              DISPLAY "invtrans: unable to save Transfers.dat - "
                  "status " WSTransferStatus
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM VARYING WSXfIdx FROM 1 BY 1
                  UNTIL WSXfIdx > WSXfCount
                  MOVE WSXfLine(WSXfIdx) TO TransferRecord
                  WRITE TransferRecord
                  END-WRITE
              END-PERFORM
           END-IF.
           CLOSE TransferFile.

      *> NEW : the transfer number is taken and rewritten as each
      *> transfer is filed - NextPO.dat's discipline
       ReadNextTransferNumber.
           OPEN INPUT XferCtlFile.
           IF WSXferCtlStatus = "00"
              READ XferCtlFile
                  AT END CONTINUE
                  NOT AT END
                      IF XferCtlRecord NUMERIC
                         MOVE XferCtlRecord TO WSNextXfer
                      END-IF
              END-READ
           END-IF.
           CLOSE XferCtlFile.

       SaveNextTransferNumber.
           OPEN OUTPUT XferCtlFile.
           MOVE WSNextXfer TO XferCtlRecord.
           WRITE XferCtlRecord.
           CLOSE XferCtlFile.

       *> NEW : the classic moving average - the cost already on
       *> hand weighted against the cost just paid. A receipt with no
       *> cost keyed leaves the average alone; the first costed
                            MOVE PoDate TO WSPODate(WSPOCount)
                            MOVE PoStatus
                                TO WSPOState(WSPOCount)
                            MOVE PoUnitCost
                                TO WSPOUnitCost(WSPOCount)
                            MOVE PoQtyInvoiced
                                TO WSPOInvoiced(WSPOCount)
                         ELSE
                            SET POTableFull TO TRUE
                            MOVE 'Y' TO WSEOF
                  MOVE WSPOReceived(WSPOIdx) TO PoQtyReceived
                  MOVE WSPODate(WSPOIdx) TO PoDate
                  MOVE WSPOState(WSPOIdx) TO PoStatus
                  MOVE WSPOUnitCost(WSPOIdx) TO PoUnitCost
                  MOVE WSPOInvoiced(WSPOIdx) TO PoQtyInvoiced
                  WRITE PORecord
                  END-WRITE
              END-PERFORM
      *> Copybooks/filestatuschkp.cpy paragraph instead of each
      *> program writing its own IF/DISPLAY
       COPY filestatuschkp.

      *> NEW : shared stock-by-location handling - see
      *> Copybooks/locstockp.cpy
       COPY locstockp.

      *> NEW : shared inbound interface control check - see
      *> Copybooks/ifctl.cpy for the fields
       COPY ifctlp.
