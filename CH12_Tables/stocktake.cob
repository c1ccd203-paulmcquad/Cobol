       *> (counted) movement type - as auditable as a receipt or an
       *> issue, and the counts file clears so a take can't apply
       *> twice.
       *> NEW : the apply also values each correction at the
       *> product's PRAvgCost and journals the take's shrinkage to
       *> cost of sales against inventory in GLJournal.dat (a surplus
       *> the other way), so the ledger's stock follows the shelf.
       *> NEW : stock is counted where it sits - the sheets print
       *> per location (Locations.dat), each count is keyed against
       *> a location, the variance compares it with that location's
       *> on-hand in StockByLocation.dat, and the apply sets that
       *> location's shelf, moving the product total by the
       *> difference.
       *> NEW : who keyed each count and who applied it go to
       *> DutyLog.dat, so sodreport.cob can show no count was applied
       *> by the operator who keyed it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT OperatorFile ASSIGN TO "OperatorMaster.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSOperatorStatus.
              SELECT GLJournalFile ASSIGN TO "GLJournal.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSGLStatus.
       *> NEW : the locations and the on-hand at each
              SELECT LocationFile ASSIGN TO 'Locations.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSLocStatus.
              SELECT DutyLogFile ASSIGN TO "DutyLog.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSDutyLogStatus.
              SELECT StockLocFile ASSIGN TO 'StockByLocation.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSStockLocStatus.

       DATA DIVISION.
       FILE SECTION.
      *> Copybooks/prodrec.cpy so the layout only changes in one
      *> place
       COPY prodrec.
       FD DutyLogFile.
       01 DutyLogLine      PIC X(80).
       FD CountFile.
       01 CountRecord.
              02 CntProduct   PIC X(5).
              02 CntSize      PIC A.
              02 FILLER       PIC X(1).
              02 CntQty       PIC 9(4).
      *> NEW : where it was counted - blank on counts keyed before
      *> locations, which were all the main location's
              02 FILLER       PIC X(1).
              02 CntLocation  PIC X(4).
       FD SheetFile.
       01 SheetLine    PIC X(50).
       FD ReportFile.
       01 ReportLine   PIC X(70).
       FD MovementFile.
      *> NEW : widened for the location columns
       01 MovementLine    PIC X(80).
       FD OperatorFile.
       01 OperatorRecord.
              02 OperID      PIC X(10).
              02 OperName    PIC X(20).
              02 FILLER      PIC X(2).
              02 OperLevel   PIC 9.
       FD GLJournalFile.
       COPY gljournal.
       FD LocationFile.
       COPY locrec.
       FD StockLocFile.
       COPY stockloc.

       WORKING-STORAGE SECTION.
       01 WSFileStatus     PIC XX.
       01 WSReportStatus   PIC XX.
       01 WSMovementStatus PIC XX.
       01 WSOperatorStatus PIC XX.
       01 WSGLStatus       PIC XX.
       01 WSEOF            PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
       *> NEW : the product table invtrans.cob holds, here too for
       01 WSSizeScan      PIC 9.
       *> NEW : the keyed counts, loaded whole for the variance and
       *> apply passes
      *> NEW : with the location each was counted at - room for
      *> three times the counts, one take per location
       01 WSCntTable.
              02 WSCntEntry OCCURS 180 TIMES.
                  03 WSCntProduct   PIC X(5).
                  03 WSCntSize      PIC A.
                  03 WSCntQty       PIC 9(4).
                  03 WSCntLoc       PIC X(4).
       01 WSCntCount      PIC 9(3) VALUE ZERO.
       01 WSCntIdx        PIC 9(3).
       01 WSCntOverflow   PIC X VALUE 'N'.
              88 CountTableFull    VALUE 'Y'.
       01 WSMenuChoice    PIC X VALUE SPACE.
       01 WSProdEntry     PIC X(5).
       01 WSSizeEntry     PIC X.
       01 WSQtyEntry      PIC X(4).
       01 WSLocEntry      PIC X(4).
       01 WSSheetLoc      PIC X(4).
       01 WSVariance      PIC S9(5).
       01 WSVarCount      PIC 99.
       01 WSApplyCount    PIC 99.
       01 WSStockChanged  PIC X VALUE 'N'.
              88 StockChanged     VALUE 'Y'.
       *> NEW : the take's corrections at average cost - what went
       *> missing and what turned up - for the journal
       01 WSAdjValue      PIC 9(7)V99 COMP-3.
       01 WSGLShortage    PIC 9(7)V99 COMP-3 VALUE ZERO.
       01 WSGLSurplus     PIC 9(7)V99 COMP-3 VALUE ZERO.
       *> NEW : same movement-line layout invtrans.cob writes - the
       *> A type with the counted quantity means "the shelf said
       *> this", so the log replays to the truth
              02 WSMvQty      PIC 9(4).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSMvOutcome  PIC X(24).
      *> NEW : the location the count was taken at
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSMvLocation PIC X(4).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSMvOtherLoc PIC X(4).
       01 WSSheetDetail.
              02 WSSProduct   PIC X(5).
              02 FILLER       PIC X(3) VALUE SPACES.
              02 WSVProduct   PIC X(5).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSVSize      PIC A.
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSVLocation  PIC X(4).
              02 FILLER       PIC X(8) VALUE "  book ".
              02 WSVBook      PIC ZZZ9.
              02 FILLER       PIC X(11) VALUE "  counted ".
       01 WSOperatorID    PIC X(10) VALUE SPACES.
       01 WSAuthority     PIC 9 VALUE ZERO.
              88 SupervisorAuthority   VALUE 2 THRU 9.
      *> NEW : shared stock-by-location fields - see
      *> Copybooks/locstockp.cpy
       COPY locstock.
      *> NEW : shared file-open status check - see
      *> Copybooks/filestatuschkp.cpy
       COPY filestatuschk.
      *> NEW : DutyLog.dat line - see Copybooks/dutylogp.cpy
       COPY dutylog.

       PROCEDURE DIVISION.
       Main.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
      *> NEW : each location's shelf, settled against the product
      *> totals the location-blind programs may have moved
           MOVE "stocktake" TO WSLsProg.
           PERFORM LoadLocations.
           PERFORM LoadStockByLocation.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM SettleProductLocations.
           PERFORM ShowTakeMenu UNTIL NOT KeepGoing.
      *> GOBACK so a batch driver can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       *> the shelf count on - book quantities deliberately left off
       *> the sheet, so the counter counts what's there instead of
       *> confirming what the file says
      *> NEW : one sheet per location, every product and size on
      *> each - the counter at the storage unit counts what is there,
      *> not what the file expects there. Blank prints them all.
       PrintCountSheets.
           MOVE SPACES TO WSSheetLoc.
           DISPLAY "Location (blank for every location) "
               WITH NO ADVANCING.
           ACCEPT WSSheetLoc.
           MOVE FUNCTION UPPER-CASE(WSSheetLoc) TO WSSheetLoc.
           IF WSSheetLoc NOT = SPACES
              MOVE WSSheetLoc TO WSLcFindCode
              PERFORM FindLocation
           END-IF.
           IF WSSheetLoc NOT = SPACES AND WSLcIdx = ZERO
              DISPLAY "Location not on Locations.dat"
           ELSE
              OPEN OUTPUT SheetFile
              IF WSSheetStatus NOT = "00"
                 DISPLAY "stocktake: unable to open CountSheets.txt"
                     " - status " WSSheetStatus
              ELSE
                 MOVE "Stocktake Count Sheet" TO SheetLine
                 WRITE SheetLine
                 PERFORM VARYING WSLcScan FROM 1 BY 1
                     UNTIL WSLcScan > WSLcCount
                     IF WSSheetLoc = SPACES
                        OR WSSheetLoc = WSLcCode(WSLcScan)
                        PERFORM PrintOneLocationSheet
                     END-IF
                 END-PERFORM
                 CLOSE SheetFile
                 DISPLAY "Count sheets printed to CountSheets.txt"
              END-IF
           END-IF.

       PrintOneLocationSheet.
           MOVE SPACES TO SheetLine.
           STRING "Location " WSLcCode(WSLcScan) " - "
               WSLcName(WSLcScan) DELIMITED BY SIZE INTO SheetLine.
           WRITE SheetLine
               AFTER ADVANCING 2 LINES
           END-WRITE.
           PERFORM VARYING ShirtIdx FROM 1 BY 1
               UNTIL ShirtIdx > WSProdCount
               PERFORM VARYING WSSizeScan FROM 1 BY 1
                   UNTIL WSSizeScan > 3
                   MOVE ProdName(ShirtIdx) TO WSSProduct
                   MOVE ProdSizes(ShirtIdx, WSSizeScan)
                       TO WSSSize
                   WRITE SheetLine FROM WSSheetDetail
                       AFTER ADVANCING 1 LINE
                   END-WRITE
               END-PERFORM
           END-PERFORM.

       *> NEW : counts validate against the master as they're keyed
       *> - an unknown product or size dies here, not in the apply
       KeyOneCount.
      *> NEW : the keying operator is logged against the count
           IF WSOperatorID = SPACES
              PERFORM EstablishAuthority
           END-IF.
           MOVE SPACES TO WSProdEntry.
           DISPLAY "Product (blank to cancel) " WITH NO ADVANCING.
           ACCEPT WSProdEntry.
           PERFORM FindSizeSlot.
           IF WSSizeIdx = ZERO
              DISPLAY "Product doesn't come in that size"
           ELSE
              PERFORM TakeCountLocation
           END-IF.

      *> NEW : the count is for one location's shelf - blank is the
      *> main location, anything else must be on Locations.dat
       TakeCountLocation.
           MOVE SPACES TO WSLocEntry.
           DISPLAY "Location (blank = " WSLcCode(WSLcMainIdx) ") "
               WITH NO ADVANCING.
           ACCEPT WSLocEntry.
           MOVE FUNCTION UPPER-CASE(WSLocEntry) TO WSLocEntry.
           MOVE WSLocEntry TO WSLcFindCode.
           PERFORM FindLocation.
           IF WSLcIdx = ZERO
              DISPLAY "Location not on Locations.dat - count not "
                  "written"
           ELSE
              MOVE SPACES TO WSQtyEntry
              DISPLAY "Counted quantity " WITH NO ADVANCING
                 MOVE WSProdEntry TO CntProduct
                 MOVE WSSizeEntry TO CntSize
                 MOVE WSQtyEntry TO CntQty
                 MOVE WSLcCode(WSLcIdx) TO CntLocation
                 OPEN EXTEND CountFile
                 IF WSCountStatus = "35"
                    OPEN OUTPUT CountFile
                 END-IF
                 WRITE CountRecord
                 CLOSE CountFile
                 MOVE "STOCKTK" TO WSDutyControl
                 SET DutyRequest TO TRUE
                 MOVE "KEYED" TO WSDutyAction
                 MOVE SPACES TO WSDutyKey
                 STRING CntProduct " " CntSize " " CntLocation
                     DELIMITED BY SIZE INTO WSDutyKey
                 MOVE WSOperatorID TO WSDutyOperator
                 PERFORM WriteDutyLog
                 DISPLAY "Count recorded"
              END-IF
           END-IF.
                 READ CountFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSCntCount < 180
                            ADD 1 TO WSCntCount
                            MOVE CntProduct
                                TO WSCntProduct(WSCntCount)
                               MOVE ZERO
                                   TO WSCntQty(WSCntCount)
                            END-IF
                            IF CntLocation = SPACES
                               MOVE WSLcCode(WSLcMainIdx)
                                   TO WSCntLoc(WSCntCount)
                            ELSE
                               MOVE CntLocation
                                   TO WSCntLoc(WSCntCount)
                            END-IF
                         ELSE
                            SET CountTableFull TO TRUE
                            MOVE 'Y' TO WSEOF
       VariancePass.
           PERFORM LoadCounts.
           IF CountTableFull
              DISPLAY "stocktake: more than 180 counts on file - "
                  "table exceeded, nothing reported"
           ELSE
              IF WSCntCount = ZERO
              END-IF
           END-IF.

      *> NEW : the book is the counted location's on-hand, not the
      *> product's total across every location
       ReportOneVariance.
           PERFORM FindCountedSlot.
           IF ProductFound AND WSSizeIdx > ZERO AND WSSlIdx > ZERO
              COMPUTE WSVariance = WSCntQty(WSCntIdx)
                  - WSSlOnHand(WSSlIdx)
              IF WSVariance NOT = ZERO
                 ADD 1 TO WSVarCount
                 MOVE WSCntProduct(WSCntIdx) TO WSVProduct
                 MOVE WSCntSize(WSCntIdx) TO WSVSize
                 MOVE WSCntLoc(WSCntIdx) TO WSVLocation
                 MOVE WSSlOnHand(WSSlIdx) TO WSVBook
                 MOVE WSCntQty(WSCntIdx) TO WSVCounted
                 MOVE WSVariance TO WSVVariance
                 WRITE ReportLine FROM WSVarDetail
              END-IF
           ELSE
              MOVE SPACES TO ReportLine
              STRING "Count for unknown product/size/location : "
                  WSCntProduct(WSCntIdx) " "
                  WSCntSize(WSCntIdx) " "
                  WSCntLoc(WSCntIdx)
                  DELIMITED BY SIZE INTO ReportLine
              WRITE ReportLine
                  AFTER ADVANCING 1 LINE
              MOVE WSCntSize(WSCntIdx) TO WSSizeEntry
              PERFORM FindSizeSlot
           END-IF.
      *> NEW : and the counted location's line for it - a location
      *> since dropped from Locations.dat finds none
           MOVE ZERO TO WSSlIdx.
           IF ProductFound AND WSSizeIdx > ZERO
              MOVE WSCntLoc(WSCntIdx) TO WSLcFindCode
              PERFORM FindLocation
              IF WSLcIdx > ZERO
                 MOVE WSCntProduct(WSCntIdx) TO WSSlFindProduct
                 MOVE WSCntSize(WSCntIdx) TO WSSlFindSize
                 MOVE WSCntLoc(WSCntIdx) TO WSSlFindLoc
                 PERFORM FindStockLine
              END-IF
           END-IF.

       *> NEW : applying the take sets the book to the shelf and
       *> logs each correction as its own A movement - then the
           ELSE
              PERFORM LoadCounts
              IF CountTableFull
                 DISPLAY "stocktake: more than 180 counts on file - "
                     "table exceeded, nothing applied"
              ELSE
                 IF WSCntCount = ZERO
                    DISPLAY "No counts keyed yet"
                 ELSE
                    MOVE ZERO TO WSApplyCount
                    MOVE ZERO TO WSGLShortage
                    MOVE ZERO TO WSGLSurplus
                    PERFORM ApplyOneCount
                        VARYING WSCntIdx FROM 1 BY 1
                        UNTIL WSCntIdx > WSCntCount
                    IF StockChanged
                       PERFORM SaveProducts
                       PERFORM SaveStockByLocation
                       PERFORM PostTakeToGL
                    END-IF
                    OPEN OUTPUT CountFile
                    CLOSE CountFile
              END-IF
           END-IF.

      *> NEW : the count sets the location's shelf, and the product
      *> total moves by the same difference
       ApplyOneCount.
           PERFORM FindCountedSlot.
           IF ProductFound AND WSSizeIdx > ZERO AND WSSlIdx > ZERO
      *> NEW : every count the apply accepts is logged against the
      *> same key its keying was, variance or not
              MOVE "STOCKTK" TO WSDutyControl
              SET DutyApproval TO TRUE
              MOVE "APPLIED" TO WSDutyAction
              MOVE SPACES TO WSDutyKey
              STRING WSCntProduct(WSCntIdx) " " WSCntSize(WSCntIdx)
                  " " WSCntLoc(WSCntIdx)
                  DELIMITED BY SIZE INTO WSDutyKey
              MOVE WSOperatorID TO WSDutyOperator
              PERFORM WriteDutyLog
              IF WSSlOnHand(WSSlIdx) NOT = WSCntQty(WSCntIdx)
                 PERFORM ValueAdjustment
                 COMPUTE ProdQtyBySize(ShirtIdx, WSSizeIdx) =
                     ProdQtyBySize(ShirtIdx, WSSizeIdx)
                     + WSVariance
                 MOVE WSCntQty(WSCntIdx) TO WSSlOnHand(WSSlIdx)
                 SET StockChanged TO TRUE
                 ADD 1 TO WSApplyCount
                 PERFORM WriteAdjustMovement
           ELSE
              DISPLAY "stocktake: count for unknown product/size "
                  WSCntProduct(WSCntIdx) " "
                  WSCntSize(WSCntIdx) " at " WSCntLoc(WSCntIdx)
                  " - not applied"
           END-IF.

       *> NEW : the difference between shelf and book at the average
       *> cost - a product never costed values at nothing
       ValueAdjustment.
           COMPUTE WSVariance = WSCntQty(WSCntIdx)
               - WSSlOnHand(WSSlIdx).
           IF ProdAvgCost(ShirtIdx) NUMERIC
              IF WSVariance < ZERO
                 COMPUTE WSAdjValue =
                     ProdAvgCost(ShirtIdx) * (0 - WSVariance)
                 ADD WSAdjValue TO WSGLShortage
              ELSE
                 COMPUTE WSAdjValue =
                     ProdAvgCost(ShirtIdx) * WSVariance
                 ADD WSAdjValue TO WSGLSurplus
              END-IF
           END-IF.

       *> NEW : shrinkage goes to cost of sales out of inventory, a
       *> surplus comes back the other way - two summary entries for
       *> the take, dated the day it was applied
       PostTakeToGL.
           IF WSGLShortage = ZERO AND WSGLSurplus = ZERO
              CONTINUE
           ELSE
              OPEN EXTEND GLJournalFile
              IF WSGLStatus = "35"
                 OPEN OUTPUT GLJournalFile
                 CLOSE GLJournalFile
                 OPEN EXTEND GLJournalFile
              END-IF
              IF WSGLStatus NOT = "00"
                 DISPLAY "stocktake: GLJournal.dat unavailable - "
                     "status " WSGLStatus
                     " - journal lines not written"
              ELSE
                 MOVE SPACES TO GLJournalRecord
                 MOVE FUNCTION CURRENT-DATE(1:8) TO GjDate
                 MOVE "stocktake" TO GjSource
                 IF WSGLShortage > ZERO
                    MOVE 5100 TO GjAccount
                    MOVE 'D' TO GjDrCr
                    MOVE WSGLShortage TO GjAmount
                    MOVE "Stocktake shortage" TO GjDesc
                    WRITE GLJournalRecord
                    END-WRITE
                    MOVE 1200 TO GjAccount
                    MOVE 'C' TO GjDrCr
                    WRITE GLJournalRecord
                    END-WRITE
                 END-IF
                 IF WSGLSurplus > ZERO
                    MOVE 1200 TO GjAccount
                    MOVE 'D' TO GjDrCr
                    MOVE WSGLSurplus TO GjAmount
                    MOVE "Stocktake surplus" TO GjDesc
                    WRITE GLJournalRecord
                    END-WRITE
                    MOVE 5100 TO GjAccount
                    MOVE 'C' TO GjDrCr
                    WRITE GLJournalRecord
                    END-WRITE
                 END-IF
                 CLOSE GLJournalFile
              END-IF
           END-IF.

       *> NEW : A means "the shelf said this" - the quantity on the
       *> line is the counted figure the book was set to, so the
       *> movement replay can reproduce the correction exactly.
       *> NEW : the line names the location whose shelf it set.
       WriteAdjustMovement.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WSMvTime.
           MOVE WSCntProduct(WSCntIdx) TO WSMvProduct.
           MOVE WSCntSize(WSCntIdx) TO WSMvSize.
           MOVE WSCntQty(WSCntIdx) TO WSMvQty.
           MOVE "counted" TO WSMvOutcome.
           MOVE WSCntLoc(WSCntIdx) TO WSMvLocation.
           MOVE SPACES TO WSMvOtherLoc.
           OPEN EXTEND MovementFile.
           IF WSMovementStatus = "35"
              OPEN OUTPUT MovementFile
           ELSE
              DISPLAY "Operator ID " WITH NO ADVANCING
              ACCEPT WSOperatorID
      *> NEW : a second operator at the same session starts from no
      *> authority, never from the previous operator's level
              MOVE ZERO TO WSAuthority
              MOVE 'N' TO WSEOF
              OPEN INPUT OperatorFile
              IF WSOperatorStatus NOT = "00"
      *> Copybooks/filestatuschkp.cpy paragraph instead of each
      *> program writing its own IF/DISPLAY
       COPY filestatuschkp.

      *> NEW : shared stock-by-location handling - see
      *> Copybooks/locstockp.cpy
       COPY locstockp.

      *> NEW : shared DutyLog.dat writer
       COPY dutylogp.
