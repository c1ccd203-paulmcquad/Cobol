       IDENTIFICATION DIVISION.
       PROGRAM-ID. shipconfirm.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Shipment confirmation - the step between the pick list
       *> (pickrun.cob) and the invoice run. The warehouse keys the
       *> order reference from the pick list, and for every detail
       *> line of that order on Invoice.dat records what was
       *> actually picked and what actually went on the truck, on
       *> formatted screens in the style orderentry.cob uses. The
       *> quantities land on ShipConfirm.dat (Copybooks/shipconf.cpy),
       *> one record per line keyed on the line's position in
       *> Invoice.dat, and a packing slip for the order prints to
       *> PackingSlip.txt to go in the box. fixed.cob then invoices
       *> only the shipped quantity - the rest back-orders to
       *> BackOrders.dat exactly as a stock shortfall does, so a
       *> short pick no longer needs a credit memo. Confirming an
       *> order again replaces its earlier confirmation.
       *> NEW : Invoice.dat headers carry orderentry.cob's order
       *> number after the old columns - read whole, not used here.
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
              SELECT CustomerFile ASSIGN TO "Customer.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS IDNum
                  ALTERNATE RECORD KEY IS CustNameKey
                      = LastName FirstName WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CustBillToID WITH DUPLICATES
                  FILE STATUS IS WSCustFileStatus.
              SELECT PrintFile ASSIGN TO "PackingSlip.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSPrintStatus.

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
       FD CustomerFile.
       COPY custrec.
       FD PrintFile.
       01 PrintLine         PIC X(72).

       WORKING-STORAGE SECTION.
       01 WSOrderStatus     PIC XX.
       01 WSShipConfStatus  PIC XX.
       01 WSCustFileStatus  PIC XX.
       01 WSPrintStatus     PIC XX.
       01 WSEOF             PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
       01 WSContinueFlag    PIC X VALUE 'Y'.
              88 KeepGoing       VALUE 'Y'.
       01 WSEntryOK         PIC X VALUE 'N'.
              88 EntryClean      VALUE 'Y'.
       01 WSCustMasterUp    PIC X VALUE 'N'.
              88 CustMasterAvailable  VALUE 'Y'.
       01 WSPrintOpen       PIC X VALUE 'N'.
              88 PrintFileOpen   VALUE 'Y'.
       01 WSConfirm         PIC X VALUE SPACE.
              88 ConfirmYes      VALUE 'Y' 'y'.
       01 WSToday           PIC 9(8).
       01 WSStatusMsg       PIC X(60) VALUE SPACES.
       01 WSOrderRefEntry   PIC X(6) VALUE SPACES.
       *> The order being confirmed - its header fields and up to
       *> fifty detail lines, the most the invoice run will take on
       *> one invoice
       01 WSOrderRef        PIC 9(6) VALUE ZERO.
       01 WSOrderCust       PIC X(8).
       01 WSOrderDate       PIC X(8).
       01 WSCustShown       PIC X(31).
       01 WSCustOnFile      PIC X VALUE 'N'.
              88 CustOnFile      VALUE 'Y'.
       01 WSRecordCount     PIC 9(6).
       01 WSOrderFound      PIC X VALUE 'N'.
              88 OrderFound      VALUE 'Y'.
       01 WSLinesDone       PIC X VALUE 'N'.
              88 OrderLinesDone  VALUE 'Y'.
       01 WSLineCount       PIC 99 VALUE ZERO.
       01 WSLineIdx         PIC 99.
       01 WSConfLines.
              02 WSConfLine OCCURS 50 TIMES.
                  03 WSCLRecNum      PIC 9(6).
                  03 WSCLProduct     PIC X(5).
                  03 WSCLSize        PIC A.
                  03 WSCLOrdered     PIC 9(3).
                  03 WSCLPicked      PIC 9(3).
                  03 WSCLShipped     PIC 9(3).
                  03 WSCLOnFile      PIC X.
                      88 CLOnFile        VALUE 'Y'.
       01 WSEarlierDate     PIC 9(8) VALUE ZERO.
       *> The line on screen
       01 WSLineShown       PIC X(20).
       01 WSShowProduct     PIC X(5).
       01 WSShowSize        PIC A.
       01 WSShowOrdered     PIC ZZ9.
       01 WSLineEntry.
              02 WSEntryPicked   PIC X(3).
              02 WSEntryShipped  PIC X(3).
       01 WSPickedNum       PIC 9(3).
       01 WSShippedNum      PIC 9(3).
       01 WSTotalOrdered    PIC 9(5).
       01 WSTotalShipped    PIC 9(5).
       01 WSConfirmedCount  PIC 9(3) VALUE ZERO.
       *> Packing slip print lines
       01 WSPrTitle.
              02 FILLER        PIC X(26) VALUE
                  "PACKING SLIP     Order ref".
              02 FILLER        PIC X(1) VALUE SPACE.
              02 WSPrRef       PIC 9(6).
       01 WSPrDates.
              02 FILLER        PIC X(13) VALUE "Order date : ".
              02 WSPrOrdDate   PIC X(8).
              02 FILLER        PIC X(16) VALUE "   Shipped on : ".
              02 WSPrShipDate  PIC 9(8).
       01 WSPrCityLine.
              02 WSPrCity      PIC X(20).
              02 FILLER        PIC X(2) VALUE ", ".
              02 WSPrState     PIC X(2).
              02 FILLER        PIC X(1) VALUE SPACE.
              02 WSPrPostal    PIC X(10).
       01 WSPrHeads.
              02 FILLER        PIC X(45) VALUE
                  "Product  Size  Ordered  Shipped  Back ordered".
       01 WSPrDetail.
              02 WSPrProduct   PIC X(5).
              02 FILLER        PIC X(5) VALUE SPACES.
              02 WSPrSize      PIC A.
              02 FILLER        PIC X(6) VALUE SPACES.
              02 WSPrOrdered   PIC ZZ9.
              02 FILLER        PIC X(6) VALUE SPACES.
              02 WSPrShipped   PIC ZZ9.
              02 FILLER        PIC X(8) VALUE SPACES.
              02 WSPrBackOrd   PIC ZZ9.
       01 WSPrTotals.
              02 FILLER        PIC X(17) VALUE "Units ordered :  ".
              02 WSPrTotOrd    PIC ZZZZ9.
              02 FILLER        PIC X(17) VALUE "   units shipped ".
              02 WSPrTotShip   PIC ZZZZ9.
       01 WSBackOrdQty      PIC 9(3).

       SCREEN SECTION.
       *> Order reference and line on their own screens, the status
       *> line carrying the validation messages - same layout
       *> orderentry.cob uses
       01 OrderScreen.
              05 LINE 2  COL 5  VALUE "Shipment Confirmation".
              05 LINE 4  COL 5  VALUE "Order ref   :".
              05 LINE 4  COL 20 PIC X(6)  USING WSOrderRefEntry.
              05 LINE 22 COL 5  PIC X(60) FROM WSStatusMsg.
       01 LineScreen.
              05 LINE 2  COL 5  VALUE "Shipment Confirmation - Line".
              05 LINE 3  COL 5  VALUE "Customer    :".
              05 LINE 3  COL 20 PIC X(31) FROM WSCustShown.
              05 LINE 4  COL 5  VALUE "Line        :".
              05 LINE 4  COL 20 PIC X(20) FROM WSLineShown.
              05 LINE 6  COL 5  VALUE "Product     :".
              05 LINE 6  COL 20 PIC X(5)  FROM WSShowProduct.
              05 LINE 7  COL 5  VALUE "Size        :".
              05 LINE 7  COL 20 PIC A     FROM WSShowSize.
              05 LINE 8  COL 5  VALUE "Ordered     :".
              05 LINE 8  COL 20 PIC ZZ9   FROM WSShowOrdered.
              05 LINE 10 COL 5  VALUE "Picked      :".
              05 LINE 10 COL 20 PIC X(3)  USING WSEntryPicked.
              05 LINE 11 COL 5  VALUE "Shipped     :".
              05 LINE 11 COL 20 PIC X(3)  USING WSEntryShipped.
              05 LINE 22 COL 5  PIC X(60) FROM WSStatusMsg.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday.
           OPEN I-O ShipConfFile.
      *> Same "35 means create it" handling voterroll.cob uses
           IF WSShipConfStatus = "35"
              OPEN OUTPUT ShipConfFile
              CLOSE ShipConfFile
              OPEN I-O ShipConfFile
           END-IF.
           IF WSShipConfStatus NOT = "00"
              DISPLAY "shipconfirm: ShipConfirm.dat unavailable - "
                  "status " WSShipConfStatus
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *> Without the customer master the slip just prints without
      *> an address - the shipment can still be confirmed
           OPEN INPUT CustomerFile.
           IF WSCustFileStatus = "00"
              SET CustMasterAvailable TO TRUE
           ELSE
              DISPLAY "shipconfirm: Customer.dat unavailable - "
                  "status " WSCustFileStatus " - packing slips "
                  "print without an address"
           END-IF.
           PERFORM ConfirmOneOrder UNTIL NOT KeepGoing.
           CLOSE ShipConfFile.
           IF CustMasterAvailable
              CLOSE CustomerFile
           END-IF.
           IF PrintFileOpen
              CLOSE PrintFile
           END-IF.
           DISPLAY "shipconfirm: " WSConfirmedCount " order(s) "
               "confirmed - packing slips in PackingSlip.txt".
      *> GOBACK so a menu program can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

       *> The order screen keeps coming back until the reference
       *> finds an order or is blanked to quit
       ConfirmOneOrder.
           MOVE SPACES TO WSOrderRefEntry.
           MOVE "Key the order ref from the pick list - blank to quit"
               TO WSStatusMsg.
           MOVE 'N' TO WSEntryOK.
           PERFORM AcceptAndValidateOrder UNTIL EntryClean.
           IF WSOrderRefEntry = SPACES
              MOVE 'N' TO WSContinueFlag
           ELSE
              PERFORM LoadEarlierConfirmations
              MOVE "Key what was picked and what went on the truck"
                  TO WSStatusMsg
              IF WSEarlierDate > ZERO
                 MOVE SPACES TO WSStatusMsg
                 STRING "Confirmed before on " DELIMITED BY SIZE
                     WSEarlierDate DELIMITED BY SIZE
                     " - keying again replaces it" DELIMITED BY SIZE
                     INTO WSStatusMsg
              END-IF
              PERFORM TakeLineQuantities
                  VARYING WSLineIdx FROM 1 BY 1
                  UNTIL WSLineIdx > WSLineCount
              PERFORM ConfirmAndSave
           END-IF.

       AcceptAndValidateOrder.
           DISPLAY OrderScreen.
           ACCEPT OrderScreen.
           EVALUATE TRUE
               WHEN WSOrderRefEntry = SPACES
                   SET EntryClean TO TRUE
               WHEN WSOrderRefEntry NOT NUMERIC
                   MOVE "Order ref must be 6 numeric digits"
                       TO WSStatusMsg
               WHEN OTHER
                   MOVE WSOrderRefEntry TO WSOrderRef
                   PERFORM FindOrder
                   EVALUATE TRUE
                       WHEN NOT OrderFound
                           MOVE "No order header at that reference"
                               TO WSStatusMsg
                       WHEN WSLineCount = ZERO
                           MOVE "That order has no detail lines"
                               TO WSStatusMsg
                       WHEN OTHER
                           PERFORM ShowCustomer
                           SET EntryClean TO TRUE
                   END-EVALUATE
           END-EVALUATE.

       *> The order ref is the H record's position on Invoice.dat -
       *> the detail lines are the D records after it, up to the
       *> next header
       FindOrder.
           MOVE 'N' TO WSOrderFound.
           MOVE 'N' TO WSLinesDone.
           MOVE ZERO TO WSLineCount.
           MOVE ZERO TO WSRecordCount.
           MOVE 'N' TO WSEOF.
           OPEN INPUT OrderFile.
           IF WSOrderStatus = "00"
              PERFORM UNTIL EndOfPass OR OrderLinesDone
                 READ OrderFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         ADD 1 TO WSRecordCount
                         PERFORM CollectOrderRecord
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE OrderFile.
           MOVE 'N' TO WSEOF.

       CollectOrderRecord.
           EVALUATE TRUE
               WHEN WSRecordCount < WSOrderRef
                   CONTINUE
               WHEN WSRecordCount = WSOrderRef
                   IF OrHeader
                      SET OrderFound TO TRUE
                      MOVE OrCustomer TO WSOrderCust
                      MOVE OrInvDate TO WSOrderDate
                   ELSE
                      SET OrderLinesDone TO TRUE
                   END-IF
               WHEN NOT OrDetail
                   SET OrderLinesDone TO TRUE
      *> The invoice run rejects lines past fifty, so they are
      *> never picked either
               WHEN WSLineCount >= 50
                   SET OrderLinesDone TO TRUE
               WHEN OTHER
                   ADD 1 TO WSLineCount
                   MOVE WSRecordCount TO WSCLRecNum(WSLineCount)
                   MOVE OrProduct TO WSCLProduct(WSLineCount)
                   MOVE OrSize TO WSCLSize(WSLineCount)
                   IF OrQty NUMERIC
                      MOVE OrQty TO WSCLOrdered(WSLineCount)
                   ELSE
                      MOVE ZERO TO WSCLOrdered(WSLineCount)
                   END-IF
                   MOVE WSCLOrdered(WSLineCount)
                       TO WSCLPicked(WSLineCount)
                   MOVE WSCLOrdered(WSLineCount)
                       TO WSCLShipped(WSLineCount)
                   MOVE 'N' TO WSCLOnFile(WSLineCount)
           END-EVALUATE.

       ShowCustomer.
           MOVE "(not on the customer master)" TO WSCustShown.
           MOVE 'N' TO WSCustOnFile.
           IF CustMasterAvailable
              AND WSOrderCust IS NUMERIC
              MOVE WSOrderCust TO IDNum
              READ CustomerFile
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      SET CustOnFile TO TRUE
                      MOVE SPACES TO WSCustShown
                      STRING FUNCTION TRIM(FirstName)
                          DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(LastName)
                          DELIMITED BY SIZE
                          INTO WSCustShown
              END-READ
           END-IF.

       *> A line confirmed earlier comes up with what was keyed then;
       *> an unconfirmed line defaults to everything shipped
       LoadEarlierConfirmations.
           MOVE ZERO TO WSEarlierDate.
           PERFORM VARYING WSLineIdx FROM 1 BY 1
               UNTIL WSLineIdx > WSLineCount
               MOVE WSCLRecNum(WSLineIdx) TO ScRecNum
               READ ShipConfFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CLOnFile(WSLineIdx) TO TRUE
                       IF ScCustID = WSOrderCust
                          AND ScOrderDate = WSOrderDate
                          AND ScProduct = WSCLProduct(WSLineIdx)
                          AND ScSize = WSCLSize(WSLineIdx)
                          MOVE ScPicked TO WSCLPicked(WSLineIdx)
                          MOVE ScShipped TO WSCLShipped(WSLineIdx)
                          MOVE ScConfirmDate TO WSEarlierDate
                       END-IF
               END-READ
           END-PERFORM.

       TakeLineQuantities.
           MOVE WSCLProduct(WSLineIdx) TO WSShowProduct.
           MOVE WSCLSize(WSLineIdx) TO WSShowSize.
           MOVE WSCLOrdered(WSLineIdx) TO WSShowOrdered.
           MOVE WSCLPicked(WSLineIdx) TO WSEntryPicked.
           MOVE WSCLShipped(WSLineIdx) TO WSEntryShipped.
           MOVE SPACES TO WSLineShown.
           STRING WSLineIdx DELIMITED BY SIZE
               " of " DELIMITED BY SIZE
               WSLineCount DELIMITED BY SIZE
               INTO WSLineShown.
           MOVE 'N' TO WSEntryOK.
           PERFORM AcceptAndValidateLine UNTIL EntryClean.
           MOVE WSPickedNum TO WSCLPicked(WSLineIdx).
           MOVE WSShippedNum TO WSCLShipped(WSLineIdx).
           MOVE "Key what was picked and what went on the truck"
               TO WSStatusMsg.

       *> Nothing can ship that wasn't picked, and nothing can be
       *> picked beyond what was ordered - zero is allowed for a
       *> line the warehouse couldn't fill at all
       AcceptAndValidateLine.
           DISPLAY LineScreen.
           ACCEPT LineScreen.
           EVALUATE TRUE
               WHEN WSEntryPicked NOT NUMERIC
                   MOVE "Picked must be 3 numeric digits"
                       TO WSStatusMsg
               WHEN WSEntryShipped NOT NUMERIC
                   MOVE "Shipped must be 3 numeric digits"
                       TO WSStatusMsg
               WHEN OTHER
                   MOVE WSEntryPicked TO WSPickedNum
                   MOVE WSEntryShipped TO WSShippedNum
                   EVALUATE TRUE
                       WHEN WSPickedNum > WSCLOrdered(WSLineIdx)
                           MOVE "Picked cannot exceed the ordered qty"
                               TO WSStatusMsg
                       WHEN WSShippedNum > WSPickedNum
                           MOVE "Shipped cannot exceed the picked qty"
                               TO WSStatusMsg
                       WHEN OTHER
                           SET EntryClean TO TRUE
                   END-EVALUATE
           END-EVALUATE.

       ConfirmAndSave.
           MOVE ZERO TO WSTotalOrdered.
           MOVE ZERO TO WSTotalShipped.
           PERFORM VARYING WSLineIdx FROM 1 BY 1
               UNTIL WSLineIdx > WSLineCount
               ADD WSCLOrdered(WSLineIdx) TO WSTotalOrdered
               ADD WSCLShipped(WSLineIdx) TO WSTotalShipped
           END-PERFORM.
           DISPLAY "Order " WSOrderRef " for customer " WSOrderCust
               ": " WSTotalShipped " of " WSTotalOrdered
               " unit(s) shipped".
           DISPLAY "Record this shipment and print the packing slip "
               "(Y/N) " WITH NO ADVANCING.
           ACCEPT WSConfirm.
           IF ConfirmYes
              PERFORM VARYING WSLineIdx FROM 1 BY 1
                  UNTIL WSLineIdx > WSLineCount
                  PERFORM SaveOneConfirmation
              END-PERFORM
              PERFORM PrintPackingSlip
              ADD 1 TO WSConfirmedCount
              DISPLAY "Order " WSOrderRef " confirmed - the invoice "
                  "run will bill the shipped quantities"
           ELSE
              DISPLAY "Shipment not recorded"
           END-IF.

       *> WRITE a first confirmation, REWRITE a repeat - the record
       *> for the line is always the latest keying
       SaveOneConfirmation.
           MOVE SPACES TO ShipConfRecord.
           MOVE WSCLRecNum(WSLineIdx) TO ScRecNum.
           MOVE WSOrderRef TO ScOrderRef.
           MOVE WSOrderCust TO ScCustID.
           MOVE WSOrderDate TO ScOrderDate.
           MOVE WSCLProduct(WSLineIdx) TO ScProduct.
           MOVE WSCLSize(WSLineIdx) TO ScSize.
           MOVE WSCLOrdered(WSLineIdx) TO ScOrdered.
           MOVE WSCLPicked(WSLineIdx) TO ScPicked.
           MOVE WSCLShipped(WSLineIdx) TO ScShipped.
           MOVE WSToday TO ScConfirmDate.
           IF CLOnFile(WSLineIdx)
              REWRITE ShipConfRecord
                  INVALID KEY
                      DISPLAY "shipconfirm: unable to rewrite the "
                          "confirmation for line " ScRecNum
                          " - status " WSShipConfStatus
              END-REWRITE
           ELSE
              WRITE ShipConfRecord
                  INVALID KEY
                      DISPLAY "shipconfirm: unable to write the "
                          "confirmation for line " ScRecNum
                          " - status " WSShipConfStatus
              END-WRITE
           END-IF.
           SET CLOnFile(WSLineIdx) TO TRUE.

      *> Every slip confirmed this session prints to PackingSlip.txt,
      *> one after another, ready to go in the boxes. The customer
      *> record is still in the record area from ShowCustomer.
       PrintPackingSlip.
           IF NOT PrintFileOpen
              OPEN OUTPUT PrintFile
              IF WSPrintStatus = "00"
                 SET PrintFileOpen TO TRUE
              ELSE
                 DISPLAY "shipconfirm: unable to open PackingSlip.txt"
                     " - status " WSPrintStatus " - slip not printed"
              END-IF
           END-IF.
           IF PrintFileOpen
              MOVE WSOrderRef TO WSPrRef
              WRITE PrintLine FROM WSPrTitle
                  AFTER ADVANCING PAGE
              END-WRITE
              MOVE WSOrderDate TO WSPrOrdDate
              MOVE WSToday TO WSPrShipDate
              WRITE PrintLine FROM WSPrDates
                  AFTER ADVANCING 2 LINES
              END-WRITE
              WRITE PrintLine FROM WSCustShown
                  AFTER ADVANCING 2 LINES
              END-WRITE
              IF CustOnFile
                 WRITE PrintLine FROM CustStreet
                     AFTER ADVANCING 1 LINE
                 END-WRITE
                 MOVE CustCity TO WSPrCity
                 MOVE CustState TO WSPrState
                 MOVE CustPostal TO WSPrPostal
                 WRITE PrintLine FROM WSPrCityLine
                     AFTER ADVANCING 1 LINE
                 END-WRITE
              END-IF
              WRITE PrintLine FROM WSPrHeads
                  AFTER ADVANCING 2 LINES
              END-WRITE
              PERFORM PrintSlipLine
                  VARYING WSLineIdx FROM 1 BY 1
                  UNTIL WSLineIdx > WSLineCount
              MOVE WSTotalOrdered TO WSPrTotOrd
              MOVE WSTotalShipped TO WSPrTotShip
              WRITE PrintLine FROM WSPrTotals
                  AFTER ADVANCING 2 LINES
              END-WRITE
              IF WSTotalShipped < WSTotalOrdered
                 MOVE "Back-ordered items follow when stock arrives."
                     TO PrintLine
                 WRITE PrintLine
                     AFTER ADVANCING 2 LINES
                 END-WRITE
              END-IF
           END-IF.

       PrintSlipLine.
           MOVE WSCLProduct(WSLineIdx) TO WSPrProduct.
           MOVE WSCLSize(WSLineIdx) TO WSPrSize.
           MOVE WSCLOrdered(WSLineIdx) TO WSPrOrdered.
           MOVE WSCLShipped(WSLineIdx) TO WSPrShipped.
           COMPUTE WSBackOrdQty =
               WSCLOrdered(WSLineIdx) - WSCLShipped(WSLineIdx).
           MOVE WSBackOrdQty TO WSPrBackOrd.
           WRITE PrintLine FROM WSPrDetail
               AFTER ADVANCING 1 LINE
           END-WRITE.
