       IDENTIFICATION DIVISION.
       PROGRAM-ID. quotation.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Sales quotations - reps used to price jobs on paper, and
       *> when the customer accepted weeks later the job was re-keyed
       *> through orderentry.cob, often at a different price. A quote
       *> is keyed here on the same screens orderentry.cob uses, the
       *> customer validated against Customer.dat and every line
       *> against Product.dat, and each line is priced at the quote
       *> date the way the invoice run would price it that day -
       *> dated list from PriceHistory.dat, then the customer's
       *> contract through contractprice.cob. The quote is numbered
       *> from NextQuote.dat, stored on Quotes.dat and QuoteLines.dat
       *> with its expiry date (QUOTE-VALID-DAYS in RunControl.dat,
       *> default 30, overridable on the screen) and printed to
       *> Quotation.txt for the customer.
       *> (A)ccept converts an open, unexpired quote into an H record
       *> and its D records on Invoice.dat, dated today, carrying the
       *> rep code and each line's quoted unit price held for
       *> fixed.cob to charge. (L)ost records a quote the customer
       *> turned down. quoterpt.cob reports expired and lost quotes
       *> and each rep's conversion rate.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CustomerFile ASSIGN TO "Customer.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS IDNum
                  ALTERNATE RECORD KEY IS CustNameKey
                      = LastName FirstName WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CustBillToID WITH DUPLICATES
                  FILE STATUS IS WSCustFileStatus.
              SELECT ProductFile ASSIGN TO "Product.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSProductStatus.
              SELECT PriceHistFile ASSIGN TO "PriceHistory.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSPriceHistStatus.
              SELECT SalesRepFile ASSIGN TO "SalespersonMaster.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSSalesRepStatus.
              SELECT QuoteFile ASSIGN TO "Quotes.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSQuoteStatus.
              SELECT QuoteLineFile ASSIGN TO "QuoteLines.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSQuoteLineStatus.
              SELECT QuoteCtlFile ASSIGN TO "NextQuote.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSQuoteCtlStatus.
              SELECT PrintFile ASSIGN TO "Quotation.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSPrintStatus.
              SELECT OrderFile ASSIGN TO "Invoice.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSOrderStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
       COPY custrec.
       FD ProductFile.
       COPY prodrec.
       FD PriceHistFile.
       *> Same line layout prodmaint.cob appends
       01 PriceHistRecord.
              02 PhProduct   PIC X(5).
              02 FILLER      PIC X(1).
              02 PhEffDate   PIC 9(8).
              02 FILLER      PIC X(1).
              02 PhPrice     PIC 9(4)V99.
       FD SalesRepFile.
       01 SalesRepRecord.
              02 SpCode      PIC X(3).
              02 FILLER      PIC X(1).
              02 SpName      PIC X(20).
              02 FILLER      PIC X(1).
              02 SpRate      PIC 9(2).
       FD QuoteFile.
       COPY quotehdr.
       FD QuoteLineFile.
       COPY quoteline.
       FD QuoteCtlFile.
       01 QuoteCtlRecord    PIC 9(6).
       FD PrintFile.
       01 PrintLine         PIC X(72).
       FD OrderFile.
       *> The H/D shape fixed.cob reads - the detail line carries the
       *> quoted unit price for the invoice run to hold
       01 OrderRecord.
              02 OrRecType        PIC X.
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

       WORKING-STORAGE SECTION.
       01 WSCustFileStatus  PIC XX.
       01 WSProductStatus   PIC XX.
       01 WSPriceHistStatus PIC XX.
       01 WSSalesRepStatus  PIC XX.
       01 WSQuoteStatus     PIC XX.
       01 WSQuoteLineStatus PIC XX.
       01 WSQuoteCtlStatus  PIC XX.
       01 WSPrintStatus     PIC XX.
       01 WSOrderStatus     PIC XX.
       01 WSEOF             PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
       01 WSMenuChoice      PIC X VALUE SPACE.
              88 WantsNew       VALUE 'N' 'n'.
              88 WantsAccept    VALUE 'A' 'a'.
              88 WantsLost      VALUE 'L' 'l'.
              88 WantsQuit      VALUE 'Q' 'q'.
       01 WSToday           PIC 9(8).
       01 WSParmName        PIC X(20).
       01 WSParmValue       PIC 9(5).
       01 WSParmFound       PIC X.
       01 WSValidDays       PIC 9(3) VALUE 30.
      *> The catalogue held read-only, as orderentry.cob holds it
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
       01 WSProdFound      PIC X VALUE 'N'.
              88 ProductFound     VALUE 'Y'.
       01 WSSizeIdx        PIC 9.
       01 WSSizeScan       PIC 9.
      *> The dated price table, as fixed.cob loads it - the newest
      *> effective date not after the quote date wins
       01 WSPriceTable.
              02 WSPriceEntry OCCURS 60 TIMES.
                  03 WSPrcProduct   PIC X(5).
                  03 WSPrcEffDate   PIC 9(8).
                  03 WSPrcPrice     PIC 9(4)V99 COMP-3.
       01 WSPriceCount     PIC 99 VALUE ZERO.
       01 WSPriceIdx       PIC 99.
       01 WSPriceBestDate  PIC 9(8).
       01 WSContinueFlag   PIC X VALUE 'Y'.
              88 KeepGoing       VALUE 'Y'.
       01 WSMoreLines      PIC X VALUE 'Y'.
              88 MoreLines       VALUE 'Y'.
       01 WSEntryOK        PIC X VALUE 'N'.
              88 EntryClean      VALUE 'Y'.
      *> The quote under edit, screen-side - the header plus up to
      *> 15 validated, priced lines held back until it is stored
       01 WSHeader.
              02 WSEntryDate     PIC X(8).
              02 WSEntryCust     PIC X(8).
              02 WSEntryRep      PIC X(3).
              02 WSEntryExpiry   PIC X(8).
       01 WSCustShown      PIC X(31).
       01 WSLineEntry.
              02 WSEntryProduct  PIC X(5).
              02 WSEntrySize     PIC A.
              02 WSEntryQty      PIC X(3).
              02 WSEntryJur      PIC X(2).
       01 WSQuoteLines.
              02 WSQuoteLine OCCURS 15 TIMES.
                  03 WSQLProduct     PIC X(5).
                  03 WSQLSize        PIC A.
                  03 WSQLQty         PIC 9(3).
                  03 WSQLJur         PIC X(2).
                  03 WSQLUnitPrice   PIC 9(4)V99.
                  03 WSQLListPrice   PIC 9(4)V99.
       01 WSLineCount      PIC 99 VALUE ZERO.
       01 WSLineIdx        PIC 99.
       01 WSStatusMsg      PIC X(60) VALUE SPACES.
       01 WSQuoteCount     PIC 9(3) VALUE ZERO.
       01 WSAcceptedCount  PIC 9(3) VALUE ZERO.
       01 WSLostCount      PIC 9(3) VALUE ZERO.
       01 WSNextQuote      PIC 9(6) VALUE 1.
       01 WSQuoteNum       PIC 9(6).
       01 WSQuoteTotal     PIC 9(7)V99.
       01 WSLineTotal      PIC 9(7)V99.
       01 WSQuoteDateInt   PIC 9(7).
      *> The price the last accepted line is quoted at
       01 WSPriceQty       PIC 9(3).
       01 WSPriceDate      PIC 9(8).
       01 WSListPrice      PIC 9(4)V99.
       01 WSUnitPrice      PIC 9(4)V99.
       01 WSContractPrice  PIC 9(4)V99.
       01 WSContractFound  PIC X VALUE 'N'.
              88 ContractPriced  VALUE 'Y'.
       01 WSListShown      PIC $$,$$9.99.
       01 WSContractShown  PIC $$,$$9.99.
       01 WSPricedMsg      PIC X(50) VALUE SPACES.
      *> The salesperson codes, loaded once for validation - blank
      *> is a house quote and is always allowed
       01 WSRepTable.
              02 WSRepEntry OCCURS 20 TIMES.
                  03 WSRepCode    PIC X(3).
       01 WSRepCount       PIC 99 VALUE ZERO.
       01 WSRepIdx         PIC 99.
       01 WSRepFound       PIC X VALUE 'N'.
              88 RepFound        VALUE 'Y'.
      *> Quotes.dat loaded whole for an accept or a loss, changed in
      *> memory and rewritten - the load-decide-rewrite pass
      *> borelease.cob runs on its queue
       01 WSQuoteTable.
              02 WSQtEntry OCCURS 500 TIMES.
                  03 WSQtRecord     PIC X(80).
       01 WSQtCount        PIC 9(3) VALUE ZERO.
       01 WSQtIdx          PIC 9(3).
       01 WSQtFound        PIC 9(3).
       01 WSQtOverflow     PIC X VALUE 'N'.
              88 QuoteTableFull  VALUE 'Y'.
       01 WSQuoteEntry     PIC X(6).
       01 WSReasonEntry    PIC X(20).
       01 WSConfirm        PIC X.
              88 ConfirmYes      VALUE 'Y' 'y'.
       01 WSCustUsable     PIC X VALUE 'N'.
              88 CustUsable      VALUE 'Y'.
       01 WSPrintOpen      PIC X VALUE 'N'.
              88 PrintFileOpen   VALUE 'Y'.
       01 WSShownTotal     PIC $$,$$$,$$9.99.
      *> The printed quote
       01 WSPrTitle.
              02 FILLER        PIC X(10) VALUE "QUOTATION ".
              02 WSPrNum       PIC 9(6).
       01 WSPrDates.
              02 FILLER        PIC X(6) VALUE "Date ".
              02 WSPrDate      PIC 9(8).
              02 FILLER        PIC X(15) VALUE "   Valid until ".
              02 WSPrExpiry    PIC 9(8).
              02 FILLER        PIC X(17) VALUE "   Salesperson ".
              02 WSPrRep       PIC X(3).
       01 WSPrCityLine.
              02 WSPrCity      PIC X(15).
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSPrState     PIC X(2).
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSPrPostal    PIC X(10).
       01 WSPrHeads.
              02 FILLER  PIC X(9)  VALUE "Product".
              02 FILLER  PIC X(6)  VALUE "Size".
              02 FILLER  PIC X(6)  VALUE " Qty".
              02 FILLER  PIC X(14) VALUE "    Unit price".
              02 FILLER  PIC X(16) VALUE "      Line total".
       01 WSPrDetail.
              02 WSPrProduct   PIC X(5).
              02 FILLER        PIC X(4) VALUE SPACES.
              02 WSPrSize      PIC A.
              02 FILLER        PIC X(5) VALUE SPACES.
              02 WSPrQty       PIC ZZ9.
              02 FILLER        PIC X(3) VALUE SPACES.
              02 WSPrUnit      PIC $$,$$9.99.
              02 FILLER        PIC X(3) VALUE SPACES.
              02 WSPrLine      PIC $$,$$$,$$9.99.
       01 WSPrTotal.
              02 FILLER        PIC X(38)
                  VALUE "Quotation total, before tax".
              02 WSPrTotalAmt  PIC $$,$$$,$$9.99.
      *> Shared file-open status check - see
      *> Copybooks/filestatuschkp.cpy
       COPY filestatuschk.

       SCREEN SECTION.
      *> Header and line on their own screens, the status line
      *> carrying the validation messages - the orderentry.cob layout
       01 HeaderScreen.
              05 LINE 2  COL 5  VALUE "Quotation - Header".
              05 LINE 4  COL 5  VALUE "Quote date  :".
              05 LINE 4  COL 20 PIC X(8)  USING WSEntryDate.
              05 LINE 5  COL 5  VALUE "Customer ID :".
              05 LINE 5  COL 20 PIC X(8)  USING WSEntryCust.
              05 LINE 6  COL 5  VALUE "Salesperson :".
              05 LINE 6  COL 20 PIC X(3)  USING WSEntryRep.
              05 LINE 7  COL 5  VALUE "Valid until :".
              05 LINE 7  COL 20 PIC X(8)  USING WSEntryExpiry.
              05 LINE 22 COL 5  PIC X(60) FROM WSStatusMsg.
       01 LineScreen.
              05 LINE 2  COL 5  VALUE "Quotation - Detail Line".
              05 LINE 3  COL 5  VALUE "Customer    :".
              05 LINE 3  COL 20 PIC X(31) FROM WSCustShown.
              05 LINE 5  COL 5  VALUE "Product     :".
              05 LINE 5  COL 20 PIC X(5)  USING WSEntryProduct.
              05 LINE 6  COL 5  VALUE "Size        :".
              05 LINE 6  COL 20 PIC A     USING WSEntrySize.
              05 LINE 7  COL 5  VALUE "Quantity    :".
              05 LINE 7  COL 20 PIC X(3)  USING WSEntryQty.
              05 LINE 8  COL 5  VALUE "Jurisdiction:".
              05 LINE 8  COL 20 PIC X(2)  USING WSEntryJur.
              05 LINE 10 COL 5  VALUE "Last line   :".
              05 LINE 10 COL 20 PIC X(50) FROM WSPricedMsg.
              05 LINE 22 COL 5  PIC X(60) FROM WSStatusMsg.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday.
           MOVE "QUOTE-VALID-DAYS" TO WSParmName.
           CALL 'runcontrol' USING WSParmName, WSParmValue,
               WSParmFound
           END-CALL.
           IF WSParmFound = 'Y' AND WSParmValue > ZERO
              AND WSParmValue < 1000
              MOVE WSParmValue TO WSValidDays
           END-IF.
           PERFORM LoadProducts.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM LoadPriceHistory.
           PERFORM LoadSalesReps.
           OPEN INPUT CustomerFile.
           MOVE WSCustFileStatus TO WSCheckFileStatus.
           MOVE "quotation" TO WSCheckProgLabel.
           MOVE "Customer.dat" TO WSCheckFileLabel.
           PERFORM CheckFileStatus.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM ShowQuoteMenu UNTIL NOT KeepGoing.
           CLOSE CustomerFile.
           IF PrintFileOpen
              CLOSE PrintFile
           END-IF.
           DISPLAY "quotation: " WSQuoteCount " quote(s) stored, "
               WSAcceptedCount " converted to orders, "
               WSLostCount " marked lost".
      *> GOBACK so a menu program can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

       ShowQuoteMenu.
           DISPLAY " ".
           DISPLAY "Sales Quotations".
           DISPLAY "(N)ew quote  (A)ccept a quote  (L)ost quote  "
               "(Q)uit".
           DISPLAY "Select an option " WITH NO ADVANCING.
           ACCEPT WSMenuChoice.
           EVALUATE TRUE
               WHEN WantsNew       PERFORM TakeOneQuote
               WHEN WantsAccept    PERFORM AcceptQuote
               WHEN WantsLost      PERFORM MarkQuoteLost
               WHEN WantsQuit      MOVE 'N' TO WSContinueFlag
               WHEN OTHER
                   DISPLAY "Invalid option, please try again"
           END-EVALUATE.

       LoadProducts.
           OPEN INPUT ProductFile.
           MOVE WSProductStatus TO WSCheckFileStatus.
           MOVE "quotation" TO WSCheckProgLabel.
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
                            DISPLAY "quotation: Product.dat has "
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

      *> No price history just means every line quotes at the
      *> catalogue price
       LoadPriceHistory.
           OPEN INPUT PriceHistFile.
           IF WSPriceHistStatus NOT = "00"
              CLOSE PriceHistFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ PriceHistFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSPriceCount < 60
                            AND PhEffDate IS NUMERIC
                            AND PhPrice IS NUMERIC
                            ADD 1 TO WSPriceCount
                            MOVE PhProduct
                                TO WSPrcProduct(WSPriceCount)
                            MOVE PhEffDate
                                TO WSPrcEffDate(WSPriceCount)
                            MOVE PhPrice
                                TO WSPrcPrice(WSPriceCount)
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE PriceHistFile
              MOVE 'N' TO WSEOF
           END-IF.

      *> A missing salesperson master just means only house quotes
      *> can be keyed - the validation can't be skipped
       LoadSalesReps.
           OPEN INPUT SalesRepFile.
           IF WSSalesRepStatus NOT = "00"
              CLOSE SalesRepFile
              DISPLAY "quotation: no SalespersonMaster.dat - only "
                  "house quotes (blank code) will be accepted"
           ELSE
              PERFORM UNTIL EndOfPass
                 READ SalesRepFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSRepCount < 20
                            ADD 1 TO WSRepCount
                            MOVE SpCode TO WSRepCode(WSRepCount)
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE SalesRepFile
              MOVE 'N' TO WSEOF
           END-IF.

      *> The header screen keeps coming back until it validates or
      *> every field is blanked to abandon the quote
       TakeOneQuote.
           MOVE SPACES TO WSHeader.
           MOVE WSToday TO WSEntryDate.
           MOVE FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WSToday) + WSValidDays)
               TO WSEntryExpiry.
           MOVE "Key the quote header - blank every field to quit"
               TO WSStatusMsg.
           MOVE 'N' TO WSEntryOK.
           PERFORM AcceptAndValidateHeader UNTIL EntryClean.
           IF WSHeader = SPACES
              CONTINUE
           ELSE
              MOVE ZERO TO WSLineCount
              MOVE SPACES TO WSPricedMsg
              MOVE 'Y' TO WSMoreLines
              PERFORM TakeOneLine UNTIL NOT MoreLines
              IF WSLineCount = ZERO
                 DISPLAY "No lines keyed - quote abandoned"
              ELSE
                 PERFORM StoreQuote
              END-IF
           END-IF.

      *> The expiry comes up as the default validity from today;
      *> the rep can shorten or lengthen it for the job
       AcceptAndValidateHeader.
           DISPLAY HeaderScreen.
           ACCEPT HeaderScreen.
           EVALUATE TRUE
               WHEN WSHeader = SPACES
                   SET EntryClean TO TRUE
               WHEN WSEntryDate NOT NUMERIC
                   MOVE "Date must be 8 numeric digits (YYYYMMDD)"
                       TO WSStatusMsg
               WHEN FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(WSEntryDate)) NOT = ZERO
                   MOVE "Quote date is not a real date"
                       TO WSStatusMsg
               WHEN WSEntryCust NOT NUMERIC
                   MOVE "Customer ID must be 8 numeric digits"
                       TO WSStatusMsg
               WHEN WSEntryExpiry NOT NUMERIC
                   MOVE "Valid until must be 8 numeric digits"
                       TO WSStatusMsg
               WHEN FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(WSEntryExpiry)) NOT = ZERO
                   MOVE "Valid until is not a real date"
                       TO WSStatusMsg
               WHEN WSEntryExpiry < WSEntryDate
                   MOVE "Valid until cannot be before the quote date"
                       TO WSStatusMsg
               WHEN OTHER
                   PERFORM CheckSalesRep
                   IF RepFound
                      PERFORM CheckCustomer
                   END-IF
           END-EVALUATE.

      *> Blank is a house quote; anything keyed must be a code on
      *> SalespersonMaster.dat - it carries through to the order
       CheckSalesRep.
           MOVE 'N' TO WSRepFound.
           MOVE FUNCTION UPPER-CASE(WSEntryRep) TO WSEntryRep.
           IF WSEntryRep = SPACES
              SET RepFound TO TRUE
           ELSE
              PERFORM VARYING WSRepIdx FROM 1 BY 1
                  UNTIL WSRepIdx > WSRepCount OR RepFound
                  IF WSRepCode(WSRepIdx) = WSEntryRep
                     SET RepFound TO TRUE
                  END-IF
              END-PERFORM
              IF NOT RepFound
                 MOVE "Salesperson code not on the master"
                     TO WSStatusMsg
              END-IF
           END-IF.

       CheckCustomer.
           MOVE WSEntryCust TO IDNum.
           READ CustomerFile
               INVALID KEY
                   MOVE "Customer not on the master"
                       TO WSStatusMsg
               NOT INVALID KEY
                   IF CustClosed
                      MOVE "Customer account is closed"
                          TO WSStatusMsg
                   ELSE
                      MOVE SPACES TO WSCustShown
                      STRING FUNCTION TRIM(FirstName)
                          DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(LastName)
                          DELIMITED BY SIZE
                          INTO WSCustShown
                      SET EntryClean TO TRUE
                   END-IF
           END-READ.

       TakeOneLine.
           MOVE SPACES TO WSLineEntry.
           MOVE "Key a line - blank every field to finish the quote"
               TO WSStatusMsg.
           MOVE 'N' TO WSEntryOK.
           PERFORM AcceptAndValidateLine UNTIL EntryClean.
           IF WSLineEntry = SPACES
              MOVE 'N' TO WSMoreLines
           ELSE
              IF WSLineCount < 15
                 ADD 1 TO WSLineCount
                 MOVE WSEntryProduct TO WSQLProduct(WSLineCount)
                 MOVE FUNCTION UPPER-CASE(WSEntrySize)
                     TO WSQLSize(WSLineCount)
                 MOVE WSEntryQty TO WSQLQty(WSLineCount)
                 MOVE FUNCTION UPPER-CASE(WSEntryJur)
                     TO WSQLJur(WSLineCount)
                 MOVE WSUnitPrice TO WSQLUnitPrice(WSLineCount)
                 MOVE WSListPrice TO WSQLListPrice(WSLineCount)
              ELSE
                 DISPLAY "Quote is full - 15 lines; key the rest "
                     "as a second quote"
                 MOVE 'N' TO WSMoreLines
              END-IF
           END-IF.

       AcceptAndValidateLine.
           DISPLAY LineScreen.
           ACCEPT LineScreen.
           EVALUATE TRUE
               WHEN WSLineEntry = SPACES
                   SET EntryClean TO TRUE
               WHEN WSEntryQty NOT NUMERIC
                   MOVE "Quantity must be 3 numeric digits"
                       TO WSStatusMsg
               WHEN FUNCTION NUMVAL(WSEntryQty) = ZERO
                   MOVE "Quantity cannot be zero" TO WSStatusMsg
               WHEN WSEntryJur = SPACES
                   MOVE "Jurisdiction cannot be blank"
                       TO WSStatusMsg
               WHEN OTHER
                   PERFORM CheckProductAndSize
           END-EVALUATE.

       CheckProductAndSize.
           MOVE 'N' TO WSProdFound.
           SET ShirtIdx TO 1.
           IF WSProdCount > ZERO
              SEARCH Shirt
                  AT END CONTINUE
                  WHEN ProdName(ShirtIdx) = WSEntryProduct
                      SET ProductFound TO TRUE
              END-SEARCH
           END-IF.
           IF NOT ProductFound
              MOVE "Product not on Product.dat" TO WSStatusMsg
           ELSE
              MOVE ZERO TO WSSizeIdx
              PERFORM VARYING WSSizeScan FROM 1 BY 1
                  UNTIL WSSizeScan > 3 OR WSSizeIdx > 0
                  IF ProdSizes(ShirtIdx, WSSizeScan) =
                      FUNCTION UPPER-CASE(WSEntrySize)
                     MOVE WSSizeScan TO WSSizeIdx
                  END-IF
              END-PERFORM
              EVALUATE TRUE
                  WHEN WSSizeIdx = ZERO
                      MOVE "Product doesn't come in that size"
                          TO WSStatusMsg
                  WHEN ProdPrice(ShirtIdx) NOT NUMERIC
                      MOVE "Product has no valid price to quote"
                          TO WSStatusMsg
                  WHEN OTHER
                      SET EntryClean TO TRUE
                      PERFORM PriceEnteredLine
              END-EVALUATE
           END-IF.

      *> Priced the way the invoice run prices on the quote date -
      *> the dated list price in force, then a contract in force
       PriceEnteredLine.
           MOVE ProdPrice(ShirtIdx) TO WSListPrice.
           MOVE WSEntryDate TO WSPriceDate.
           MOVE ZERO TO WSPriceBestDate.
           PERFORM VARYING WSPriceIdx FROM 1 BY 1
               UNTIL WSPriceIdx > WSPriceCount
               IF WSPrcProduct(WSPriceIdx) = WSEntryProduct
                  AND WSPrcEffDate(WSPriceIdx) NOT > WSPriceDate
                  AND WSPrcEffDate(WSPriceIdx) >= WSPriceBestDate
                  MOVE WSPrcEffDate(WSPriceIdx) TO WSPriceBestDate
                  MOVE WSPrcPrice(WSPriceIdx) TO WSListPrice
               END-IF
           END-PERFORM.
           MOVE WSListPrice TO WSUnitPrice.
           MOVE WSEntryQty TO WSPriceQty.
           CALL 'contractprice' USING WSEntryCust, WSEntryProduct,
               WSPriceQty, WSPriceDate, WSContractPrice,
               WSContractFound
           END-CALL.
           MOVE WSListPrice TO WSListShown.
           MOVE SPACES TO WSPricedMsg.
           IF ContractPriced
              MOVE WSContractPrice TO WSUnitPrice
              MOVE WSContractPrice TO WSContractShown
              STRING WSEntryProduct DELIMITED BY SIZE
                  " at contract " DELIMITED BY SIZE
                  WSContractShown DELIMITED BY SIZE
                  " (list " DELIMITED BY SIZE
                  WSListShown DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WSPricedMsg
           ELSE
              STRING WSEntryProduct DELIMITED BY SIZE
                  " at list " DELIMITED BY SIZE
                  WSListShown DELIMITED BY SIZE
                  INTO WSPricedMsg
           END-IF.

      *> The number is taken and NextQuote.dat rewritten before the
      *> quote is written, so an interrupted store never hands the
      *> same number out twice. Same create-if-missing handling the
      *> other EXTEND files use.
       StoreQuote.
           PERFORM ReadNextQuoteNumber.
           MOVE WSNextQuote TO WSQuoteNum.
           ADD 1 TO WSNextQuote.
           PERFORM SaveNextQuoteNumber.
           MOVE ZERO TO WSQuoteTotal.
           OPEN EXTEND QuoteLineFile.
           IF WSQuoteLineStatus = "35"
              OPEN OUTPUT QuoteLineFile
              CLOSE QuoteLineFile
              OPEN EXTEND QuoteLineFile
           END-IF.
           PERFORM VARYING WSLineIdx FROM 1 BY 1
               UNTIL WSLineIdx > WSLineCount
               MOVE SPACES TO QuoteLine
               MOVE WSQuoteNum TO QlNum
               MOVE WSLineIdx TO QlLineNo
               MOVE WSQLProduct(WSLineIdx) TO QlProduct
               MOVE WSQLSize(WSLineIdx) TO QlSize
               MOVE WSQLQty(WSLineIdx) TO QlQty
               MOVE WSQLJur(WSLineIdx) TO QlJurisdiction
               MOVE WSQLUnitPrice(WSLineIdx) TO QlUnitPrice
               MOVE WSQLListPrice(WSLineIdx) TO QlListPrice
               WRITE QuoteLine
               END-WRITE
               COMPUTE WSQuoteTotal = WSQuoteTotal
                   + WSQLQty(WSLineIdx) * WSQLUnitPrice(WSLineIdx)
           END-PERFORM.
           CLOSE QuoteLineFile.
           OPEN EXTEND QuoteFile.
           IF WSQuoteStatus = "35"
              OPEN OUTPUT QuoteFile
              CLOSE QuoteFile
              OPEN EXTEND QuoteFile
           END-IF.
           MOVE SPACES TO QuoteHeader.
           MOVE WSQuoteNum TO QhNum.
           MOVE WSEntryDate TO QhDate.
           MOVE WSEntryExpiry TO QhExpiry.
           MOVE WSEntryCust TO QhCustID.
           MOVE WSEntryRep TO QhSalesRep.
           MOVE WSQuoteTotal TO QhTotal.
           SET QuoteOpen TO TRUE.
           MOVE WSEntryDate TO QhStatusDate.
           WRITE QuoteHeader.
           CLOSE QuoteFile.
           PERFORM PrintQuote.
           ADD 1 TO WSQuoteCount.
           MOVE WSQuoteTotal TO WSShownTotal.
           DISPLAY "Quote " WSQuoteNum " stored for customer "
               WSEntryCust " - " WSLineCount " line(s), "
               WSShownTotal " valid until " WSEntryExpiry.

       ReadNextQuoteNumber.
           OPEN INPUT QuoteCtlFile.
           IF WSQuoteCtlStatus = "00"
              READ QuoteCtlFile
                  AT END CONTINUE
                  NOT AT END
                      IF QuoteCtlRecord NUMERIC
                         MOVE QuoteCtlRecord TO WSNextQuote
                      END-IF
              END-READ
           END-IF.
           CLOSE QuoteCtlFile.

       SaveNextQuoteNumber.
           OPEN OUTPUT QuoteCtlFile.
           MOVE WSNextQuote TO QuoteCtlRecord.
           WRITE QuoteCtlRecord.
           CLOSE QuoteCtlFile.

      *> Every quote stored this session prints to Quotation.txt,
      *> one after another, ready to send. The customer record is
      *> still in the record area from the header validation.
       PrintQuote.
           IF NOT PrintFileOpen
              OPEN OUTPUT PrintFile
              IF WSPrintStatus = "00"
                 SET PrintFileOpen TO TRUE
              ELSE
                 DISPLAY "quotation: unable to open Quotation.txt "
                     "- status " WSPrintStatus " - quote not printed"
              END-IF
           END-IF.
           IF PrintFileOpen
              MOVE WSQuoteNum TO WSPrNum
              WRITE PrintLine FROM WSPrTitle
                  AFTER ADVANCING PAGE
              END-WRITE
              MOVE WSEntryDate TO WSPrDate
              MOVE WSEntryExpiry TO WSPrExpiry
              MOVE WSEntryRep TO WSPrRep
              WRITE PrintLine FROM WSPrDates
                  AFTER ADVANCING 2 LINES
              END-WRITE
              WRITE PrintLine FROM WSCustShown
                  AFTER ADVANCING 2 LINES
              END-WRITE
              WRITE PrintLine FROM CustStreet
                  AFTER ADVANCING 1 LINE
              END-WRITE
              MOVE CustCity TO WSPrCity
              MOVE CustState TO WSPrState
              MOVE CustPostal TO WSPrPostal
              WRITE PrintLine FROM WSPrCityLine
                  AFTER ADVANCING 1 LINE
              END-WRITE
              WRITE PrintLine FROM WSPrHeads
                  AFTER ADVANCING 2 LINES
              END-WRITE
              PERFORM PrintQuoteLine
                  VARYING WSLineIdx FROM 1 BY 1
                  UNTIL WSLineIdx > WSLineCount
              MOVE WSQuoteTotal TO WSPrTotalAmt
              WRITE PrintLine FROM WSPrTotal
                  AFTER ADVANCING 2 LINES
              END-WRITE
              MOVE "Prices held until the date above; tax is added"
                  TO PrintLine
              WRITE PrintLine
                  AFTER ADVANCING 2 LINES
              END-WRITE
              MOVE "at the rate in force when the order is invoiced."
                  TO PrintLine
              WRITE PrintLine
                  AFTER ADVANCING 1 LINE
              END-WRITE
           END-IF.

       PrintQuoteLine.
           MOVE WSQLProduct(WSLineIdx) TO WSPrProduct.
           MOVE WSQLSize(WSLineIdx) TO WSPrSize.
           MOVE WSQLQty(WSLineIdx) TO WSPrQty.
           MOVE WSQLUnitPrice(WSLineIdx) TO WSPrUnit.
           COMPUTE WSLineTotal =
               WSQLQty(WSLineIdx) * WSQLUnitPrice(WSLineIdx).
           MOVE WSLineTotal TO WSPrLine.
           WRITE PrintLine FROM WSPrDetail
               AFTER ADVANCING 1 LINE
           END-WRITE.

      *> Only an open quote still inside its validity converts - an
      *> expired one is re-quoted at today's prices
       AcceptQuote.
           PERFORM FindQuoteKeyed.
           IF WSQtFound > ZERO
              EVALUATE TRUE
                  WHEN NOT QuoteOpen
                      DISPLAY "Quote " QhNum " is no longer open - "
                          "status " QhStatus " since " QhStatusDate
                  WHEN QhExpiry < WSToday
                      DISPLAY "Quote " QhNum " expired on " QhExpiry
                          " - raise a new quote at today's prices"
                  WHEN OTHER
                      PERFORM ConfirmAndConvert
              END-EVALUATE
           END-IF.

       ConfirmAndConvert.
           MOVE QhCustID TO IDNum.
           MOVE 'N' TO WSCustUsable.
           READ CustomerFile
               INVALID KEY
                   DISPLAY "Customer " QhCustID " is no longer on "
                       "the master - quote not converted"
               NOT INVALID KEY
                   IF CustClosed
                      DISPLAY "Customer " QhCustID " account is "
                          "closed - quote not converted"
                   ELSE
                      SET CustUsable TO TRUE
                   END-IF
           END-READ.
           IF CustUsable
              PERFORM LoadQuoteLines
              IF WSLineCount = ZERO
                 DISPLAY "Quote " QhNum " has no lines on "
                     "QuoteLines.dat - not converted"
              ELSE
                 MOVE QhTotal TO WSShownTotal
                 DISPLAY "Convert quote " QhNum " for customer "
                     QhCustID ", " WSLineCount " line(s), "
                     WSShownTotal " to an order (Y/N) "
                     WITH NO ADVANCING
                 ACCEPT WSConfirm
                 IF ConfirmYes
                    PERFORM WriteQuotedOrder
                    SET QuoteAccepted TO TRUE
                    MOVE WSToday TO QhStatusDate
                    MOVE QuoteHeader TO WSQtRecord(WSQtFound)
                    PERFORM RewriteQuotes
                    ADD 1 TO WSAcceptedCount
                    DISPLAY "Quote " WSQuoteEntry " converted - order "
                        "appended to Invoice.dat at the quoted "
                        "prices"
                 ELSE
                    DISPLAY "Quote not converted"
                 END-IF
              END-IF
           END-IF.

       LoadQuoteLines.
           MOVE ZERO TO WSLineCount.
           OPEN INPUT QuoteLineFile.
           IF WSQuoteLineStatus = "00"
              PERFORM UNTIL EndOfPass
                 READ QuoteLineFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF QlNum = QhNum AND WSLineCount < 15
                            ADD 1 TO WSLineCount
                            MOVE QlProduct
                                TO WSQLProduct(WSLineCount)
                            MOVE QlSize TO WSQLSize(WSLineCount)
                            MOVE QlQty TO WSQLQty(WSLineCount)
                            MOVE QlJurisdiction
                                TO WSQLJur(WSLineCount)
                            MOVE QlUnitPrice
                                TO WSQLUnitPrice(WSLineCount)
                         END-IF
                 END-READ
              END-PERFORM
              MOVE 'N' TO WSEOF
           END-IF.
           CLOSE QuoteLineFile.

      *> One H record and its D lines, the shape fixed.cob reads,
      *> dated today - each line holds its quoted unit price. Same
      *> create-if-missing handling the other EXTEND files use.
       WriteQuotedOrder.
           OPEN EXTEND OrderFile.
           IF WSOrderStatus = "35"
              OPEN OUTPUT OrderFile
              CLOSE OrderFile
              OPEN EXTEND OrderFile
           END-IF.
           MOVE SPACES TO OrderRecord.
           MOVE 'H' TO OrRecType.
           MOVE WSToday TO OrInvDate.
           MOVE QhCustID TO OrCustomer.
           MOVE QhSalesRep TO OrSalesRep.
           WRITE OrderRecord.
           PERFORM VARYING WSLineIdx FROM 1 BY 1
               UNTIL WSLineIdx > WSLineCount
               MOVE SPACES TO OrderRecord
               MOVE 'D' TO OrRecType
               MOVE WSQLProduct(WSLineIdx) TO OrProduct
               MOVE WSQLQty(WSLineIdx) TO OrQty
               MOVE WSQLJur(WSLineIdx) TO OrJurisdiction
               MOVE WSQLSize(WSLineIdx) TO OrSize
               MOVE WSQLUnitPrice(WSLineIdx) TO OrHeldPrice
               WRITE OrderRecord
               END-WRITE
           END-PERFORM.
           CLOSE OrderFile.

      *> A lost quote keeps the reason the customer gave, for the
      *> rep's conversion figures
       MarkQuoteLost.
           PERFORM FindQuoteKeyed.
           IF WSQtFound > ZERO
              IF NOT QuoteOpen
                 DISPLAY "Quote " QhNum " is no longer open - "
                     "status " QhStatus " since " QhStatusDate
              ELSE
                 MOVE SPACES TO WSReasonEntry
                 DISPLAY "Reason lost (up to 20 characters) "
                     WITH NO ADVANCING
                 ACCEPT WSReasonEntry
                 SET QuoteLost TO TRUE
                 MOVE WSToday TO QhStatusDate
                 MOVE WSReasonEntry TO QhLostReason
                 MOVE QuoteHeader TO WSQtRecord(WSQtFound)
                 PERFORM RewriteQuotes
                 ADD 1 TO WSLostCount
                 DISPLAY "Quote " WSQuoteEntry " marked lost"
              END-IF
           END-IF.

      *> Loads Quotes.dat whole and leaves the keyed quote in the
      *> record area, WSQtFound pointing at its table slot - zero
      *> when it can't be found or the table can't hold the file
       FindQuoteKeyed.
           MOVE ZERO TO WSQtFound.
           MOVE SPACES TO WSQuoteEntry.
           DISPLAY "Quote number (6 digits) " WITH NO ADVANCING.
           ACCEPT WSQuoteEntry.
           IF WSQuoteEntry NOT NUMERIC
              DISPLAY "Quote number must be 6 numeric digits"
           ELSE
              PERFORM LoadQuotes
              IF QuoteTableFull
                 DISPLAY "quotation: Quotes.dat exceeds the quote "
                     "table - nothing changed"
                 MOVE 16 TO RETURN-CODE
              ELSE
                 PERFORM VARYING WSQtIdx FROM 1 BY 1
                     UNTIL WSQtIdx > WSQtCount OR WSQtFound > ZERO
                     MOVE WSQtRecord(WSQtIdx) TO QuoteHeader
                     IF QhNum = WSQuoteEntry
                        MOVE WSQtIdx TO WSQtFound
                     END-IF
                 END-PERFORM
                 IF WSQtFound = ZERO
                    DISPLAY "Quote " WSQuoteEntry " not on file"
                 ELSE
                    MOVE WSQtRecord(WSQtFound) TO QuoteHeader
                 END-IF
              END-IF
           END-IF.

       LoadQuotes.
           MOVE ZERO TO WSQtCount.
           MOVE 'N' TO WSQtOverflow.
           OPEN INPUT QuoteFile.
           IF WSQuoteStatus = "00"
              PERFORM UNTIL EndOfPass
                 READ QuoteFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSQtCount < 500
                            ADD 1 TO WSQtCount
                            MOVE QuoteHeader TO WSQtRecord(WSQtCount)
                         ELSE
                            SET QuoteTableFull TO TRUE
                            MOVE 'Y' TO WSEOF
                         END-IF
                 END-READ
              END-PERFORM
              MOVE 'N' TO WSEOF
           END-IF.
           CLOSE QuoteFile.

       RewriteQuotes.
           OPEN OUTPUT QuoteFile.
           PERFORM VARYING WSQtIdx FROM 1 BY 1
               UNTIL WSQtIdx > WSQtCount
               MOVE WSQtRecord(WSQtIdx) TO QuoteHeader
               WRITE QuoteHeader
               END-WRITE
           END-PERFORM.
           CLOSE QuoteFile.

      *> Shared file-open error handling - see
      *> Copybooks/filestatuschk.cpy for the fields
       COPY filestatuschkp.
