       *> errors are fixed while the customer is still on the phone.
       *> Only a clean, complete order is appended to Invoice.dat -
       *> abandoning the screen leaves the file untouched.
       *> NEW : each accepted line is priced for the clerk to quote -
       *> the customer's contract price for that quantity when
       *> contractprice.cob finds one in force, list otherwise, the
       *> same lookup the invoice run makes.
       *> NEW : a line may name a kit from KitDef.dat instead of a
       *> product - kits carry no size of their own (each component
       *> has one), so the size is left blank and the kit price is
       *> quoted.
       *> NEW : every order is numbered from NextOrder.dat, the number
       *> carried on its H record, and the header takes the deposit
       *> the customer must pay up front (new accounts, large custom
       *> orders) - written to CustDeposits.dat as the amount
       *> required, for ardeposit.cob to receipt against and the
       *> invoice run to apply when the order is invoiced.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS IDNum
      *> NEW : alternate name key, LastName then FirstName -
      *> see Copybooks/custrec.cpy
                  ALTERNATE RECORD KEY IS CustNameKey
                      = LastName FirstName WITH DUPLICATES
      *> NEW : bill-to parent key, so a head office's branches
      *> can be found without walking the file
                  ALTERNATE RECORD KEY IS CustBillToID WITH DUPLICATES
                  FILE STATUS IS WSCustFileStatus.
              SELECT ProductFile ASSIGN TO "Product.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
              SELECT SalesRepFile ASSIGN TO "SalespersonMaster.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSSalesRepStatus.
       *> NEW : the kit definitions - see Copybooks/kitdef.cpy
              SELECT KitFile ASSIGN TO "KitDef.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSKitStatus.
       *> NEW : next order number, rewritten as each number is taken -
       *> same control-file discipline NextInvoice.dat follows
              SELECT OrderCtlFile ASSIGN TO "NextOrder.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSOrderCtlStatus.
       *> NEW : the deposit an order requires - see
       *> Copybooks/custdeposit.cpy
              SELECT DepositFile ASSIGN TO "CustDeposits.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSDepositStatus.

       DATA DIVISION.
       FILE SECTION.
                  03 OrJurisdiction   PIC X(2).
                  03 OrSize           PIC A.
                  03 FILLER           PIC X(8).
      *> NEW : the order number - on the header only
              02 OrOrderNum       PIC X(6).
       FD SalesRepFile.
       01 SalesRepRecord.
              02 SpCode      PIC X(3).
              02 SpName      PIC X(20).
              02 FILLER      PIC X(1).
              02 SpRate      PIC 9(2).
       FD KitFile.
       COPY kitdef.
       FD OrderCtlFile.
       01 OrderCtlRecord   PIC 9(6).
       FD DepositFile.
       COPY custdeposit.

       WORKING-STORAGE SECTION.
       01 WSCustFileStatus PIC XX.
              88 ProductFound     VALUE 'Y'.
       01 WSSizeIdx        PIC 9.
       01 WSSizeScan       PIC 9.
       *> NEW : the kits, held read-only like the catalogue -
       *> mirrors Copybooks/kitdef.cpy byte-for-byte
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
       01 WSContinueFlag   PIC X VALUE 'Y'.
              88 KeepGoing       VALUE 'Y'.
       01 WSMoreLines      PIC X VALUE 'Y'.
              02 WSEntryDate     PIC X(8).
              02 WSEntryCust     PIC X(8).
              02 WSEntryRep      PIC X(3).
      *> NEW : the deposit required up front - blank for none
              02 WSEntryDeposit  PIC X(10).
       01 WSCustShown      PIC X(31).
       01 WSLineEntry.
              02 WSEntryProduct  PIC X(5).
       01 WSLineIdx        PIC 99.
       01 WSStatusMsg      PIC X(60) VALUE SPACES.
       01 WSOrderCount     PIC 9(3) VALUE ZERO.
       *> NEW : the price the last accepted line will invoice at
       01 WSPriceQty       PIC 9(3).
       01 WSPriceDate      PIC 9(8).
       01 WSListPrice      PIC 9(4)V99.
       01 WSContractPrice  PIC 9(4)V99.
       01 WSContractFound  PIC X VALUE 'N'.
              88 ContractPriced  VALUE 'Y'.
       01 WSListShown      PIC $$,$$9.99.
       01 WSContractShown  PIC $$,$$9.99.
       01 WSPricedMsg      PIC X(50) VALUE SPACES.
       *> NEW : the salesperson codes, loaded once for validation -
       *> blank on an order means a house sale and is always allowed
       01 WSRepTable.
       01 WSRepIdx         PIC 99.
       01 WSRepFound       PIC X VALUE 'N'.
              88 RepFound        VALUE 'Y'.
       *> NEW : the order's number and the deposit it requires
       01 WSOrderCtlStatus PIC XX.
       01 WSDepositStatus  PIC XX.
       01 WSNextOrder      PIC 9(6) VALUE 1.
       01 WSOrderNum       PIC 9(6).
       01 WSDepositDue     PIC 9(7)V99 COMP-3 VALUE ZERO.
       01 WSDepositShown   PIC $$,$$$,$$9.99.
      *> NEW : shared file-open status check - see
      *> Copybooks/filestatuschkp.cpy
       COPY filestatuschk.
              05 LINE 5  COL 20 PIC X(8)  USING WSEntryCust.
              05 LINE 6  COL 5  VALUE "Salesperson :".
              05 LINE 6  COL 20 PIC X(3)  USING WSEntryRep.
              05 LINE 7  COL 5  VALUE "Deposit due :".
              05 LINE 7  COL 20 PIC X(10) USING WSEntryDeposit.
              05 LINE 22 COL 5  PIC X(60) FROM WSStatusMsg.
       01 LineScreen.
              05 LINE 2  COL 5  VALUE "Order Entry - Detail Line".
              05 LINE 7  COL 20 PIC X(3)  USING WSEntryQty.
              05 LINE 8  COL 5  VALUE "Jurisdiction:".
              05 LINE 8  COL 20 PIC X(2)  USING WSEntryJur.
              05 LINE 10 COL 5  VALUE "Last line   :".
              05 LINE 10 COL 20 PIC X(50) FROM WSPricedMsg.
              05 LINE 22 COL 5  PIC X(60) FROM WSStatusMsg.

       PROCEDURE DIVISION.
              GOBACK
           END-IF.
           PERFORM LoadSalesReps.
           PERFORM LoadKits.
           PERFORM ReadNextOrderNumber.
           OPEN INPUT CustomerFile.
           MOVE WSCustFileStatus TO WSCheckFileStatus.
           MOVE "orderentry" TO WSCheckProgLabel.
           IF WSHeader = SPACES
              MOVE 'N' TO WSContinueFlag
           ELSE
              IF WSEntryDeposit = SPACES
                 MOVE ZERO TO WSDepositDue
              ELSE
                 COMPUTE WSDepositDue =
                     FUNCTION NUMVAL(WSEntryDeposit)
              END-IF
              MOVE ZERO TO WSLineCount
              MOVE SPACES TO WSPricedMsg
              MOVE 'Y' TO WSMoreLines
              PERFORM TakeOneLine UNTIL NOT MoreLines
              IF WSLineCount = ZERO
              ELSE
                 PERFORM WriteOrder
                 ADD 1 TO WSOrderCount
                 DISPLAY "Order " WSOrderNum " for customer "
                     WSEntryCust " appended - " WSLineCount
                     " line(s)"
                 IF WSDepositDue > ZERO
                    MOVE WSDepositDue TO WSDepositShown
                    DISPLAY "Deposit of " WSDepositShown
                        " required - receipt it through ardeposit "
                        "against order " WSOrderNum
                 END-IF
              END-IF
           END-IF.

               WHEN WSEntryCust NOT NUMERIC
                   MOVE "Customer ID must be 8 numeric digits"
                       TO WSStatusMsg
      *> NEW : the deposit is an amount, or blank for none
               WHEN WSEntryDeposit NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WSEntryDeposit) NOT = ZERO
                   MOVE "Deposit must be an amount - blank for none"
                       TO WSStatusMsg
               WHEN WSEntryDeposit NOT = SPACES
                   AND FUNCTION NUMVAL(WSEntryDeposit) < ZERO
                   MOVE "Deposit cannot be negative" TO WSStatusMsg
               WHEN OTHER
                   PERFORM CheckSalesRep
                   IF RepFound
                      SET ProductFound TO TRUE
              END-SEARCH
           END-IF.
      *> NEW : not a product - perhaps a kit, which takes no size
           MOVE 'N' TO WSKitFound.
           IF NOT ProductFound AND WSKitCount > ZERO
              SET KitIdx TO 1
              SEARCH Kit
                  AT END CONTINUE
                  WHEN KitName(KitIdx) = WSEntryProduct
                      SET KitFound TO TRUE
              END-SEARCH
           END-IF.
           IF KitFound
              MOVE SPACE TO WSEntrySize
              SET EntryClean TO TRUE
              PERFORM PriceEnteredLine
           END-IF.
           IF NOT ProductFound AND NOT KitFound
              MOVE "Product not on Product.dat" TO WSStatusMsg
           END-IF.
           IF ProductFound
              MOVE ZERO TO WSSizeIdx
              PERFORM VARYING WSSizeScan FROM 1 BY 1
                  UNTIL WSSizeScan > 3 OR WSSizeIdx > 0
                     TO WSStatusMsg
              ELSE
                 SET EntryClean TO TRUE
                 PERFORM PriceEnteredLine
              END-IF
           END-IF.

       *> NEW : contract first, list if there is none - the clerk
       *> can quote the customer what the invoice will charge
       PriceEnteredLine.
           IF KitFound
              MOVE KitPrice(KitIdx) TO WSListPrice
           ELSE
              MOVE ProdPrice(ShirtIdx) TO WSListPrice
           END-IF.
           MOVE WSEntryQty TO WSPriceQty.
           MOVE WSEntryDate TO WSPriceDate.
           CALL 'contractprice' USING WSEntryCust, WSEntryProduct,
               WSPriceQty, WSPriceDate, WSContractPrice,
               WSContractFound
           END-CALL.
           MOVE WSListPrice TO WSListShown.
           MOVE SPACES TO WSPricedMsg.
           IF ContractPriced
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

       *> NEW : the order commits whole - one H record then its D
       *> lines, the shape fixed.cob reads. Same create-if-missing
       *> handling the other EXTEND files use.
       WriteOrder.
      *> NEW : the number is taken and the control file saved before
      *> the order is written - an interrupted entry wastes a number
      *> rather than reusing one
           MOVE WSNextOrder TO WSOrderNum.
           ADD 1 TO WSNextOrder.
           PERFORM SaveNextOrderNumber.
           OPEN EXTEND OrderFile.
           IF WSOrderStatus = "35"
              OPEN OUTPUT OrderFile
           MOVE WSEntryDate TO OrInvDate.
           MOVE WSEntryCust TO OrCustomer.
           MOVE WSEntryRep TO OrSalesRep.
           MOVE WSOrderNum TO OrOrderNum.
           WRITE OrderRecord.
           PERFORM VARYING WSLineIdx FROM 1 BY 1
               UNTIL WSLineIdx > WSLineCount
               END-WRITE
           END-PERFORM.
           CLOSE OrderFile.
           IF WSDepositDue > ZERO
              PERFORM WriteDepositRequired
           END-IF.

       *> NEW : the deposit the order requires, as an R line under its
       *> order number - see Copybooks/custdeposit.cpy. Same
       *> create-if-missing handling the other EXTEND files use.
       WriteDepositRequired.
           OPEN EXTEND DepositFile.
           IF WSDepositStatus = "35"
              OPEN OUTPUT DepositFile
              CLOSE DepositFile
              OPEN EXTEND DepositFile
           END-IF.
           MOVE SPACES TO DepositRecord.
           SET CdRequired TO TRUE.
           MOVE WSOrderNum TO CdOrderNum.
           MOVE WSEntryCust TO CdCustID.
           MOVE WSEntryDate TO CdDate.
           MOVE WSDepositDue TO CdAmount.
           WRITE DepositRecord.
           CLOSE DepositFile.

       ReadNextOrderNumber.
           OPEN INPUT OrderCtlFile.
           IF WSOrderCtlStatus = "00"
              READ OrderCtlFile
                  AT END CONTINUE
                  NOT AT END
                      IF OrderCtlRecord NUMERIC
                         MOVE OrderCtlRecord TO WSNextOrder
                      END-IF
              END-READ
           END-IF.
           CLOSE OrderCtlFile.

       SaveNextOrderNumber.
           OPEN OUTPUT OrderCtlFile.
           MOVE WSNextOrder TO OrderCtlRecord.
           WRITE OrderCtlRecord.
           CLOSE OrderCtlFile.

       *> NEW : no KitDef.dat just means no kits to offer
       LoadKits.
           OPEN INPUT KitFile.
           IF WSKitStatus NOT = "00"
              CLOSE KitFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ KitFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSKitCount < 20
                            ADD 1 TO WSKitCount
                            MOVE KitDefRecord TO Kit(WSKitCount)
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE KitFile
              MOVE 'N' TO WSEOF
           END-IF.

      *> NEW : file-open error handling standardized via the shared
      *> Copybooks/filestatuschkp.cpy paragraph instead of each
