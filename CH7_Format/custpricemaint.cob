       IDENTIFICATION DIVISION.
       PROGRAM-ID. custpricemaint.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Maintains the customer contract prices contractprice.cob
       *> looks up - wholesale accounts negotiate a price per product,
       *> usually with volume breaks, and the clerk used to honour
       *> them by hand with a credit memo after every invoice posted.
       *> One contract per customer per product in
       *> CustomerPrices.dat: the dates it is in force and up to four
       *> quantity breaks (minimum quantity and unit price). A
       *> renegotiated contract replaces the one on file once the
       *> clerk confirms. fixed.cob and orderentry.cob price from the
       *> contract before falling back to list.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PriceFile ASSIGN TO "CustomerPrices.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS CpKey
                  FILE STATUS IS WSPriceStatus.
              SELECT CustomerFile ASSIGN TO "Customer.dat"
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
                  FILE STATUS IS WSProductStatus.

       DATA DIVISION.
       FILE SECTION.
       FD PriceFile.
       COPY custprice.
       FD CustomerFile.
       COPY custrec.
       FD ProductFile.
       COPY prodrec.

       WORKING-STORAGE SECTION.
       01 WSPriceStatus    PIC XX.
       01 WSCustFileStatus PIC XX.
       01 WSProductStatus  PIC XX.
       01 WSEOF            PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
       01 WSMenuChoice     PIC X VALUE SPACE.
              88 WantsList      VALUE 'L' 'l'.
              88 WantsAdd       VALUE 'A' 'a'.
              88 WantsRemove    VALUE 'R' 'r'.
              88 WantsQuit      VALUE 'Q' 'q'.
       01 WSContinueFlag   PIC X VALUE 'Y'.
              88 KeepGoing      VALUE 'Y'.
       01 WSIDEntry        PIC X(8).
       01 WSProductEntry   PIC X(5).
       01 WSDateEntry      PIC X(8).
       01 WSQtyEntry       PIC X(3).
       01 WSPriceEntry     PIC X(6).
       01 WSEffDate        PIC 9(8).
       01 WSExpiryDate     PIC 9(8).
       01 WSListPrice      PIC 9(4)V99.
       01 WSPriceShown     PIC $$,$$9.99.
       01 WSListShown      PIC $$,$$9.99.
       01 WSConfirm        PIC X.
              88 Confirmed      VALUE 'Y' 'y'.
       01 WSTierIdx        PIC 9.
       01 WSTierCount      PIC 9.
       01 WSContractCount  PIC 9(5).
       01 WSProceed        PIC X VALUE 'N'.
              88 ProceedWithIt  VALUE 'Y'.
       01 WSReplacing      PIC X VALUE 'N'.
              88 IsReplacement  VALUE 'Y'.
       01 WSCustOnFile     PIC X VALUE 'N'.
              88 CustomerOnFile VALUE 'Y'.
       01 WSProdOnFile     PIC X VALUE 'N'.
              88 ProductOnFile  VALUE 'Y'.
       01 WSTiersDone      PIC X VALUE 'N'.
              88 TiersDone      VALUE 'Y'.
       01 WSListCustID     PIC 9(8) COMP-3.
       01 WSOperatorID     PIC X(10) VALUE SPACES.
       *> NEW : operator signed on at the custmenu.cob front door,
       *> shared via EXTERNAL storage - same pickup the other
       *> customer programs use
       01 WSSignedOnOper     PIC X(10) EXTERNAL.
       01 WSSignedOnLevel    PIC 9 EXTERNAL.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           IF WSSignedOnOper NOT = SPACES
              AND WSSignedOnOper NOT = LOW-VALUES
              MOVE WSSignedOnOper TO WSOperatorID
           ELSE
              DISPLAY "Operator ID " WITH NO ADVANCING
              ACCEPT WSOperatorID
           END-IF.
           OPEN INPUT CustomerFile.
           IF WSCustFileStatus NOT = "00"
              DISPLAY "custpricemaint: Customer.dat unavailable - "
                  "status " WSCustFileStatus
              CLOSE CustomerFile
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *> NEW : the contract file is created empty the first time
      *> through, so the first contract can be keyed
           OPEN I-O PriceFile.
           IF WSPriceStatus = "35"
              OPEN OUTPUT PriceFile
              CLOSE PriceFile
              OPEN I-O PriceFile
           END-IF.
           IF WSPriceStatus NOT = "00"
              DISPLAY "custpricemaint: CustomerPrices.dat unavailable"
                  " - status " WSPriceStatus
              CLOSE CustomerFile
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM ShowPriceMenu UNTIL NOT KeepGoing.
           CLOSE PriceFile.
           CLOSE CustomerFile.
      *> GOBACK so a menu program can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

       ShowPriceMenu.
           DISPLAY " ".
           DISPLAY "Customer Contract Prices".
           DISPLAY "(L)ist a customer  (A)dd or replace  (R)emove  "
               "(Q)uit".
           DISPLAY "Select an option " WITH NO ADVANCING.
           ACCEPT WSMenuChoice.
           EVALUATE TRUE
               WHEN WantsList    PERFORM ListContracts
               WHEN WantsAdd     PERFORM AddContract
               WHEN WantsRemove  PERFORM RemoveContract
               WHEN WantsQuit    MOVE 'N' TO WSContinueFlag
               WHEN OTHER
                   DISPLAY "Invalid option, please try again"
           END-EVALUATE.

       *> NEW : the key leads with the customer, so one customer's
       *> contracts sit together - START at the customer and read
       *> until the number changes
       ListContracts.
           PERFORM AcceptCustomerID.
           IF CustomerOnFile
              MOVE 'N' TO WSEOF
              MOVE ZERO TO WSContractCount
              MOVE IDNum TO WSListCustID
              MOVE IDNum TO CpCustID
              MOVE LOW-VALUES TO CpProduct
              START PriceFile KEY IS NOT LESS THAN CpKey
                  INVALID KEY MOVE 'Y' TO WSEOF
              END-START
              PERFORM UNTIL EndOfPass
                 READ PriceFile NEXT RECORD
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF CpCustID NOT = WSListCustID
                            MOVE 'Y' TO WSEOF
                         ELSE
                            ADD 1 TO WSContractCount
                            PERFORM ShowOneContract
                         END-IF
                 END-READ
              END-PERFORM
              MOVE 'N' TO WSEOF
              IF WSContractCount = ZERO
                 DISPLAY "No contract prices for this customer"
              END-IF
           END-IF.

       ShowOneContract.
           DISPLAY CpProduct " from " CpEffDate " to " CpExpiryDate.
           PERFORM VARYING WSTierIdx FROM 1 BY 1
               UNTIL WSTierIdx > 4
               IF CpMinQty(WSTierIdx) > ZERO
                  MOVE CpPrice(WSTierIdx) TO WSPriceShown
                  DISPLAY "    " CpMinQty(WSTierIdx) " and over at "
                      WSPriceShown
               END-IF
           END-PERFORM.

       *> NEW : customer and product must both be on file - a
       *> contract nobody can invoice against would sit there
       *> forever. An existing contract is replaced only once the
       *> clerk confirms.
       AddContract.
           MOVE 'N' TO WSProceed.
           MOVE 'N' TO WSReplacing.
           PERFORM AcceptCustomerID.
           IF CustomerOnFile
              PERFORM AcceptProduct
           END-IF.
           IF CustomerOnFile AND ProductOnFile
              MOVE IDNum TO CpCustID
              MOVE WSProductEntry TO CpProduct
              READ PriceFile
                  INVALID KEY
                      SET ProceedWithIt TO TRUE
                  NOT INVALID KEY
                      DISPLAY "Contract already on file:"
                      PERFORM ShowOneContract
                      DISPLAY "Replace it (Y/N) " WITH NO ADVANCING
                      ACCEPT WSConfirm
                      IF Confirmed
                         SET ProceedWithIt TO TRUE
                         SET IsReplacement TO TRUE
                      END-IF
              END-READ
           END-IF.
           IF ProceedWithIt
              PERFORM KeyContract
           END-IF.

       KeyContract.
           MOVE SPACES TO WSDateEntry.
           PERFORM UNTIL WSDateEntry IS NUMERIC
               DISPLAY "Effective date (YYYYMMDD) " WITH NO ADVANCING
               ACCEPT WSDateEntry
               IF WSDateEntry NOT NUMERIC
                  DISPLAY "Invalid date - enter 8 numeric digits"
               END-IF
           END-PERFORM.
           MOVE WSDateEntry TO WSEffDate.
           MOVE SPACES TO WSDateEntry.
           PERFORM UNTIL WSDateEntry IS NUMERIC
               DISPLAY "Expiry date (YYYYMMDD, 00000000 = none) "
                   WITH NO ADVANCING
               ACCEPT WSDateEntry
               IF WSDateEntry NOT NUMERIC
                  DISPLAY "Invalid date - enter 8 numeric digits"
               ELSE
                  IF WSDateEntry NOT = ZERO
                     AND WSDateEntry < WSEffDate
                     DISPLAY "Expiry is before the effective date"
                     MOVE SPACES TO WSDateEntry
                  END-IF
               END-IF
           END-PERFORM.
           MOVE WSDateEntry TO WSExpiryDate.
           MOVE WSListPrice TO WSListShown.
           DISPLAY "List price is " WSListShown.
           MOVE IDNum TO CpCustID.
           MOVE WSProductEntry TO CpProduct.
           PERFORM VARYING WSTierIdx FROM 1 BY 1
               UNTIL WSTierIdx > 4
               MOVE ZERO TO CpMinQty(WSTierIdx)
               MOVE ZERO TO CpPrice(WSTierIdx)
           END-PERFORM.
           MOVE ZERO TO WSTierCount.
           MOVE 'N' TO WSTiersDone.
           MOVE 1 TO WSTierIdx.
           PERFORM KeyOneTier UNTIL TiersDone OR WSTierCount = 4.
           IF WSTierCount = ZERO
              DISPLAY "No price breaks keyed - contract not recorded"
           ELSE
              PERFORM SaveContract
           END-IF.

       *> NEW : a break is a minimum quantity and the unit price from
       *> that quantity up - the first break is normally 1
       KeyOneTier.
           MOVE SPACES TO WSQtyEntry.
           DISPLAY "Break " WSTierIdx " minimum quantity (3 digits,"
               " blank when done) " WITH NO ADVANCING.
           ACCEPT WSQtyEntry.
           IF WSQtyEntry = SPACES
              SET TiersDone TO TRUE
           ELSE
              IF WSQtyEntry NOT NUMERIC OR WSQtyEntry = ZERO
                 DISPLAY "Invalid quantity - enter 3 numeric digits"
              ELSE
                 MOVE SPACES TO WSPriceEntry
                 PERFORM UNTIL WSPriceEntry IS NUMERIC
                     DISPLAY "Unit price (6 digits, 001250 = 12.50) "
                         WITH NO ADVANCING
                     ACCEPT WSPriceEntry
                     IF WSPriceEntry NOT NUMERIC
                        DISPLAY "Invalid price - enter 6 numeric "
                            "digits"
                     END-IF
                 END-PERFORM
                 ADD 1 TO WSTierCount
                 MOVE WSQtyEntry TO CpMinQty(WSTierCount)
                 MOVE WSPriceEntry TO CpPrice(WSTierCount)
              END-IF
           END-IF.
           COMPUTE WSTierIdx = WSTierCount + 1.

       SaveContract.
           MOVE WSEffDate TO CpEffDate.
           MOVE WSExpiryDate TO CpExpiryDate.
           MOVE WSOperatorID TO CpRecordedBy.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CpRecordedOn.
           IF IsReplacement
              REWRITE CustPriceRecord
                  INVALID KEY
                      DISPLAY "custpricemaint: rewrite failed - "
                          "status " WSPriceStatus
                  NOT INVALID KEY
                      DISPLAY "Contract replaced"
              END-REWRITE
           ELSE
              WRITE CustPriceRecord
                  INVALID KEY
                      DISPLAY "custpricemaint: write failed - "
                          "status " WSPriceStatus
                  NOT INVALID KEY
                      DISPLAY "Contract recorded"
              END-WRITE
           END-IF.

       *> NEW : a contract that has lapsed can simply expire - this
       *> is for one keyed against the wrong customer or product
       RemoveContract.
           PERFORM AcceptCustomerID.
           IF CustomerOnFile
              PERFORM AcceptProduct
           END-IF.
           IF CustomerOnFile AND ProductOnFile
              MOVE IDNum TO CpCustID
              MOVE WSProductEntry TO CpProduct
              READ PriceFile
                  INVALID KEY
                      DISPLAY "No contract on file for that product"
                  NOT INVALID KEY
                      PERFORM ShowOneContract
                      DISPLAY "Remove this contract (Y/N) "
                          WITH NO ADVANCING
                      ACCEPT WSConfirm
                      IF Confirmed
                         DELETE PriceFile
                             INVALID KEY
                                 DISPLAY "custpricemaint: delete "
                                     "failed - status " WSPriceStatus
                             NOT INVALID KEY
                                 DISPLAY "Contract removed"
                         END-DELETE
                      END-IF
              END-READ
           END-IF.

       AcceptCustomerID.
           MOVE 'N' TO WSCustOnFile.
           MOVE 'N' TO WSProdOnFile.
           MOVE SPACES TO WSIDEntry.
           DISPLAY "Customer ID (blank to cancel) " WITH NO ADVANCING.
           ACCEPT WSIDEntry.
           IF WSIDEntry = SPACES
              CONTINUE
           ELSE
              IF WSIDEntry NOT NUMERIC
                 DISPLAY "Invalid ID - enter 8 numeric digits"
              ELSE
                 MOVE WSIDEntry TO IDNum
                 READ CustomerFile
                     INVALID KEY
                         DISPLAY "Customer " WSIDEntry " not found"
                     NOT INVALID KEY
                         SET CustomerOnFile TO TRUE
                         DISPLAY FUNCTION TRIM(FirstName) " "
                             FUNCTION TRIM(LastName)
                 END-READ
              END-IF
           END-IF.

       *> NEW : the product is checked against the catalogue and its
       *> list price shown, so the clerk keys the contract knowing
       *> what it is discounting from
       AcceptProduct.
           MOVE 'N' TO WSProdOnFile.
           MOVE SPACES TO WSProductEntry.
           DISPLAY "Product (blank to cancel) " WITH NO ADVANCING.
           ACCEPT WSProductEntry.
           IF WSProductEntry NOT = SPACES
              MOVE 'N' TO WSEOF
              OPEN INPUT ProductFile
              IF WSProductStatus NOT = "00"
                 DISPLAY "custpricemaint: Product.dat unavailable - "
                     "status " WSProductStatus
                 CLOSE ProductFile
              ELSE
                 PERFORM UNTIL EndOfPass
                    READ ProductFile
                        AT END MOVE 'Y' TO WSEOF
                        NOT AT END
                            IF PRName = WSProductEntry
                               SET ProductOnFile TO TRUE
                               MOVE PRPrice TO WSListPrice
                               MOVE 'Y' TO WSEOF
                            END-IF
                    END-READ
                 END-PERFORM
                 CLOSE ProductFile
                 MOVE 'N' TO WSEOF
                 IF NOT ProductOnFile
                    DISPLAY "Product " WSProductEntry
                        " not on Product.dat"
                 END-IF
              END-IF
           END-IF.
