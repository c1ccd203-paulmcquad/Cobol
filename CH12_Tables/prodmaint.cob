       *> edits the other maintenance screens enforce. The file is
       *> loaded whole, edited in storage, and written back when the
       *> operator quits, the same cycle studmaint.cob runs.
       *> NEW : (K)its maintains KitDef.dat - bundles sold at their
       *> own price that hold no stock, each made of up to five
       *> Product.dat products by size and quantity. fixed.cob issues
       *> the components when a kit is invoiced. A component product
       *> can't be retired while a kit still uses it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PriceHistFile ASSIGN TO 'PriceHistory.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSPriceHistStatus.
       *> NEW : the kit definitions - see Copybooks/kitdef.cpy
              SELECT KitFile ASSIGN TO 'KitDef.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSKitStatus.

       DATA DIVISION.
       FILE SECTION.
              02 PhEffDate   PIC 9(8).
              02 FILLER      PIC X(1).
              02 PhPrice     PIC 9(4)V99.
       FD KitFile.
       COPY kitdef.

       WORKING-STORAGE SECTION.
       01 WSFileStatus    PIC XX.
              88 WantsRetire    VALUE 'X' 'x'.
              88 WantsList      VALUE 'L' 'l'.
              88 WantsHistory   VALUE 'H' 'h'.
              88 WantsKits      VALUE 'K' 'k'.
              88 WantsQuit      VALUE 'Q' 'q'.
       01 WSContinueFlag  PIC X VALUE 'Y'.
              88 KeepGoing      VALUE 'Y'.
       01 WSToday         PIC 9(8).
       01 WSNewPrice      PIC 9(4)V99 COMP-3.
       01 WSHistShown     PIC 9(3).
       *> NEW : the kit definitions in storage while the operator
       *> works, written back on quit the way the master is -
       *> mirrors Copybooks/kitdef.cpy byte-for-byte
       01 WSKitStatus     PIC XX.
       01 WSKitCount      PIC 99 VALUE ZERO.
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
       01 WSKitFound      PIC X VALUE 'N'.
              88 KitFound        VALUE 'Y'.
       01 WSKitsChanged   PIC X VALUE 'N'.
              88 KitsChanged     VALUE 'Y'.
       01 WSKitMenuFlag   PIC X VALUE 'Y'.
              88 KitMenuOpen     VALUE 'Y'.
       01 WSKitChoice     PIC X VALUE SPACE.
              88 WantsKitAdd     VALUE 'A' 'a'.
              88 WantsKitPrice   VALUE 'P' 'p'.
              88 WantsKitRetire  VALUE 'X' 'x'.
              88 WantsKitList    VALUE 'L' 'l'.
              88 WantsKitBack    VALUE 'Q' 'q'.
       01 WSKitInUse      PIC X VALUE 'N'.
              88 ProductInAKit   VALUE 'Y'.
       01 WSCompIdx       PIC 9.
       01 WSMoreComps     PIC X VALUE 'Y'.
              88 MoreComponents  VALUE 'Y'.
       01 WSCompProduct   PIC X(5).
       01 WSCompSize      PIC X.
       01 WSCompQty       PIC X(2).
       01 WSNewKit.
              02 WSNKCount       PIC 9.
              02 WSNKComp OCCURS 5 TIMES.
                  03 WSNKProduct     PIC X(5).
                  03 WSNKSize        PIC A.
                  03 WSNKQty         PIC 99.

       PROCEDURE DIVISION.
       Main.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM LoadKits.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM ShowMaintMenu UNTIL NOT KeepGoing.
           IF MasterChanged
              PERFORM SaveProducts
           ELSE
              DISPLAY "No changes made - Product.dat untouched"
           END-IF.
           IF KitsChanged
              PERFORM SaveKits
              DISPLAY "KitDef.dat saved - " WSKitCount
                  " kit(s) defined"
           END-IF.
      *> GOBACK so a menu program can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.
           DISPLAY "Product Maintenance - " WSProdCount
               " product(s)".
           DISPLAY "(A)dd  (P)rice  (R)eorder point/qty  (S)izes  "
               "(X) retire  (L)ist  (H)istory  (K)its  (Q)uit".
           DISPLAY "Select an option " WITH NO ADVANCING.
           ACCEPT WSMenuChoice.
           EVALUATE TRUE
               WHEN WantsRetire   PERFORM RetireProduct
               WHEN WantsList     PERFORM ListProducts
               WHEN WantsHistory  PERFORM ShowPriceHistory
               WHEN WantsKits     PERFORM MaintainKits
               WHEN WantsQuit     MOVE 'N' TO WSContinueFlag
               WHEN OTHER
                   DISPLAY "Invalid option, please try again"
              CONTINUE
           ELSE
              PERFORM FindProduct
              PERFORM FindKit
              EVALUATE TRUE
                 WHEN ProductFound
                    DISPLAY "Product " WSNameEntry " already on the "
                        "master"
                 WHEN KitFound
                    DISPLAY WSNameEntry " is already a kit name"
                 WHEN OTHER
                 IF WSProdCount >= 20
                    DISPLAY "Master is full - 20 products"
                 ELSE
                    PERFORM TakeNewProductFields
                 END-IF
              END-EVALUATE
           END-IF.

       TakeNewProductFields.
              IF NOT ProductFound
                 DISPLAY "Product " WSNameEntry " not on the master"
              ELSE
                 PERFORM CheckProductInKit
                 EVALUATE TRUE
                    WHEN ProdQtyBySize(ShirtIdx, 1) > ZERO
                       OR ProdQtyBySize(ShirtIdx, 2) > ZERO
                       OR ProdQtyBySize(ShirtIdx, 3) > ZERO
                       DISPLAY "Product still has stock on hand - "
                           "issue or adjust it to zero first"
      *> NEW : a kit made from it would have nothing to issue
                    WHEN ProductInAKit
                       DISPLAY "Product is a component of kit "
                           KitName(KitIdx) " - retire the kit first"
                    WHEN OTHER
                       MOVE SPACE TO WSConfirmEntry
                       DISPLAY "Retire " WSNameEntry " (Y/N)? "
                           WITH NO ADVANCING
                       ACCEPT WSConfirmEntry
                       IF RetireConfirmed
                          PERFORM DropProductSlot
                          SET MasterChanged TO TRUE
                          DISPLAY "Product retired"
                       ELSE
                          DISPLAY "Product kept"
                       END-IF
                 END-EVALUATE
              END-IF
           END-IF.

              END-PERFORM
           END-IF.
           CLOSE ProductFile.

       *> NEW : kit maintenance - its own small menu, the same
       *> shape as the master's, until the operator backs out
       MaintainKits.
           MOVE 'Y' TO WSKitMenuFlag.
           PERFORM ShowKitMenu UNTIL NOT KitMenuOpen.

       ShowKitMenu.
           DISPLAY " ".
           DISPLAY "Kit Maintenance - " WSKitCount " kit(s)".
           DISPLAY "(A)dd  (P)rice  (X) retire  (L)ist  (Q) back".
           DISPLAY "Select an option " WITH NO ADVANCING.
           ACCEPT WSKitChoice.
           EVALUATE TRUE
               WHEN WantsKitAdd     PERFORM AddKit
               WHEN WantsKitPrice   PERFORM ChangeKitPrice
               WHEN WantsKitRetire  PERFORM RetireKit
               WHEN WantsKitList    PERFORM ListKits
               WHEN WantsKitBack    MOVE 'N' TO WSKitMenuFlag
               WHEN OTHER
                   DISPLAY "Invalid option, please try again"
           END-EVALUATE.

       *> NEW : a kit name can't be a product name too - fixed.cob
       *> looks the line up on Product.dat first. Every component
       *> must be a product on the master in a size it comes in, so
       *> the invoice run always has real stock to issue.
       AddKit.
           MOVE SPACES TO WSNameEntry.
           DISPLAY "Kit name (blank to cancel) " WITH NO ADVANCING.
           ACCEPT WSNameEntry.
           IF WSNameEntry NOT = SPACES
              PERFORM FindProduct
              PERFORM FindKit
              EVALUATE TRUE
                  WHEN ProductFound
                      DISPLAY WSNameEntry " is a product on the "
                          "master - pick another kit name"
                  WHEN KitFound
                      DISPLAY "Kit " WSNameEntry " already defined"
                  WHEN WSKitCount >= 20
                      DISPLAY "Kit file is full - 20 kits"
                  WHEN OTHER
                      PERFORM TakeNewKitFields
              END-EVALUATE
           END-IF.

       TakeNewKitFields.
           MOVE SPACES TO WSNumEntry.
           DISPLAY "Kit price " WITH NO ADVANCING.
           ACCEPT WSNumEntry.
           MOVE FUNCTION TEST-NUMVAL(WSNumEntry) TO WSAmountCheck.
           IF WSNumEntry = SPACES OR WSAmountCheck NOT = ZERO
              DISPLAY "Invalid price - kit not added"
           ELSE
              COMPUTE WSNewPrice = FUNCTION NUMVAL(WSNumEntry)
              MOVE ZERO TO WSNKCount
              MOVE 'Y' TO WSMoreComps
              PERFORM TakeOneComponent UNTIL NOT MoreComponents
              IF WSNKCount = ZERO
                 DISPLAY "No components - kit not added"
              ELSE
                 ADD 1 TO WSKitCount
                 SET KitIdx TO WSKitCount
                 MOVE SPACES TO Kit(KitIdx)
                 MOVE WSNameEntry TO KitName(KitIdx)
                 MOVE WSNewPrice TO KitPrice(KitIdx)
                 MOVE WSNKCount TO KitCompCount(KitIdx)
                 PERFORM VARYING WSCompIdx FROM 1 BY 1
                     UNTIL WSCompIdx > 5
                     IF WSCompIdx > WSNKCount
                        MOVE SPACES
                            TO KitCompProduct(KitIdx, WSCompIdx)
                        MOVE SPACE TO KitCompSize(KitIdx, WSCompIdx)
                        MOVE ZERO TO KitCompQty(KitIdx, WSCompIdx)
                     ELSE
                        MOVE WSNKProduct(WSCompIdx)
                            TO KitCompProduct(KitIdx, WSCompIdx)
                        MOVE WSNKSize(WSCompIdx)
                            TO KitCompSize(KitIdx, WSCompIdx)
                        MOVE WSNKQty(WSCompIdx)
                            TO KitCompQty(KitIdx, WSCompIdx)
                     END-IF
                 END-PERFORM
                 SET KitsChanged TO TRUE
                 DISPLAY "Kit " WSNameEntry " added with " WSNKCount
                     " component(s)"
              END-IF
           END-IF.

       TakeOneComponent.
           MOVE SPACES TO WSCompProduct.
           DISPLAY "Component product (blank to finish) "
               WITH NO ADVANCING.
           ACCEPT WSCompProduct.
           IF WSCompProduct = SPACES
              MOVE 'N' TO WSMoreComps
           ELSE
              MOVE 'N' TO WSFoundFlag
              SET ShirtIdx TO 1
              IF WSProdCount > ZERO
                 SEARCH Shirt
                     AT END CONTINUE
                     WHEN ProdName(ShirtIdx) = WSCompProduct
                         SET ProductFound TO TRUE
                 END-SEARCH
              END-IF
              IF NOT ProductFound
                 DISPLAY "Product " WSCompProduct " not on the master"
              ELSE
                 MOVE SPACE TO WSCompSize
                 DISPLAY "Size " WITH NO ADVANCING
                 ACCEPT WSCompSize
                 MOVE FUNCTION UPPER-CASE(WSCompSize) TO WSCompSize
                 MOVE SPACES TO WSCompQty
                 DISPLAY "Quantity per kit (2 digits) "
                     WITH NO ADVANCING
                 ACCEPT WSCompQty
                 EVALUATE TRUE
                     WHEN WSCompSize = SPACE
                         OR (WSCompSize NOT = ProdSizes(ShirtIdx, 1)
                         AND WSCompSize NOT = ProdSizes(ShirtIdx, 2)
                         AND WSCompSize NOT = ProdSizes(ShirtIdx, 3))
                         DISPLAY "Product " WSCompProduct
                             " doesn't come in that size"
                     WHEN WSCompQty NOT NUMERIC OR WSCompQty = "00"
                         DISPLAY "Quantity must be 01 to 99"
                     WHEN OTHER
                         ADD 1 TO WSNKCount
                         MOVE WSCompProduct TO WSNKProduct(WSNKCount)
                         MOVE WSCompSize TO WSNKSize(WSNKCount)
                         MOVE WSCompQty TO WSNKQty(WSNKCount)
                         IF WSNKCount = 5
                            DISPLAY "Five components - kit complete"
                            MOVE 'N' TO WSMoreComps
                         END-IF
                 END-EVALUATE
              END-IF
           END-IF.

       *> NEW : kit prices change in place - the kit carries no price
       *> history of its own
       ChangeKitPrice.
           MOVE SPACES TO WSNameEntry.
           DISPLAY "Kit name (blank to cancel) " WITH NO ADVANCING.
           ACCEPT WSNameEntry.
           IF WSNameEntry NOT = SPACES
              PERFORM FindKit
              IF NOT KitFound
                 DISPLAY "Kit " WSNameEntry " not defined"
              ELSE
                 MOVE KitPrice(KitIdx) TO WSPriceShown
                 DISPLAY "Current price : " WSPriceShown
                 MOVE SPACES TO WSNumEntry
                 DISPLAY "New price (blank to leave as is) "
                     WITH NO ADVANCING
                 ACCEPT WSNumEntry
                 MOVE FUNCTION TEST-NUMVAL(WSNumEntry)
                     TO WSAmountCheck
                 EVALUATE TRUE
                     WHEN WSNumEntry = SPACES
                         DISPLAY "Price unchanged"
                     WHEN WSAmountCheck NOT = ZERO
                         DISPLAY "Invalid price - unchanged"
                     WHEN OTHER
                         COMPUTE KitPrice(KitIdx) =
                             FUNCTION NUMVAL(WSNumEntry)
                         SET KitsChanged TO TRUE
                         MOVE KitPrice(KitIdx) TO WSPriceShown
                         DISPLAY "Kit price now " WSPriceShown
                 END-EVALUATE
              END-IF
           END-IF.

       *> NEW : a kit holds no stock, so it can go at any time -
       *> orders already keyed for it reject at the invoice run
       RetireKit.
           MOVE SPACES TO WSNameEntry.
           DISPLAY "Kit name (blank to cancel) " WITH NO ADVANCING.
           ACCEPT WSNameEntry.
           IF WSNameEntry NOT = SPACES
              PERFORM FindKit
              IF NOT KitFound
                 DISPLAY "Kit " WSNameEntry " not defined"
              ELSE
                 MOVE SPACE TO WSConfirmEntry
                 DISPLAY "Retire kit " WSNameEntry " (Y/N)? "
                     WITH NO ADVANCING
                 ACCEPT WSConfirmEntry
                 IF RetireConfirmed
                    MOVE Kit(WSKitCount) TO Kit(KitIdx)
                    SUBTRACT 1 FROM WSKitCount
                    SET KitsChanged TO TRUE
                    DISPLAY "Kit retired"
                 ELSE
                    DISPLAY "Kit kept"
                 END-IF
              END-IF
           END-IF.

       ListKits.
           PERFORM VARYING KitIdx FROM 1 BY 1
               UNTIL KitIdx > WSKitCount
               MOVE KitPrice(KitIdx) TO WSPriceShown
               DISPLAY KitName(KitIdx) " price " WSPriceShown
               PERFORM VARYING WSCompIdx FROM 1 BY 1
                   UNTIL WSCompIdx > KitCompCount(KitIdx)
                   DISPLAY "      " KitCompQty(KitIdx, WSCompIdx)
                       " x " KitCompProduct(KitIdx, WSCompIdx)
                       " size " KitCompSize(KitIdx, WSCompIdx)
               END-PERFORM
           END-PERFORM.

       FindKit.
           MOVE 'N' TO WSKitFound.
           SET KitIdx TO 1.
           IF WSKitCount > ZERO
              SEARCH Kit
                  AT END CONTINUE
                  WHEN KitName(KitIdx) = WSNameEntry
                      SET KitFound TO TRUE
              END-SEARCH
           END-IF.

       *> NEW : leaves KitIdx on the first kit using the product
       CheckProductInKit.
           MOVE 'N' TO WSKitInUse.
           PERFORM VARYING KitIdx FROM 1 BY 1
               UNTIL KitIdx > WSKitCount OR ProductInAKit
               PERFORM VARYING WSCompIdx FROM 1 BY 1
                   UNTIL WSCompIdx > KitCompCount(KitIdx)
                   IF KitCompProduct(KitIdx, WSCompIdx) = WSNameEntry
                      SET ProductInAKit TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF ProductInAKit
              SET KitIdx DOWN BY 1
           END-IF.

       *> NEW : a missing KitDef.dat just means no kits yet - the
       *> first save creates it
       LoadKits.
           OPEN INPUT KitFile.
           IF WSKitStatus = "35"
              CLOSE KitFile
           ELSE
              IF WSKitStatus NOT = "00"
                 DISPLAY "prodmaint: unable to open KitDef.dat - "
                     "status " WSKitStatus
                 CLOSE KitFile
                 MOVE 16 TO RETURN-CODE
              ELSE
                 PERFORM UNTIL EndOfPass
                    READ KitFile
                        AT END MOVE 'Y' TO WSEOF
                        NOT AT END
                            IF WSKitCount = 20
                               DISPLAY "prodmaint: KitDef.dat has "
                                   "more than 20 kits - table "
                                   "exceeded, aborting before "
                                   "anything is lost"
                               MOVE 16 TO RETURN-CODE
                               MOVE 'Y' TO WSEOF
                            ELSE
                               ADD 1 TO WSKitCount
                               MOVE KitDefRecord TO Kit(WSKitCount)
                            END-IF
                    END-READ
                 END-PERFORM
                 CLOSE KitFile
                 MOVE 'N' TO WSEOF
              END-IF
           END-IF.

       SaveKits.
           OPEN OUTPUT KitFile.
           IF WSKitStatus NOT = "00"
              DISPLAY "prodmaint: unable to save KitDef.dat - "
                  "status " WSKitStatus
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM VARYING KitIdx FROM 1 BY 1
                  UNTIL KitIdx > WSKitCount
                  MOVE Kit(KitIdx) TO KitDefRecord
                  WRITE KitDefRecord
                  END-WRITE
              END-PERFORM
           END-IF.
           CLOSE KitFile.
