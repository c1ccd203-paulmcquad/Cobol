       *> itself. Shortfalls still out of stock stay queued; the
       *> queue file is rewritten with only those, the same
       *> load-decide-rewrite pass custdelreview.cob runs.
       *> NEW : a shortfall from an accepted quotation is released
       *> with the quoted unit price still held on its detail line.
       *> NEW : a kit shortfall (KitDef.dat) releases once every
       *> component's size stock covers at least one whole kit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT OrderFile ASSIGN TO 'Invoice.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSOrderStatus.
       *> NEW : the kit definitions - see Copybooks/kitdef.cpy
              SELECT KitFile ASSIGN TO 'KitDef.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSKitStatus.

       DATA DIVISION.
       FILE SECTION.
                  03 OrQty            PIC 9(3).
                  03 OrJurisdiction   PIC X(2).
                  03 OrSize           PIC A.
      *> NEW : a quotation's held price, carried from the back order
                  03 OrHeldPrice      PIC 9(4)V99.
                  03 FILLER           PIC X(2).
       FD KitFile.
       COPY kitdef.

       WORKING-STORAGE SECTION.
       01 WSFileStatus     PIC XX.
              88 ProductFound    VALUE 'Y'.
       01 WSSizeIdx       PIC 9.
       01 WSSizeScan      PIC 9.
       *> NEW : the kits, held read-only - mirrors
       *> Copybooks/kitdef.cpy byte-for-byte
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
       01 WSKitStocked    PIC X VALUE 'N'.
              88 KitStocked      VALUE 'Y'.
       01 WSCompIdx       PIC 9.
       *> NEW : the queue loaded whole so released entries can be
       *> dropped and the file rewritten with what's still waiting -
       *> same bounded-table-with-abort pattern custdelreview.cob
                  03 WSBoDate         PIC 9(8).
                  03 WSBoInvNum       PIC 9(6).
                  03 WSBoSalesRep     PIC X(3).
                  03 WSBoHeldPrice    PIC 9(4)V99.
                  03 WSBoKeep         PIC X.
       01 WSBoCount       PIC 9(3) VALUE ZERO.
       01 WSTableIdx      PIC 9(3).
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM LoadKits.
           PERFORM LoadBackOrders.
      *> NEW : a partial load must never reach the rewrite - the
      *> dropped tail would be destroyed with the queue file
                                TO WSBoInvNum(WSBoCount)
                            MOVE BoSalesRep
                                TO WSBoSalesRep(WSBoCount)
                            IF BoHeldPrice NUMERIC
                               MOVE BoHeldPrice
                                   TO WSBoHeldPrice(WSBoCount)
                            ELSE
                               MOVE ZERO TO WSBoHeldPrice(WSBoCount)
                            END-IF
                            MOVE 'Y' TO WSBoKeep(WSBoCount)
                         ELSE
                            SET QueueTableFull TO TRUE
           SET ShirtIdx TO 1.
           SEARCH Shirt
               AT END
                   PERFORM ReleaseKitIfStocked
               WHEN ProdName(ShirtIdx) = WSBoProduct(WSTableIdx)
                   SET ProductFound TO TRUE
           END-SEARCH.
              END-IF
           END-IF.

       *> NEW : a kit needs every component - one kit's worth of each
       *> on the shelf releases the whole shortfall, and the invoice
       *> run ships what whole kits the stock covers
       ReleaseKitIfStocked.
           MOVE 'N' TO WSKitFound.
           SET KitIdx TO 1.
           IF WSKitCount > ZERO
              SEARCH Kit
                  AT END CONTINUE
                  WHEN KitName(KitIdx) = WSBoProduct(WSTableIdx)
                      SET KitFound TO TRUE
              END-SEARCH
           END-IF.
           IF NOT KitFound
              ADD 1 TO WSWaitingCount
              DISPLAY "borelease: product "
                  WSBoProduct(WSTableIdx) " no longer on "
                  "Product.dat - back order kept"
           ELSE
              MOVE 'Y' TO WSKitStocked
              PERFORM CheckKitComponent
                  VARYING WSCompIdx FROM 1 BY 1
                  UNTIL WSCompIdx > KitCompCount(KitIdx)
              IF KitStocked
                 PERFORM WriteReleaseOrder
                 MOVE 'N' TO WSBoKeep(WSTableIdx)
                 ADD 1 TO WSReleasedCount
              ELSE
                 ADD 1 TO WSWaitingCount
              END-IF
           END-IF.

       CheckKitComponent.
           MOVE ZERO TO WSSizeIdx.
           SET ShirtIdx TO 1.
           SEARCH Shirt
               AT END CONTINUE
               WHEN ProdName(ShirtIdx) =
                   KitCompProduct(KitIdx, WSCompIdx)
                   PERFORM VARYING WSSizeScan FROM 1 BY 1
                       UNTIL WSSizeScan > 3 OR WSSizeIdx > 0
                       IF ProdSizes(ShirtIdx, WSSizeScan) =
                           KitCompSize(KitIdx, WSCompIdx)
                          MOVE WSSizeScan TO WSSizeIdx
                       END-IF
                   END-PERFORM
           END-SEARCH.
           IF WSSizeIdx = ZERO
              MOVE 'N' TO WSKitStocked
           ELSE
              IF ProdQtyBySize(ShirtIdx, WSSizeIdx)
                  < KitCompQty(KitIdx, WSCompIdx)
                 MOVE 'N' TO WSKitStocked
              END-IF
           END-IF.

       *> NEW : no KitDef.dat just means no kit back orders can
       *> release - they stay queued
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

       FindSizeSlot.
           MOVE ZERO TO WSSizeIdx.
           PERFORM VARYING WSSizeScan FROM 1 BY 1
           MOVE WSBoQty(WSTableIdx) TO OrQty.
           MOVE WSBoJurisdiction(WSTableIdx) TO OrJurisdiction.
           MOVE WSBoSize(WSTableIdx) TO OrSize.
           IF WSBoHeldPrice(WSTableIdx) > ZERO
              MOVE WSBoHeldPrice(WSTableIdx) TO OrHeldPrice
           END-IF.
           WRITE OrderRecord.
           CLOSE OrderFile.

                  MOVE WSBoDate(WSTableIdx) TO BoDate
                  MOVE WSBoInvNum(WSTableIdx) TO BoInvNum
                  MOVE WSBoSalesRep(WSTableIdx) TO BoSalesRep
                  MOVE WSBoHeldPrice(WSTableIdx) TO BoHeldPrice
                  WRITE BackOrderRecord
                  END-WRITE
               END-IF
