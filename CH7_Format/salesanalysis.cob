       *> first, with the name from Customer.dat), and by month - to
       *> SalesAnalysis.txt. The buyer and the owner both asked for
       *> exactly these numbers.
       *> NEW : the customer section carries the contract discount
       *> each customer was given against list (SdDiscount, written
       *> by fixed.cob when a contract priced the line), with the
       *> total given across all customers at the foot - what the
       *> negotiated prices are costing us.
       *> NEW : kits (KitDef.dat) report twice - as kits in the
       *> product section, under the kit name, and as the component
       *> products and sizes they consumed in a section of their
       *> own, so the buyer sees what the bundles took off the
       *> shelf. Components are worked out from the kit's current
       *> definition.
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
              SELECT ReportFile ASSIGN TO "SalesAnalysis.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReportStatus.
       *> NEW : the kit definitions - see Copybooks/kitdef.cpy
              SELECT KitFile ASSIGN TO "KitDef.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSKitStatus.

       DATA DIVISION.
       FILE SECTION.
       FD DetailFile.
       *> NEW : shared with the other SalesDetail.dat programs via
       *> Copybooks/salesdet.cpy so the layout only changes in one
       *> place
       COPY salesdet.
       FD CustomerFile.
       COPY custrec.
       FD ReportFile.
       01 ReportLine   PIC X(80).
       FD KitFile.
       COPY kitdef.

       WORKING-STORAGE SECTION.
       01 WSDetailStatus   PIC XX.
                  03 WSCustEntryID     PIC X(8).
                  03 WSCustQty         PIC 9(6) COMP-3.
                  03 WSCustValue       PIC S9(8)V99 COMP-3.
                  03 WSCustDiscount    PIC S9(8)V99 COMP-3.
       01 WSCustCount      PIC 9(3) VALUE ZERO.
       01 WSMonthTable.
              02 WSMonthEntry OCCURS 36 TIMES.
       01 WSOverflowFlag   PIC X VALUE 'N'.
              88 TablesFull       VALUE 'Y'.
       01 WSLineCount      PIC 9(6) VALUE ZERO.
       *> NEW : the kits, held read-only, and what their sales
       *> consumed per component product and size. The kit table
       *> mirrors Copybooks/kitdef.cpy byte-for-byte.
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
       01 WSCompIdx        PIC 9.
       01 WSCompTable.
              02 WSCompEntry OCCURS 60 TIMES.
                  03 WSCompProduct     PIC X(5).
                  03 WSCompSize        PIC A.
                  03 WSCompQty         PIC 9(6) COMP-3.
       01 WSCompCount      PIC 99 VALUE ZERO.
       01 WSCompLine.
              02 WSCPName      PIC X(5).
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSCPSize      PIC A.
              02 FILLER        PIC X(3) VALUE SPACES.
              02 WSCPQty       PIC ZZZ,ZZ9.
       *> NEW : best sellers and biggest customers to the top - the
       *> same exchange sort araging.cob uses on its 90-plus bucket
       01 WSProdSwap.
              02 WSCSwapID     PIC X(8).
              02 WSCSwapQty    PIC 9(6) COMP-3.
              02 WSCSwapValue  PIC S9(8)V99 COMP-3.
              02 WSCSwapDisc   PIC S9(8)V99 COMP-3.
       01 WSCustName       PIC X(31).
       01 WSProdLine.
              02 WSPLName      PIC X(5).
              02 WSCLQty       PIC ZZZ,ZZ9.
              02 FILLER        PIC X(3) VALUE SPACES.
              02 WSCLValue     PIC $$,$$$,$$9.99.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSCLDiscount  PIC $$$$,$$9.99.
       01 WSCustHeads.
              02 FILLER        PIC X(46) VALUE SPACES.
              02 FILLER        PIC X(3) VALUE "Qty".
              02 FILLER        PIC X(13) VALUE "        Value".
              02 FILLER        PIC X(12) VALUE "    Discount".
       01 WSLineDiscount   PIC 9(6)V99.
       01 WSTotDiscount    PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WSDiscountFoot.
              02 FILLER        PIC X(37) VALUE
                  "Contract discount given against list ".
              02 WSDFTotal     PIC $$$,$$$,$$9.99.
       01 WSMonthLine.
              02 WSMLMonth     PIC X(6).
              02 FILLER        PIC X(4) VALUE SPACES.
       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           PERFORM LoadKits.
           OPEN INPUT DetailFile.
           IF WSDetailStatus NOT = "00"
              DISPLAY "salesanalysis: no SalesDetail.dat on file - "
              PERFORM TallyProduct
              PERFORM TallyCustomer
              PERFORM TallyMonth
              PERFORM TallyKitComponents
           END-IF.

       *> NEW : a kit line also counts what it took off the shelf -
       *> each component's quantity per kit times the kits sold
       TallyKitComponents.
           MOVE 'N' TO WSKitFound.
           SET KitIdx TO 1.
           IF WSKitCount > ZERO
              SEARCH Kit
                  AT END CONTINUE
                  WHEN KitName(KitIdx) = SdProduct
                      SET KitFound TO TRUE
              END-SEARCH
           END-IF.
           IF KitFound
              PERFORM TallyOneComponent
                  VARYING WSCompIdx FROM 1 BY 1
                  UNTIL WSCompIdx > KitCompCount(KitIdx)
           END-IF.

       TallyOneComponent.
           MOVE ZERO TO WSFoundIdx.
           PERFORM VARYING WSScanIdx FROM 1 BY 1
               UNTIL WSScanIdx > WSCompCount OR WSFoundIdx > 0
               IF WSCompProduct(WSScanIdx) =
                   KitCompProduct(KitIdx, WSCompIdx)
                  AND WSCompSize(WSScanIdx) =
                   KitCompSize(KitIdx, WSCompIdx)
                  MOVE WSScanIdx TO WSFoundIdx
               END-IF
           END-PERFORM.
           IF WSFoundIdx = ZERO
              IF WSCompCount < 60
                 ADD 1 TO WSCompCount
                 MOVE KitCompProduct(KitIdx, WSCompIdx)
                     TO WSCompProduct(WSCompCount)
                 MOVE KitCompSize(KitIdx, WSCompIdx)
                     TO WSCompSize(WSCompCount)
                 MOVE ZERO TO WSCompQty(WSCompCount)
                 MOVE WSCompCount TO WSFoundIdx
              ELSE
                 SET TablesFull TO TRUE
              END-IF
           END-IF.
           IF WSFoundIdx > ZERO
              COMPUTE WSCompQty(WSFoundIdx) = WSCompQty(WSFoundIdx)
                  + KitCompQty(KitIdx, WSCompIdx) * SdQty
           END-IF.

       *> NEW : no KitDef.dat just means nothing sold as a kit
       LoadKits.
           OPEN INPUT KitFile.
           IF WSKitStatus NOT = "00"
              CLOSE KitFile
           ELSE
              PERFORM UNTIL EndOfDetail
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

       TallyProduct.
                 MOVE SdCustID TO WSCustEntryID(WSCustCount)
                 MOVE ZERO TO WSCustQty(WSCustCount)
                 MOVE ZERO TO WSCustValue(WSCustCount)
                 MOVE ZERO TO WSCustDiscount(WSCustCount)
                 MOVE WSCustCount TO WSFoundIdx
              ELSE
                 SET TablesFull TO TRUE
           IF WSFoundIdx > ZERO
              ADD SdQty TO WSCustQty(WSFoundIdx)
              ADD SdExtPrice TO WSCustValue(WSFoundIdx)
      *> NEW : lines written before contracts existed carry no
      *> discount column - they count as sold at list
              IF SdDiscount IS NUMERIC
                 MOVE SdDiscount TO WSLineDiscount
              ELSE
                 MOVE ZERO TO WSLineDiscount
              END-IF
              ADD WSLineDiscount TO WSCustDiscount(WSFoundIdx)
              ADD WSLineDiscount TO WSTotDiscount
           END-IF.

       TallyMonth.
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-PERFORM.
      *> NEW : what the kits sold above consumed, by component
           IF WSCompCount > ZERO
              MOVE SPACES TO ReportLine
              WRITE ReportLine
              MOVE "Kit components consumed :" TO ReportLine
              WRITE ReportLine
              PERFORM VARYING WSTableIdx FROM 1 BY 1
                  UNTIL WSTableIdx > WSCompCount
                  MOVE WSCompProduct(WSTableIdx) TO WSCPName
                  MOVE WSCompSize(WSTableIdx) TO WSCPSize
                  MOVE WSCompQty(WSTableIdx) TO WSCPQty
                  WRITE ReportLine FROM WSCompLine
                      AFTER ADVANCING 1 LINE
                  END-WRITE
              END-PERFORM
           END-IF.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
           MOVE "By customer (biggest first) :" TO ReportLine.
           WRITE ReportLine.
           WRITE ReportLine FROM WSCustHeads.
           PERFORM PrintOneCustomer
               VARYING WSTableIdx FROM 1 BY 1
               UNTIL WSTableIdx > WSCustCount.
           MOVE WSTotDiscount TO WSDFTotal.
           WRITE ReportLine FROM WSDiscountFoot
               AFTER ADVANCING 1 LINE
           END-WRITE.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
           MOVE "By month :" TO ReportLine.
           MOVE WSCustName TO WSCLName.
           MOVE WSCustQty(WSTableIdx) TO WSCLQty.
           MOVE WSCustValue(WSTableIdx) TO WSCLValue.
           MOVE WSCustDiscount(WSTableIdx) TO WSCLDiscount.
           WRITE ReportLine FROM WSCustLine
               AFTER ADVANCING 1 LINE
           END-WRITE.
