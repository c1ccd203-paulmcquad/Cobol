       IDENTIFICATION DIVISION.
       PROGRAM-ID. stockage.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Slow-moving and obsolete stock - invvalue.cob carries every
       *> unit at PRAvgCost however long it has sat on the shelf, so
       *> last season's colours that haven't moved in a year were
       *> still in the books at full cost. This reads the applied
       *> issues on InvMovements.log for each product and size: the
       *> date of the last one, and the rate stock has gone out over
       *> the recent usage window, which gives the months the
       *> on-hand quantity would last. Each size with stock is then
       *> classed
       *>   OBSOLETE no issue for STOCK-OBS-MONTHS or more;
       *>   SLOW     no issue for STOCK-SLOW-MONTHS or more, or
       *>            more than STOCK-SLOW-COVER months of cover at
       *>            the recent rate;
       *>   ACTIVE   anything else.
       *> Stock never issued on the log is aged from its first
       *> receipt there, or from the start of the log. StockAging.txt
       *> lists every size with its value at cost and the provision
       *> its class calls for - STOCK-SLOW-PROV-PCT or
       *> STOCK-OBS-PROV-PCT of that value - and totals the value at
       *> risk in each class. The provision required is set against
       *> the provision already held on StockProvision.dat, and a
       *> supervisor may post the difference: a write-down debits
       *> 5120 Stock Write-Down and credits 1290 Inventory Provision
       *> (a release the reverse), and StockProvision.dat is
       *> rewritten to the new figures, so invvalue.cob's stock at
       *> cost less provision agrees with 1200 and 1290 together in
       *> the GL. Stock sold after a write-down keeps its provision
       *> until the next run releases it.
       *> RunControl.dat settings (see runcontrol.cob):
       *>   STOCK-SLOW-MONTHS   months without an issue before stock
       *>                       is slow - 00006
       *>   STOCK-OBS-MONTHS    months without an issue before stock
       *>                       is obsolete - 00012
       *>   STOCK-SLOW-COVER    months of cover beyond which stock
       *>                       still moving is slow - 00012
       *>   STOCK-USAGE-MONTHS  months of issues the usage rate is
       *>                       taken over - 00003
       *>   STOCK-SLOW-PROV-PCT percent of a slow line's value
       *>                       provided for - 00050
       *>   STOCK-OBS-PROV-PCT  percent of an obsolete line's value
       *>                       provided for - 00100
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ProductFile ASSIGN TO 'Product.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSFileStatus.
              SELECT MovementFile ASSIGN TO 'InvMovements.log'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSMovementStatus.
              SELECT ProvisionFile ASSIGN TO 'StockProvision.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSProvisionStatus.
              SELECT ReportFile ASSIGN TO 'StockAging.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReportStatus.
              SELECT GLJournalFile ASSIGN TO "GLJournal.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSGLStatus.
              SELECT GLPeriodFile ASSIGN TO "GLPeriod.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSGLPeriodStatus.
              SELECT OperatorFile ASSIGN TO "OperatorMaster.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSOperatorStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ProductFile.
       COPY prodrec.
       FD MovementFile.
       01 MovementLine     PIC X(80).
       FD ProvisionFile.
       COPY provrec.
       FD ReportFile.
       01 ReportLine       PIC X(100).
       FD GLJournalFile.
       COPY gljournal.
       FD GLPeriodFile.
       01 GLPeriodRecord   PIC 9(6).
       FD OperatorFile.
       01 OperatorRecord.
              02 OperID      PIC X(10).
              02 FILLER      PIC X(2).
              02 OperName    PIC X(20).
              02 FILLER      PIC X(2).
              02 OperLevel   PIC 9.

       WORKING-STORAGE SECTION.
       01 WSFileStatus      PIC XX.
       01 WSMovementStatus  PIC XX.
       01 WSProvisionStatus PIC XX.
       01 WSReportStatus    PIC XX.
       01 WSGLStatus        PIC XX.
       01 WSOperatorStatus  PIC XX.
       01 WSEOF             PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
       01 WSToday           PIC 9(8).
       01 WSTodayYM         PIC 9(6).
       01 WSTodayInt        PIC 9(7).
       01 WSUsageFromInt    PIC 9(7).
       01 WSParmName        PIC X(20).
       01 WSParmValue       PIC 9(5).
       01 WSParmFound       PIC X.
       01 WSSlowMonths      PIC 9(5) VALUE 6.
       01 WSObsMonths       PIC 9(5) VALUE 12.
       01 WSSlowCover       PIC 9(5) VALUE 12.
       01 WSUsageMonths     PIC 9(5) VALUE 3.
       01 WSSlowPct         PIC 9(5) VALUE 50.
       01 WSObsPct          PIC 9(5) VALUE 100.
       *> Per product-and-size issue history off the movement log
       01 WSAgeTable.
              02 WSAgeEntry OCCURS 100 TIMES.
                  03 WSAgProduct    PIC X(5).
                  03 WSAgSize       PIC A.
                  03 WSAgLastIssue  PIC 9(8).
                  03 WSAgFirstIn    PIC 9(8).
                  03 WSAgRecentUse  PIC 9(6) COMP-3.
       01 WSAgCount         PIC 9(3) VALUE ZERO.
       01 WSScanIdx         PIC 9(3).
       01 WSFoundIdx        PIC 9(3).
       01 WSAgOverflow      PIC X VALUE 'N'.
              88 AgeTableFull     VALUE 'Y'.
       01 WSLogStart        PIC 9(8) VALUE ZERO.
       01 WSMvDate          PIC 9(8).
       *> The log line re-read through the columns invtrans.cob
       *> writes
       01 WSMovementRecord.
              02 WSMvTime     PIC X(14).
              02 FILLER       PIC X(2).
              02 WSMvProduct  PIC X(5).
              02 FILLER       PIC X(2).
              02 WSMvType     PIC X.
              02 FILLER       PIC X(2).
              02 WSMvSize     PIC A.
              02 FILLER       PIC X(2).
              02 WSMvQty      PIC 9(4).
              02 FILLER       PIC X(2).
              02 WSMvOutcome  PIC X(24).
              88 IssueApplied    VALUE "issued" "invoiced".
              88 ReceiptApplied  VALUE "received".
       *> The provision held now, and the provision this run says
       *> should be held - one line per product and size
       01 WSHeldTable.
              02 WSHeldEntry OCCURS 100 TIMES.
                  03 WSHdProduct    PIC X(5).
                  03 WSHdSize       PIC A.
                  03 WSHdAmount     PIC 9(7)V99.
       01 WSHdCount         PIC 9(3) VALUE ZERO.
       01 WSHdOverflow      PIC X VALUE 'N'.
              88 HeldTableFull    VALUE 'Y'.
       01 WSNewTable.
              02 WSNewEntry OCCURS 100 TIMES.
                  03 WSNwProduct    PIC X(5).
                  03 WSNwSize       PIC A.
                  03 WSNwClass      PIC X.
                  03 WSNwAmount     PIC 9(7)V99.
       01 WSNwCount         PIC 9(3) VALUE ZERO.
       01 WSNwIdx           PIC 9(3).
       01 WSNwOverflow      PIC X VALUE 'N'.
              88 NewTableFull     VALUE 'Y'.
       *> One size being aged
       01 WSSizeIdx         PIC 9.
       01 WSLineValue       PIC 9(7)V99.
       01 WSLineProvision   PIC 9(7)V99.
       01 WSSinceDate       PIC 9(8).
       01 WSIdleDays        PIC S9(7).
       01 WSIdleMonths      PIC 9(5).
       01 WSMonthlyUse      PIC 9(5)V99.
       01 WSCoverMonths     PIC 9(5)V9.
       01 WSClass           PIC X.
              88 ClassActive      VALUE 'A'.
              88 ClassSlow        VALUE 'S'.
              88 ClassObsolete    VALUE 'O'.
       01 WSUncostedCount   PIC 9(3) VALUE ZERO.
       *> Totals by class, then the provision to post
       01 WSClassTotals.
              02 WSClassEntry OCCURS 3 TIMES.
                  03 WSClLines      PIC 9(5).
                  03 WSClValue      PIC 9(9)V99.
                  03 WSClProvision  PIC 9(9)V99.
       01 WSClassIdx        PIC 9.
       01 WSRequiredTotal   PIC 9(9)V99 VALUE ZERO.
       01 WSHeldTotal       PIC 9(9)V99 VALUE ZERO.
       01 WSAdjustment      PIC S9(9)V99 VALUE ZERO.
       01 WSPostAmount      PIC 9(7)V99.
       01 WSShownTotal      PIC $$$,$$$,$$9.99.
       01 WSShownCover      PIC ZZZZ9.9.
       01 WSShownSlow       PIC ZZZZ9.
       01 WSShownSlowCover  PIC ZZZZ9.
       01 WSShownObs        PIC ZZZZ9.
       01 WSAskEntry        PIC X.
              88 WantsPosting     VALUE 'Y' 'y'.
       01 WSHeadLine.
              02 FILLER  PIC X(15) VALUE "Product Size".
              02 FILLER  PIC X(9) VALUE "On hand".
              02 FILLER  PIC X(12) VALUE "Last issue".
              02 FILLER  PIC X(11) VALUE "Idle mths".
              02 FILLER  PIC X(10) VALUE "Cover".
              02 FILLER  PIC X(10) VALUE "Class".
              02 FILLER  PIC X(14) VALUE "Value at cost".
              02 FILLER  PIC X(15) VALUE "      Provision".
       01 WSDetailLine.
              02 WSDProduct   PIC X(5).
              02 FILLER       PIC X(3) VALUE SPACES.
              02 WSDSize      PIC A.
              02 FILLER       PIC X(6) VALUE SPACES.
              02 WSDOnHand    PIC ZZZ9.
              02 FILLER       PIC X(5) VALUE SPACES.
              02 WSDLastIssue PIC X(8).
              02 FILLER       PIC X(4) VALUE SPACES.
              02 WSDIdle      PIC ZZZZ9.
              02 FILLER       PIC X(4) VALUE SPACES.
              02 WSDCover     PIC X(7).
              02 FILLER       PIC X(3) VALUE SPACES.
              02 WSDClass     PIC X(8).
              02 WSDValue     PIC $$$,$$$,$$9.99.
              02 FILLER       PIC X(1) VALUE SPACES.
              02 WSDProvision PIC $$$,$$$,$$9.99.
              02 WSDFlag      PIC X(9).
       01 WSClassLine.
              02 WSCLabel     PIC X(10).
              02 WSCLines     PIC ZZZZ9.
              02 FILLER       PIC X(9) VALUE " line(s) ".
              02 FILLER       PIC X(10) VALUE "value    ".
              02 WSCValue     PIC $$$,$$$,$$9.99.
              02 FILLER       PIC X(14) VALUE "   provision  ".
              02 WSCProvision PIC $$$,$$$,$$9.99.
       01 WSMoneyLine.
              02 WSMLabel     PIC X(30).
              02 WSMAmount    PIC $$$,$$$,$$9.99.
      *> The custmenu sign-on, shared through EXTERNAL storage, and
      *> the operator's level when run standalone
       01 WSSignedOnOper    PIC X(10) EXTERNAL.
       01 WSSignedOnLevel   PIC 9 EXTERNAL.
       01 WSOperatorID      PIC X(10) VALUE SPACES.
       01 WSAuthority       PIC 9 VALUE ZERO.
              88 SupervisorAuthority   VALUE 2 THRU 9.
      *> Shared GL closed-period fields - see
      *> Copybooks/glperiodchkp.cpy
       COPY glperiodchk.
      *> Shared file-open status check - see
      *> Copybooks/filestatuschkp.cpy
       COPY filestatuschk.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday.
           MOVE WSToday(1:6) TO WSTodayYM.
           COMPUTE WSTodayInt = FUNCTION INTEGER-OF-DATE(WSToday).
           PERFORM TakeSettings.
           COMPUTE WSUsageFromInt = WSTodayInt - WSUsageMonths * 30.
           PERFORM TallyMovements.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM LoadProvisions.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM AgeTheStock.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           COMPUTE WSAdjustment = WSRequiredTotal - WSHeldTotal.
           MOVE WSRequiredTotal TO WSShownTotal.
           DISPLAY "stockage: provision required " WSShownTotal
               " - see StockAging.txt".
           MOVE WSHeldTotal TO WSShownTotal.
           DISPLAY "          provision now held  " WSShownTotal.
           IF WSUncostedCount > ZERO
              DISPLAY WSUncostedCount " product(s) have no cost on "
                  "record - valued at zero"
           END-IF.
           IF WSAdjustment = ZERO
              DISPLAY "Provision already matches - nothing to post"
           ELSE
              PERFORM OfferWriteDown
           END-IF.
      *> GOBACK so a batch driver can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

       TakeSettings.
           MOVE "STOCK-SLOW-MONTHS" TO WSParmName.
           CALL 'runcontrol' USING WSParmName, WSParmValue,
               WSParmFound
           END-CALL.
           IF WSParmFound = 'Y' AND WSParmValue > ZERO
              MOVE WSParmValue TO WSSlowMonths
           END-IF.
           MOVE "STOCK-OBS-MONTHS" TO WSParmName.
           CALL 'runcontrol' USING WSParmName, WSParmValue,
               WSParmFound
           END-CALL.
           IF WSParmFound = 'Y' AND WSParmValue > ZERO
              MOVE WSParmValue TO WSObsMonths
           END-IF.
           MOVE "STOCK-SLOW-COVER" TO WSParmName.
           CALL 'runcontrol' USING WSParmName, WSParmValue,
               WSParmFound
           END-CALL.
           IF WSParmFound = 'Y' AND WSParmValue > ZERO
              MOVE WSParmValue TO WSSlowCover
           END-IF.
           MOVE "STOCK-USAGE-MONTHS" TO WSParmName.
           CALL 'runcontrol' USING WSParmName, WSParmValue,
               WSParmFound
           END-CALL.
           IF WSParmFound = 'Y' AND WSParmValue > ZERO
              MOVE WSParmValue TO WSUsageMonths
           END-IF.
           MOVE "STOCK-SLOW-PROV-PCT" TO WSParmName.
           CALL 'runcontrol' USING WSParmName, WSParmValue,
               WSParmFound
           END-CALL.
           IF WSParmFound = 'Y'
              MOVE WSParmValue TO WSSlowPct
           END-IF.
           MOVE "STOCK-OBS-PROV-PCT" TO WSParmName.
           CALL 'runcontrol' USING WSParmName, WSParmValue,
               WSParmFound
           END-CALL.
           IF WSParmFound = 'Y'
              MOVE WSParmValue TO WSObsPct
           END-IF.
      *> nobody writes stock down below nothing
           IF WSSlowPct > 100
              MOVE 100 TO WSSlowPct
           END-IF.
           IF WSObsPct > 100
              MOVE 100 TO WSObsPct
           END-IF.
      *> obsolete can never come before slow
           IF WSObsMonths < WSSlowMonths
              MOVE WSSlowMonths TO WSObsMonths
           END-IF.

       *> Only issues that actually applied count as movement; a
       *> receipt only dates stock that has never been issued
       TallyMovements.
           OPEN INPUT MovementFile.
           IF WSMovementStatus NOT = "00"
              AND WSMovementStatus NOT = "35"
              DISPLAY "stockage: InvMovements.log unavailable - "
                  "status " WSMovementStatus
              MOVE 16 TO RETURN-CODE
           END-IF.
           IF WSMovementStatus = "00"
              PERFORM UNTIL EndOfPass
                 READ MovementFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         MOVE MovementLine TO WSMovementRecord
                         IF WSMvTime(1:8) NUMERIC
                            MOVE WSMvTime(1:8) TO WSMvDate
                            IF WSLogStart = ZERO
                               OR WSMvDate < WSLogStart
                               MOVE WSMvDate TO WSLogStart
                            END-IF
                            IF (WSMvType = 'I' AND IssueApplied)
                               OR (WSMvType = 'R' AND ReceiptApplied)
                               PERFORM TallyOneMovement
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
              MOVE 'N' TO WSEOF
              IF AgeTableFull
                 DISPLAY "stockage: more than 100 product/size "
                     "lines on the log - table exceeded, aborting"
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.
           CLOSE MovementFile.

       TallyOneMovement.
           PERFORM FindAgeEntry.
           IF WSFoundIdx = ZERO
              IF WSAgCount < 100
                 ADD 1 TO WSAgCount
                 MOVE WSMvProduct TO WSAgProduct(WSAgCount)
                 MOVE WSMvSize TO WSAgSize(WSAgCount)
                 MOVE ZERO TO WSAgLastIssue(WSAgCount)
                 MOVE ZERO TO WSAgFirstIn(WSAgCount)
                 MOVE ZERO TO WSAgRecentUse(WSAgCount)
                 MOVE WSAgCount TO WSFoundIdx
              ELSE
                 SET AgeTableFull TO TRUE
              END-IF
           END-IF.
           IF WSFoundIdx > ZERO
              IF WSMvType = 'I'
                 IF WSMvDate > WSAgLastIssue(WSFoundIdx)
                    MOVE WSMvDate TO WSAgLastIssue(WSFoundIdx)
                 END-IF
                 IF WSMvQty NUMERIC
                    AND FUNCTION INTEGER-OF-DATE(WSMvDate)
                        >= WSUsageFromInt
                    ADD WSMvQty TO WSAgRecentUse(WSFoundIdx)
                 END-IF
              ELSE
                 IF WSAgFirstIn(WSFoundIdx) = ZERO
                    OR WSMvDate < WSAgFirstIn(WSFoundIdx)
                    MOVE WSMvDate TO WSAgFirstIn(WSFoundIdx)
                 END-IF
              END-IF
           END-IF.

       FindAgeEntry.
           MOVE ZERO TO WSFoundIdx.
           PERFORM VARYING WSScanIdx FROM 1 BY 1
               UNTIL WSScanIdx > WSAgCount OR WSFoundIdx > 0
               IF WSAgProduct(WSScanIdx) = WSMvProduct
                  AND WSAgSize(WSScanIdx) = WSMvSize
                  MOVE WSScanIdx TO WSFoundIdx
               END-IF
           END-PERFORM.

       *> A partial load must never reach the rewrite, nor be set
       *> against the GL
       LoadProvisions.
           MOVE ZERO TO WSHdCount WSHeldTotal.
           OPEN INPUT ProvisionFile.
           IF WSProvisionStatus = "00"
              PERFORM UNTIL EndOfPass
                 READ ProvisionFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF PvAmount NUMERIC
                            IF WSHdCount < 100
                               ADD 1 TO WSHdCount
                               MOVE PvProduct TO WSHdProduct(WSHdCount)
                               MOVE PvSize TO WSHdSize(WSHdCount)
                               MOVE PvAmount TO WSHdAmount(WSHdCount)
                               ADD PvAmount TO WSHeldTotal
                            ELSE
                               SET HeldTableFull TO TRUE
                               MOVE 'Y' TO WSEOF
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
              MOVE 'N' TO WSEOF
           END-IF.
           CLOSE ProvisionFile.
           IF HeldTableFull
              DISPLAY "stockage: more than 100 provision lines on "
                  "StockProvision.dat - table exceeded, aborting"
              MOVE 16 TO RETURN-CODE
           END-IF.

       *> The master walked product by product, each size with
       *> stock on hand aged and valued
       AgeTheStock.
           OPEN INPUT ProductFile.
           MOVE WSFileStatus TO WSCheckFileStatus.
           MOVE "stockage" TO WSCheckProgLabel.
           MOVE "Product.dat" TO WSCheckFileLabel.
           PERFORM CheckFileStatus.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           OPEN OUTPUT ReportFile.
           IF WSReportStatus NOT = "00"
              DISPLAY "stockage: unable to open StockAging.txt - "
                  "status " WSReportStatus
              CLOSE ProductFile
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WSSlowMonths TO WSShownSlow.
           MOVE WSSlowCover TO WSShownSlowCover.
           MOVE WSObsMonths TO WSShownObs.
           MOVE SPACES TO ReportLine.
           STRING "Stock Aging - " WSToday
               "  (slow " FUNCTION TRIM(WSShownSlow)
               " mths idle or " FUNCTION TRIM(WSShownSlowCover)
               " mths cover, obsolete " FUNCTION TRIM(WSShownObs)
               " mths idle)"
               DELIMITED BY SIZE INTO ReportLine.
           WRITE ReportLine.
           WRITE ReportLine FROM WSHeadLine
               AFTER ADVANCING 2 LINES
           END-WRITE.
           PERFORM VARYING WSClassIdx FROM 1 BY 1
               UNTIL WSClassIdx > 3
               MOVE ZERO TO WSClLines(WSClassIdx)
               MOVE ZERO TO WSClValue(WSClassIdx)
               MOVE ZERO TO WSClProvision(WSClassIdx)
           END-PERFORM.
           MOVE ZERO TO WSNwCount WSRequiredTotal.
           PERFORM UNTIL EndOfPass
              READ ProductFile
                  AT END MOVE 'Y' TO WSEOF
                  NOT AT END PERFORM AgeOneProduct
              END-READ
           END-PERFORM.
           MOVE 'N' TO WSEOF.
           CLOSE ProductFile.
           PERFORM PrintClassTotals.
           CLOSE ReportFile.
           IF NewTableFull
              DISPLAY "stockage: more than 100 sizes carry a "
                  "provision - table exceeded, nothing can be posted"
              MOVE 16 TO RETURN-CODE
           END-IF.

       AgeOneProduct.
           IF PRAvgCost NOT NUMERIC OR PRAvgCost = ZERO
              ADD 1 TO WSUncostedCount
           END-IF.
           PERFORM AgeOneSize
               VARYING WSSizeIdx FROM 1 BY 1
               UNTIL WSSizeIdx > 3.

       AgeOneSize.
           IF PRQtyBySize(WSSizeIdx) NUMERIC
              AND PRQtyBySize(WSSizeIdx) > ZERO
              MOVE PRName TO WSMvProduct
              MOVE PRSizes(WSSizeIdx) TO WSMvSize
              PERFORM FindAgeEntry
              PERFORM ClassifyOneSize
              PERFORM WriteOneSize
           END-IF.

       *> Idle time runs from the last issue; stock never issued is
       *> aged from its first receipt, or from the start of the log
       *> when it was already on the shelf before that
       ClassifyOneSize.
           MOVE ZERO TO WSSinceDate WSMonthlyUse WSCoverMonths.
           MOVE SPACES TO WSDCover.
           IF WSFoundIdx > ZERO
              IF WSAgLastIssue(WSFoundIdx) > ZERO
                 MOVE WSAgLastIssue(WSFoundIdx) TO WSSinceDate
              ELSE
                 MOVE WSAgFirstIn(WSFoundIdx) TO WSSinceDate
              END-IF
              COMPUTE WSMonthlyUse ROUNDED =
                  WSAgRecentUse(WSFoundIdx) / WSUsageMonths
           END-IF.
           IF WSSinceDate = ZERO
              MOVE WSLogStart TO WSSinceDate
           END-IF.
           IF WSSinceDate = ZERO
              MOVE ZERO TO WSIdleMonths
           ELSE
              COMPUTE WSIdleDays = WSTodayInt
                  - FUNCTION INTEGER-OF-DATE(WSSinceDate)
              IF WSIdleDays < ZERO
                 MOVE ZERO TO WSIdleDays
              END-IF
              COMPUTE WSIdleMonths = WSIdleDays / 30
           END-IF.
           IF WSMonthlyUse > ZERO
              COMPUTE WSCoverMonths ROUNDED =
                  PRQtyBySize(WSSizeIdx) / WSMonthlyUse
              MOVE WSCoverMonths TO WSShownCover
              MOVE WSShownCover TO WSDCover
           ELSE
              MOVE "no use" TO WSDCover
           END-IF.
           EVALUATE TRUE
               WHEN WSIdleMonths >= WSObsMonths
                   SET ClassObsolete TO TRUE
               WHEN WSIdleMonths >= WSSlowMonths
                   SET ClassSlow TO TRUE
               WHEN WSMonthlyUse > ZERO
                   AND WSCoverMonths > WSSlowCover
                   SET ClassSlow TO TRUE
               WHEN OTHER
                   SET ClassActive TO TRUE
           END-EVALUATE.

       WriteOneSize.
           MOVE SPACES TO WSDFlag.
           IF PRAvgCost NUMERIC AND PRAvgCost > ZERO
              COMPUTE WSLineValue =
                  PRQtyBySize(WSSizeIdx) * PRAvgCost
           ELSE
              MOVE ZERO TO WSLineValue
              MOVE " NO COST" TO WSDFlag
           END-IF.
           EVALUATE TRUE
               WHEN ClassObsolete
                   MOVE 3 TO WSClassIdx
                   MOVE "OBSOLETE" TO WSDClass
                   COMPUTE WSLineProvision ROUNDED =
                       WSLineValue * WSObsPct / 100
               WHEN ClassSlow
                   MOVE 2 TO WSClassIdx
                   MOVE "SLOW" TO WSDClass
                   COMPUTE WSLineProvision ROUNDED =
                       WSLineValue * WSSlowPct / 100
               WHEN OTHER
                   MOVE 1 TO WSClassIdx
                   MOVE "ACTIVE" TO WSDClass
                   MOVE ZERO TO WSLineProvision
           END-EVALUATE.
           ADD 1 TO WSClLines(WSClassIdx).
           ADD WSLineValue TO WSClValue(WSClassIdx).
           ADD WSLineProvision TO WSClProvision(WSClassIdx).
           ADD WSLineProvision TO WSRequiredTotal.
           IF WSLineProvision > ZERO
              IF WSNwCount < 100
                 ADD 1 TO WSNwCount
                 MOVE PRName TO WSNwProduct(WSNwCount)
                 MOVE PRSizes(WSSizeIdx) TO WSNwSize(WSNwCount)
                 MOVE WSClass TO WSNwClass(WSNwCount)
                 MOVE WSLineProvision TO WSNwAmount(WSNwCount)
              ELSE
                 SET NewTableFull TO TRUE
              END-IF
           END-IF.
           MOVE PRName TO WSDProduct.
           MOVE PRSizes(WSSizeIdx) TO WSDSize.
           MOVE PRQtyBySize(WSSizeIdx) TO WSDOnHand.
           IF WSFoundIdx > ZERO AND WSAgLastIssue(WSFoundIdx) > ZERO
              MOVE WSAgLastIssue(WSFoundIdx) TO WSDLastIssue
           ELSE
              MOVE "none" TO WSDLastIssue
           END-IF.
           MOVE WSIdleMonths TO WSDIdle.
           MOVE WSLineValue TO WSDValue.
           MOVE WSLineProvision TO WSDProvision.
           WRITE ReportLine FROM WSDetailLine
               AFTER ADVANCING 1 LINE
           END-WRITE.

       PrintClassTotals.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine
               AFTER ADVANCING 1 LINE
           END-WRITE.
           PERFORM VARYING WSClassIdx FROM 1 BY 1
               UNTIL WSClassIdx > 3
               EVALUATE WSClassIdx
                   WHEN 1 MOVE "Active" TO WSCLabel
                   WHEN 2 MOVE "Slow" TO WSCLabel
                   WHEN 3 MOVE "Obsolete" TO WSCLabel
               END-EVALUATE
               MOVE WSClLines(WSClassIdx) TO WSCLines
               MOVE WSClValue(WSClassIdx) TO WSCValue
               MOVE WSClProvision(WSClassIdx) TO WSCProvision
               WRITE ReportLine FROM WSClassLine
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-PERFORM.
           MOVE "Provision required" TO WSMLabel.
           MOVE WSRequiredTotal TO WSMAmount.
           WRITE ReportLine FROM WSMoneyLine
               AFTER ADVANCING 2 LINES
           END-WRITE.
           MOVE "Provision now held" TO WSMLabel.
           MOVE WSHeldTotal TO WSMAmount.
           WRITE ReportLine FROM WSMoneyLine
               AFTER ADVANCING 1 LINE
           END-WRITE.
           IF WSRequiredTotal < WSHeldTotal
              MOVE "Release to post" TO WSMLabel
              COMPUTE WSMAmount = WSHeldTotal - WSRequiredTotal
           ELSE
              MOVE "Write-down to post" TO WSMLabel
              COMPUTE WSMAmount = WSRequiredTotal - WSHeldTotal
           END-IF.
           WRITE ReportLine FROM WSMoneyLine
               AFTER ADVANCING 1 LINE
           END-WRITE.

       *> The provision moves the books, so it takes a supervisor
       *> and an open GL month
       OfferWriteDown.
           IF WSAdjustment > ZERO
              MOVE WSAdjustment TO WSPostAmount
              MOVE WSPostAmount TO WSShownTotal
              DISPLAY "Post a write-down of " WSShownTotal
                  " (Y/N) " WITH NO ADVANCING
           ELSE
              COMPUTE WSPostAmount = ZERO - WSAdjustment
              MOVE WSPostAmount TO WSShownTotal
              DISPLAY "Post a provision release of " WSShownTotal
                  " (Y/N) " WITH NO ADVANCING
           END-IF.
           MOVE SPACE TO WSAskEntry.
           ACCEPT WSAskEntry.
           IF NOT WantsPosting
              DISPLAY "Nothing posted - the provision stands at "
                  "the figure held"
           ELSE
              PERFORM EstablishAuthority
              PERFORM LoadGLClosedPeriod
              EVALUATE TRUE
                  WHEN NOT SupervisorAuthority
                      DISPLAY "stockage: supervisor authority "
                          "required - nothing posted"
                  WHEN WSGLClosedThru > ZERO
                      AND WSTodayYM NOT > WSGLClosedThru
                      DISPLAY "GL period " WSTodayYM " is closed - "
                          "nothing posted"
                  WHEN OTHER
                      PERFORM PostProvision
              END-EVALUATE
           END-IF.

       *> The journal first - the provision file only changes once
       *> the GL has taken the entry that matches it
       PostProvision.
           OPEN EXTEND GLJournalFile.
           IF WSGLStatus = "35"
              OPEN OUTPUT GLJournalFile
              CLOSE GLJournalFile
              OPEN EXTEND GLJournalFile
           END-IF.
           IF WSGLStatus NOT = "00"
              DISPLAY "stockage: GLJournal.dat unavailable - status "
                  WSGLStatus " - nothing posted"
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE SPACES TO GLJournalRecord
              MOVE WSToday TO GjDate
              MOVE "stockage" TO GjSource
              MOVE WSPostAmount TO GjAmount
              IF WSAdjustment > ZERO
                 MOVE "Stock write-down" TO GjDesc
                 MOVE 5120 TO GjAccount
                 MOVE 'D' TO GjDrCr
                 WRITE GLJournalRecord
                 MOVE 1290 TO GjAccount
                 MOVE 'C' TO GjDrCr
                 WRITE GLJournalRecord
              ELSE
                 MOVE "Stock provision rel" TO GjDesc
                 MOVE 1290 TO GjAccount
                 MOVE 'D' TO GjDrCr
                 WRITE GLJournalRecord
                 MOVE 5120 TO GjAccount
                 MOVE 'C' TO GjDrCr
                 WRITE GLJournalRecord
              END-IF
              CLOSE GLJournalFile
              PERFORM SaveProvisions
              DISPLAY "Provision posted - StockProvision.dat now "
                  "holds " WSNwCount " line(s)"
           END-IF.

       SaveProvisions.
           OPEN OUTPUT ProvisionFile.
           PERFORM VARYING WSNwIdx FROM 1 BY 1
               UNTIL WSNwIdx > WSNwCount
               MOVE SPACES TO ProvisionRecord
               MOVE WSNwProduct(WSNwIdx) TO PvProduct
               MOVE WSNwSize(WSNwIdx) TO PvSize
               MOVE WSNwClass(WSNwIdx) TO PvClass
               MOVE WSNwAmount(WSNwIdx) TO PvAmount
               MOVE WSToday TO PvDate
               MOVE WSOperatorID TO PvOperator
               WRITE ProvisionRecord
           END-PERFORM.
           CLOSE ProvisionFile.

       *> The custmenu sign-on travels in via EXTERNAL storage; a
       *> standalone run is verified against OperatorMaster.dat
       EstablishAuthority.
           IF WSSignedOnOper NOT = SPACES
              AND WSSignedOnOper NOT = LOW-VALUES
              MOVE WSSignedOnOper TO WSOperatorID
              MOVE WSSignedOnLevel TO WSAuthority
           ELSE
              DISPLAY "Operator ID " WITH NO ADVANCING
              ACCEPT WSOperatorID
              MOVE ZERO TO WSAuthority
              MOVE 'N' TO WSEOF
              OPEN INPUT OperatorFile
              IF WSOperatorStatus NOT = "00"
                 DISPLAY "stockage: operator master unavailable"
                     " - status " WSOperatorStatus
                 CLOSE OperatorFile
              ELSE
                 PERFORM UNTIL EndOfPass
                    READ OperatorFile
                        AT END MOVE 'Y' TO WSEOF
                        NOT AT END
                            IF OperID = WSOperatorID
                               MOVE OperLevel TO WSAuthority
                               MOVE 'Y' TO WSEOF
                            END-IF
                    END-READ
                 END-PERFORM
                 CLOSE OperatorFile
                 MOVE 'N' TO WSEOF
              END-IF
           END-IF.

       COPY glperiodchkp.
      *> File-open error handling via the shared
      *> Copybooks/filestatuschkp.cpy paragraph
       COPY filestatuschkp.
