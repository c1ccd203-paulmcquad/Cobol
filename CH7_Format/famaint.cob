       IDENTIFICATION DIVISION.
       PROGRAM-ID. famaint.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Fixed asset register - the van, the embroidery machine and
       *> the office computers lived on a card in the accountant's
       *> drawer and depreciation was a year-end guess. Each asset
       *> goes on FixedAssets.dat (see Copybooks/fixedasset.cpy) with
       *> the GL accounts it posts to, checked against
       *> ChartOfAccounts.dat - the asset and accumulated depreciation
       *> accounts must be assets, the expense account an expense -
       *> its cost, acquisition date, useful life in months, salvage
       *> value and method. An asset bought before it came onto the
       *> register is keyed with the depreciation it already carries
       *> and the month that runs through, and fadepr.cob carries on
       *> from there. A new purchase can journal its cost against
       *> cash in GLJournal.dat as it is added. (D)ispose takes the
       *> asset off the books on the date it went: the cost and its
       *> accumulated depreciation come out, the proceeds go to cash
       *> and the difference from net book value posts as a gain or
       *> a loss. The month's depreciation has to have run through
       *> the month before, so the book value it is measured against
       *> is right. Nothing dated into a closed GL month (GLPeriod.dat)
       *> is posted, and every line carries the operator.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT AssetFile ASSIGN TO "FixedAssets.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSAssetStatus.
              SELECT GLJournalFile ASSIGN TO "GLJournal.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSGLStatus.
              SELECT ChartFile ASSIGN TO "ChartOfAccounts.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSChartStatus.
              SELECT GLPeriodFile ASSIGN TO "GLPeriod.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSGLPeriodStatus.
              SELECT OperatorFile ASSIGN TO "OperatorMaster.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSOperatorStatus.

       DATA DIVISION.
       FILE SECTION.
       FD AssetFile.
       COPY fixedasset.
       FD GLJournalFile.
       COPY gljournal.
       FD ChartFile.
       COPY chartrec.
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
       01 WSAssetStatus      PIC XX.
       01 WSGLStatus         PIC XX.
       01 WSChartStatus      PIC XX.
       01 WSOperatorStatus   PIC XX.
       01 WSEOF              PIC X VALUE 'N'.
              88 EndOfPass        VALUE 'Y'.
       01 WSMenuChoice       PIC X VALUE SPACE.
              88 WantsList        VALUE 'L' 'l'.
              88 WantsAdd         VALUE 'A' 'a'.
              88 WantsDispose     VALUE 'D' 'd'.
              88 WantsQuit        VALUE 'Q' 'q'.
       01 WSContinueFlag     PIC X VALUE 'Y'.
              88 KeepGoing        VALUE 'Y'.
       01 WSSignedOnOper     PIC X(10) EXTERNAL.
       01 WSSignedOnLevel    PIC 9 EXTERNAL.
       01 WSOperatorID       PIC X(10) VALUE SPACES.
       01 WSAuthority        PIC 9 VALUE ZERO.
              88 OperatorKnown        VALUE 1 THRU 9.
       *> the accounts an asset may post to, with their type
       01 WSChartTable.
              02 WSChartEntry OCCURS 50 TIMES.
                  03 WSChAcct       PIC 9(4).
                  03 WSChName       PIC X(20).
                  03 WSChType       PIC X.
       01 WSChartCount       PIC 99 VALUE ZERO.
       01 WSScanIdx          PIC 9(3).
       01 WSFoundIdx         PIC 9(3).
       *> the whole register in storage, written back after every
       *> change - a file bigger than the table stops the program
       *> before anything is lost
       01 WSAssetTable.
              02 WSAssetRec OCCURS 200 TIMES PIC X(134).
       01 WSAssetCount       PIC 9(3) VALUE ZERO.
       01 WSAssetIdx         PIC 9(3).
       *> what is being keyed - each step runs only while the ones
       *> before it were good
       01 WSKeyingFlag       PIC X.
              88 StillGood        VALUE 'Y'.
       01 WSAssetEntry       PIC X(6).
       01 WSDescEntry        PIC X(24).
       01 WSAcctEntry        PIC X(4).
       01 WSAcctType         PIC X.
       01 WSAcctWanted       PIC X(30).
       01 WSAcctTaken        PIC 9(4).
       01 WSDateEntry        PIC X(8).
       01 WSDateTaken        PIC 9(8).
       01 WSDateSplit REDEFINES WSDateTaken.
              02 WSDateYM         PIC 9(6).
              02 WSDateDD         PIC 99.
       01 WSMonthEntry       PIC X(6).
       01 WSLifeEntry        PIC X(3).
       01 WSMethodEntry      PIC X.
       01 WSAmountEntry      PIC X(12).
       01 WSAmountCheck      PIC S9(4) COMP-5.
       01 WSAmountTaken      PIC 9(7)V99.
       01 WSAmountPrompt     PIC X(50).
       01 WSAmountBlankOK    PIC X.
              88 BlankMeansZero   VALUE 'Y'.
       01 WSConfirm          PIC X.
              88 Confirmed        VALUE 'Y' 'y'.
       *> the month before a disposal, which depreciation must have
       *> reached
       01 WSPriorMonth       PIC 9(6).
       01 WSPriorSplit REDEFINES WSPriorMonth.
              02 WSPriorYear      PIC 9(4).
              02 WSPriorMM        PIC 99.
       01 WSAcqYM            PIC 9(6).
       01 WSAcqSplit REDEFINES WSAcqYM.
              02 WSAcqYear        PIC 9(4).
              02 WSAcqMM          PIC 99.
       01 WSThruMonth        PIC 9(6).
       01 WSThruSplit REDEFINES WSThruMonth.
              02 WSThruYear       PIC 9(4).
              02 WSThruMM         PIC 99.
       01 WSMonthsBetween    PIC S9(5).
       01 WSNetBook          PIC S9(7)V99.
       01 WSGainLoss         PIC S9(7)V99.
       01 WSDepreciable      PIC 9(7)V99.
       *> one journal line at a time
       01 WSPostDate         PIC 9(8).
       01 WSPostAcct         PIC 9(4).
       01 WSPostDrCr         PIC X.
       01 WSPostAmount       PIC 9(7)V99.
       01 WSPostDesc.
              02 WSPDText         PIC X(14).
              02 WSPDAsset        PIC X(6).
       01 WSShownCost        PIC $$,$$$,$$9.99.
       01 WSShownAccum       PIC $$,$$$,$$9.99.
       01 WSShownNBV         PIC $$,$$$,$$9.99-.
       01 WSShownGain        PIC $$,$$$,$$9.99-.
      *> shared GL closed-period fields - see
      *> Copybooks/glperiodchkp.cpy
       COPY glperiodchk.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           PERFORM EstablishOperator.
           IF NOT OperatorKnown
              DISPLAY "famaint: operator " WSOperatorID
                  " not recognised - the register cannot be changed"
              GOBACK
           END-IF.
           PERFORM LoadChart.
           IF RETURN-CODE = ZERO
              PERFORM LoadAssets
           END-IF.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM LoadGLClosedPeriod.
           PERFORM ShowAssetMenu UNTIL NOT KeepGoing.
      *> GOBACK so a menu program can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

       EstablishOperator.
           IF WSSignedOnOper NOT = SPACES
              AND WSSignedOnOper NOT = LOW-VALUES
              MOVE WSSignedOnOper TO WSOperatorID
              MOVE WSSignedOnLevel TO WSAuthority
           ELSE
              DISPLAY "Operator ID " WITH NO ADVANCING
              ACCEPT WSOperatorID
              MOVE 'N' TO WSEOF
              OPEN INPUT OperatorFile
              IF WSOperatorStatus NOT = "00"
                 DISPLAY "famaint: operator master unavailable"
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

       LoadChart.
           OPEN INPUT ChartFile.
           IF WSChartStatus NOT = "00"
              DISPLAY "famaint: no ChartOfAccounts.dat - status "
                  WSChartStatus
              CLOSE ChartFile
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM UNTIL EndOfPass
                 READ ChartFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSChartCount < 50
                            ADD 1 TO WSChartCount
                            MOVE ChAccount TO WSChAcct(WSChartCount)
                            MOVE ChName TO WSChName(WSChartCount)
                            MOVE ChType TO WSChType(WSChartCount)
                         ELSE
                            DISPLAY "famaint: more than 50 accounts"
                                " on the chart - table exceeded, "
                                "aborting"
                            MOVE 16 TO RETURN-CODE
                            MOVE 'Y' TO WSEOF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE ChartFile
              MOVE 'N' TO WSEOF
           END-IF.

       *> no FixedAssets.dat just means nothing is on the register yet
       LoadAssets.
           OPEN INPUT AssetFile.
           IF WSAssetStatus NOT = "00"
              CLOSE AssetFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ AssetFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSAssetCount < 200
                            ADD 1 TO WSAssetCount
                            MOVE FixedAssetRecord
                                TO WSAssetRec(WSAssetCount)
                         ELSE
                            DISPLAY "famaint: FixedAssets.dat exceeds"
                                " the table - aborting before "
                                "anything is lost"
                            MOVE 16 TO RETURN-CODE
                            MOVE 'Y' TO WSEOF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE AssetFile
              MOVE 'N' TO WSEOF
           END-IF.

       SaveAssets.
           OPEN OUTPUT AssetFile.
           PERFORM VARYING WSAssetIdx FROM 1 BY 1
               UNTIL WSAssetIdx > WSAssetCount
               MOVE WSAssetRec(WSAssetIdx) TO FixedAssetRecord
               WRITE FixedAssetRecord
           END-PERFORM.
           CLOSE AssetFile.

       ShowAssetMenu.
           DISPLAY " ".
           DISPLAY "Fixed Asset Register".
           DISPLAY "(L)ist assets  (A)dd an asset  (D)ispose of an "
               "asset  (Q)uit".
           DISPLAY "Select an option " WITH NO ADVANCING.
           ACCEPT WSMenuChoice.
           EVALUATE TRUE
               WHEN WantsList      PERFORM ListAssets
               WHEN WantsAdd       PERFORM AddAsset
               WHEN WantsDispose   PERFORM DisposeAsset
               WHEN WantsQuit      MOVE 'N' TO WSContinueFlag
               WHEN OTHER
                   DISPLAY "Invalid option, please try again"
           END-EVALUATE.

       ListAssets.
           IF WSAssetCount = ZERO
              DISPLAY "No assets on the register yet"
           END-IF.
           PERFORM VARYING WSAssetIdx FROM 1 BY 1
               UNTIL WSAssetIdx > WSAssetCount
               MOVE WSAssetRec(WSAssetIdx) TO FixedAssetRecord
               MOVE FaCost TO WSShownCost
               COMPUTE WSNetBook = FaCost - FaAccumDep
               MOVE WSNetBook TO WSShownNBV
               IF FaDisposed
                  DISPLAY FaAssetNo " " FaDesc " cost " WSShownCost
                      " disposed " FaDispDate
               ELSE
                  DISPLAY FaAssetNo " " FaDesc " cost " WSShownCost
                      " book " WSShownNBV
               END-IF
           END-PERFORM.

       AddAsset.
           MOVE 'Y' TO WSKeyingFlag.
           MOVE SPACES TO FixedAssetRecord.
           MOVE SPACES TO WSAssetEntry.
           DISPLAY "Asset number (blank to cancel) "
               WITH NO ADVANCING.
           ACCEPT WSAssetEntry.
           MOVE FUNCTION UPPER-CASE(WSAssetEntry) TO WSAssetEntry.
           IF WSAssetEntry = SPACES
              MOVE 'N' TO WSKeyingFlag
           ELSE
              PERFORM FindAsset
              IF WSFoundIdx > ZERO
                 DISPLAY "Asset " WSAssetEntry
                     " is already on the register"
                 MOVE 'N' TO WSKeyingFlag
              END-IF
           END-IF.
           IF StillGood
              MOVE WSAssetEntry TO FaAssetNo
              MOVE SPACES TO WSDescEntry
              DISPLAY "Description " WITH NO ADVANCING
              ACCEPT WSDescEntry
              MOVE WSDescEntry TO FaDesc
              MOVE 'A' TO WSAcctType
              MOVE "Asset account" TO WSAcctWanted
              PERFORM AcceptAccount
              MOVE WSAcctTaken TO FaAssetAcct
           END-IF.
           IF StillGood
              MOVE 'A' TO WSAcctType
              MOVE "Accum depreciation account" TO WSAcctWanted
              PERFORM AcceptAccount
              MOVE WSAcctTaken TO FaAccumAcct
           END-IF.
           IF StillGood
              MOVE 'X' TO WSAcctType
              MOVE "Depreciation expense account" TO WSAcctWanted
              PERFORM AcceptAccount
              MOVE WSAcctTaken TO FaExpenseAcct
           END-IF.
           IF StillGood
              MOVE "Cost" TO WSAmountPrompt
              MOVE 'N' TO WSAmountBlankOK
              PERFORM AcceptAmount
              MOVE WSAmountTaken TO FaCost
           END-IF.
           IF StillGood
              DISPLAY "Acquisition date (YYYYMMDD) "
                  WITH NO ADVANCING
              PERFORM AcceptDate
              MOVE WSDateTaken TO FaAcqDate
           END-IF.
           IF StillGood
              PERFORM AcceptLifeAndMethod
           END-IF.
           IF StillGood
              PERFORM AcceptDepreciationToDate
           END-IF.
           IF StillGood
              MOVE ZERO TO FaDispDate
              MOVE ZERO TO FaProceeds
              MOVE ZERO TO FaGainLoss
              MOVE 'A' TO FaStatus
              PERFORM RecordNewAsset
           ELSE
              DISPLAY "Asset not added"
           END-IF.

       AcceptLifeAndMethod.
           MOVE SPACES TO WSLifeEntry.
           DISPLAY "Useful life in months (3 digits, 060 = 5 years) "
               WITH NO ADVANCING.
           ACCEPT WSLifeEntry.
           IF WSLifeEntry NOT NUMERIC OR WSLifeEntry = ZERO
              DISPLAY "Invalid life - enter 3 numeric digits"
              MOVE 'N' TO WSKeyingFlag
           ELSE
              MOVE WSLifeEntry TO FaLifeMonths
              MOVE "Salvage value (blank = none)" TO WSAmountPrompt
              MOVE 'Y' TO WSAmountBlankOK
              PERFORM AcceptAmount
              MOVE WSAmountTaken TO FaSalvage
           END-IF.
           IF StillGood AND FaSalvage NOT < FaCost
              DISPLAY "Salvage value must be less than the cost"
              MOVE 'N' TO WSKeyingFlag
           END-IF.
           IF StillGood
              MOVE SPACE TO WSMethodEntry
              DISPLAY "(S)traight-line or (D)eclining balance "
                  WITH NO ADVANCING
              ACCEPT WSMethodEntry
              MOVE FUNCTION UPPER-CASE(WSMethodEntry) TO FaMethod
              IF NOT FaStraightLine AND NOT FaDeclining
                 DISPLAY "Enter S or D"
                 MOVE 'N' TO WSKeyingFlag
              END-IF
           END-IF.

      *> an asset bought before it came onto the register brings the
      *> depreciation it already carries, through the month named
       AcceptDepreciationToDate.
           MOVE ZERO TO FaAccumDep.
           MOVE ZERO TO FaMonthsDone.
           MOVE ZERO TO FaLastDepMonth.
           MOVE FaAcqDate(1:6) TO WSAcqYM.
           MOVE SPACES TO WSMonthEntry.
           DISPLAY "Depreciated through month (YYYYMM, blank = new "
               "asset) " WITH NO ADVANCING.
           ACCEPT WSMonthEntry.
           IF WSMonthEntry NOT = SPACES
              IF WSMonthEntry NOT NUMERIC
                 OR WSMonthEntry(5:2) < "01"
                 OR WSMonthEntry(5:2) > "12"
                 OR WSMonthEntry < WSAcqYM
                 DISPLAY "Invalid month - enter 6 numeric digits, "
                     "not before the acquisition"
                 MOVE 'N' TO WSKeyingFlag
              ELSE
                 MOVE WSMonthEntry TO FaLastDepMonth
                 MOVE WSMonthEntry TO WSThruMonth
                 COMPUTE WSMonthsBetween =
                     (WSThruYear - WSAcqYear) * 12
                     + WSThruMM - WSAcqMM + 1
                 IF WSMonthsBetween > FaLifeMonths
                    MOVE FaLifeMonths TO FaMonthsDone
                 ELSE
                    MOVE WSMonthsBetween TO FaMonthsDone
                 END-IF
                 MOVE "Accumulated depreciation to then"
                     TO WSAmountPrompt
                 MOVE 'N' TO WSAmountBlankOK
                 PERFORM AcceptAmount
                 MOVE WSAmountTaken TO FaAccumDep
                 COMPUTE WSDepreciable = FaCost - FaSalvage
                 IF StillGood AND FaAccumDep > WSDepreciable
                    DISPLAY "More than the cost less salvage"
                    MOVE 'N' TO WSKeyingFlag
                 END-IF
              END-IF
           END-IF.

      *> a new purchase can journal its cost out of cash as it goes
      *> on; one already in the books is added without posting
       RecordNewAsset.
           MOVE FaCost TO WSShownCost.
           DISPLAY FaAssetNo " " FaDesc " cost " WSShownCost.
           DISPLAY "Add this asset (Y/N) " WITH NO ADVANCING.
           MOVE SPACE TO WSConfirm.
           ACCEPT WSConfirm.
           IF NOT Confirmed
              DISPLAY "Asset not added"
           ELSE
              ADD 1 TO WSAssetCount
              MOVE FixedAssetRecord TO WSAssetRec(WSAssetCount)
              MOVE FaAcqDate TO WSDateTaken
              IF FaLastDepMonth = ZERO
                 DISPLAY "Journal the purchase against cash (Y/N) "
                     WITH NO ADVANCING
                 MOVE SPACE TO WSConfirm
                 ACCEPT WSConfirm
                 IF Confirmed
                    PERFORM PostPurchase
                 END-IF
              END-IF
              DISPLAY "Asset " FaAssetNo " added"
              PERFORM SaveAssets
           END-IF.

       PostPurchase.
           IF WSGLClosedThru > ZERO
              AND WSDateYM NOT > WSGLClosedThru
              DISPLAY "GL period " WSDateYM " is closed - purchase "
                  "not journalled"
           ELSE
              PERFORM OpenJournalExtend
              MOVE FaAcqDate TO WSPostDate
              MOVE "Purchase of" TO WSPDText
              MOVE FaAssetNo TO WSPDAsset
              MOVE FaAssetAcct TO WSPostAcct
              MOVE 'D' TO WSPostDrCr
              MOVE FaCost TO WSPostAmount
              PERFORM PostOneLine
              MOVE 1000 TO WSPostAcct
              MOVE 'C' TO WSPostDrCr
              PERFORM PostOneLine
              CLOSE GLJournalFile
              DISPLAY "Purchase journalled to GLJournal.dat"
           END-IF.

       DisposeAsset.
           MOVE 'Y' TO WSKeyingFlag.
           MOVE SPACES TO WSAssetEntry.
           DISPLAY "Asset number (blank to cancel) "
               WITH NO ADVANCING.
           ACCEPT WSAssetEntry.
           MOVE FUNCTION UPPER-CASE(WSAssetEntry) TO WSAssetEntry.
           IF WSAssetEntry = SPACES
              MOVE 'N' TO WSKeyingFlag
           ELSE
              PERFORM FindAsset
              IF WSFoundIdx = ZERO
                 DISPLAY "Asset " WSAssetEntry " not on the register"
                 MOVE 'N' TO WSKeyingFlag
              ELSE
                 MOVE WSAssetRec(WSFoundIdx) TO FixedAssetRecord
                 IF FaDisposed
                    DISPLAY "Asset " WSAssetEntry " was disposed of "
                        "on " FaDispDate
                    MOVE 'N' TO WSKeyingFlag
                 END-IF
              END-IF
           END-IF.
           IF StillGood
              DISPLAY FaAssetNo " " FaDesc
              DISPLAY "Disposal date (YYYYMMDD) " WITH NO ADVANCING
              PERFORM AcceptDate
           END-IF.
           IF StillGood
              PERFORM CheckDisposalDate
           END-IF.
           IF StillGood
              MOVE "Proceeds (blank = none)" TO WSAmountPrompt
              MOVE 'Y' TO WSAmountBlankOK
              PERFORM AcceptAmount
           END-IF.
           IF StillGood
              COMPUTE WSNetBook = FaCost - FaAccumDep
              COMPUTE WSGainLoss = WSAmountTaken - WSNetBook
              MOVE FaCost TO WSShownCost
              MOVE FaAccumDep TO WSShownAccum
              MOVE WSNetBook TO WSShownNBV
              MOVE WSGainLoss TO WSShownGain
              DISPLAY "Cost " WSShownCost "  depreciation "
                  WSShownAccum "  book value " WSShownNBV
              DISPLAY "Gain (loss) on disposal " WSShownGain
              DISPLAY "Post the disposal (Y/N) " WITH NO ADVANCING
              MOVE SPACE TO WSConfirm
              ACCEPT WSConfirm
              IF Confirmed
                 PERFORM PostDisposal
              ELSE
                 DISPLAY "Nothing posted"
              END-IF
           END-IF.

      *> the date must be in an open GL month, not before the asset
      *> was bought, and depreciation must have run through the month
      *> before it - unless the asset is already written down to
      *> salvage or was bought in the same month
       CheckDisposalDate.
           MOVE FaAcqDate(1:6) TO WSAcqYM.
           MOVE WSDateYM TO WSPriorMonth.
           IF WSPriorMM = 1
              SUBTRACT 1 FROM WSPriorYear
              MOVE 12 TO WSPriorMM
           ELSE
              SUBTRACT 1 FROM WSPriorMM
           END-IF.
           COMPUTE WSDepreciable = FaCost - FaSalvage.
           EVALUATE TRUE
               WHEN WSGLClosedThru > ZERO
                   AND WSDateYM NOT > WSGLClosedThru
                   DISPLAY "GL period " WSDateYM " is closed "
                       "(closed through " WSGLClosedThru
                       ") - disposal refused"
                   MOVE 'N' TO WSKeyingFlag
               WHEN WSDateTaken < FaAcqDate
                   DISPLAY "Disposal is before the acquisition date "
                       FaAcqDate
                   MOVE 'N' TO WSKeyingFlag
               WHEN WSAcqYM = WSDateYM
                   CONTINUE
               WHEN FaAccumDep NOT < WSDepreciable
                   CONTINUE
               WHEN FaLastDepMonth < WSPriorMonth
                   DISPLAY "Depreciation has only run through "
                       FaLastDepMonth " - run fadepr through "
                       WSPriorMonth " first"
                   MOVE 'N' TO WSKeyingFlag
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> cost out of the asset account, its depreciation out of the
      *> accumulated account, the proceeds into cash, and the
      *> balance to 4300 gain or 6300 loss on disposal
       PostDisposal.
           PERFORM OpenJournalExtend.
           MOVE WSDateTaken TO WSPostDate.
           MOVE "Disposal of" TO WSPDText.
           MOVE FaAssetNo TO WSPDAsset.
           IF FaAccumDep > ZERO
              MOVE FaAccumAcct TO WSPostAcct
              MOVE 'D' TO WSPostDrCr
              MOVE FaAccumDep TO WSPostAmount
              PERFORM PostOneLine
           END-IF.
           IF WSAmountTaken > ZERO
              MOVE 1000 TO WSPostAcct
              MOVE 'D' TO WSPostDrCr
              MOVE WSAmountTaken TO WSPostAmount
              PERFORM PostOneLine
           END-IF.
           MOVE FaAssetAcct TO WSPostAcct.
           MOVE 'C' TO WSPostDrCr.
           MOVE FaCost TO WSPostAmount.
           PERFORM PostOneLine.
           IF WSGainLoss > ZERO
              MOVE 4300 TO WSPostAcct
              MOVE 'C' TO WSPostDrCr
              MOVE WSGainLoss TO WSPostAmount
              PERFORM PostOneLine
           END-IF.
           IF WSGainLoss < ZERO
              MOVE 6300 TO WSPostAcct
              MOVE 'D' TO WSPostDrCr
              COMPUTE WSPostAmount = 0 - WSGainLoss
              PERFORM PostOneLine
           END-IF.
           CLOSE GLJournalFile.
           MOVE 'D' TO FaStatus.
           MOVE WSDateTaken TO FaDispDate.
           MOVE WSAmountTaken TO FaProceeds.
           MOVE WSGainLoss TO FaGainLoss.
           MOVE FixedAssetRecord TO WSAssetRec(WSFoundIdx).
           DISPLAY "Asset " FaAssetNo " disposed of - journalled to "
               "GLJournal.dat".
           PERFORM SaveAssets.

       FindAsset.
           MOVE ZERO TO WSFoundIdx.
           PERFORM VARYING WSScanIdx FROM 1 BY 1
               UNTIL WSScanIdx > WSAssetCount OR WSFoundIdx > 0
               IF WSAssetRec(WSScanIdx)(1:6) = WSAssetEntry
                  MOVE WSScanIdx TO WSFoundIdx
               END-IF
           END-PERFORM.

      *> the account must be on the chart and of the type asked for
       AcceptAccount.
           MOVE ZERO TO WSAcctTaken.
           MOVE SPACES TO WSAcctEntry.
           DISPLAY FUNCTION TRIM(WSAcctWanted) " " WITH NO ADVANCING.
           ACCEPT WSAcctEntry.
           MOVE ZERO TO WSFoundIdx.
           IF WSAcctEntry IS NUMERIC
              PERFORM VARYING WSScanIdx FROM 1 BY 1
                  UNTIL WSScanIdx > WSChartCount OR WSFoundIdx > 0
                  IF WSChAcct(WSScanIdx) = WSAcctEntry
                     MOVE WSScanIdx TO WSFoundIdx
                  END-IF
              END-PERFORM
           END-IF.
           EVALUATE TRUE
               WHEN WSFoundIdx = ZERO
                   DISPLAY "Account " WSAcctEntry
                       " is not on the chart"
                   MOVE 'N' TO WSKeyingFlag
               WHEN WSChType(WSFoundIdx) NOT = WSAcctType
                   DISPLAY "Account " WSAcctEntry " "
                       WSChName(WSFoundIdx) " is the wrong type"
                   MOVE 'N' TO WSKeyingFlag
               WHEN OTHER
                   DISPLAY "  " WSChName(WSFoundIdx)
                   MOVE WSAcctEntry TO WSAcctTaken
           END-EVALUATE.

       AcceptAmount.
           MOVE ZERO TO WSAmountTaken.
           MOVE SPACES TO WSAmountEntry.
           DISPLAY FUNCTION TRIM(WSAmountPrompt) " "
               WITH NO ADVANCING.
           ACCEPT WSAmountEntry.
           IF WSAmountEntry = SPACES AND BlankMeansZero
              CONTINUE
           ELSE
              MOVE FUNCTION TEST-NUMVAL(WSAmountEntry)
                  TO WSAmountCheck
              IF WSAmountCheck = ZERO
                 COMPUTE WSAmountTaken =
                     FUNCTION NUMVAL(WSAmountEntry)
              END-IF
              IF WSAmountCheck NOT = ZERO
                 OR (WSAmountTaken = ZERO AND NOT BlankMeansZero)
                 DISPLAY "Invalid amount"
                 MOVE 'N' TO WSKeyingFlag
              END-IF
           END-IF.

       AcceptDate.
           MOVE ZERO TO WSDateTaken.
           MOVE SPACES TO WSDateEntry.
           ACCEPT WSDateEntry.
           IF WSDateEntry IS NUMERIC
              MOVE WSDateEntry TO WSDateTaken
           END-IF.
           EVALUATE TRUE
               WHEN WSDateEntry NOT NUMERIC
                   DISPLAY "Invalid date - enter 8 numeric digits"
                   MOVE 'N' TO WSKeyingFlag
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WSDateTaken) NOT = 0
                   DISPLAY "Invalid date - no such day"
                   MOVE 'N' TO WSKeyingFlag
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       OpenJournalExtend.
           OPEN EXTEND GLJournalFile.
           IF WSGLStatus = "35"
              OPEN OUTPUT GLJournalFile
              CLOSE GLJournalFile
              OPEN EXTEND GLJournalFile
           END-IF.

       PostOneLine.
           MOVE SPACES TO GLJournalRecord.
           MOVE WSPostDate TO GjDate.
           MOVE "famaint" TO GjSource.
           MOVE WSPostAcct TO GjAccount.
           MOVE WSPostDrCr TO GjDrCr.
           MOVE WSPostAmount TO GjAmount.
           MOVE WSPostDesc TO GjDesc.
           MOVE WSOperatorID TO GjOperator.
           WRITE GLJournalRecord.

      *> shared GL closed-period lookup - see
      *> Copybooks/glperiodchkp.cpy for the fields
       COPY glperiodchkp.
