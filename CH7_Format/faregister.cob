       IDENTIFICATION DIVISION.
       PROGRAM-ID. faregister.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Fixed asset listing - the register famaint.cob keeps in
       *> FixedAssets.dat, as it stood at a month end, to
       *> AssetRegister.txt: every asset bought by then and not yet
       *> disposed of, with its cost, accumulated depreciation and net
       *> book value. Depreciation fadepr.cob charged for later months
       *> is taken back off using FADepreciation.dat, so an earlier
       *> month lists as it was. The month's disposals follow with
       *> their proceeds and gain or loss. Then the register is tied
       *> to the GL: the cost on the register for each asset account,
       *> and the depreciation for each accumulated depreciation
       *> account, against the account's balance in GLJournal.dat at
       *> the month end (on top of what the last year-end carried
       *> forward in GLOpening.dat), with the difference. Any account
       *> that doesn't tie ends with RC 8, as glreconcile.cob does.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT AssetFile ASSIGN TO "FixedAssets.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSAssetStatus.
              SELECT DeprHistFile ASSIGN TO "FADepreciation.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSDeprHistStatus.
              SELECT GLJournalFile ASSIGN TO "GLJournal.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSGLStatus.
              SELECT GLOpeningFile ASSIGN TO "GLOpening.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSGLOpenStatus.
              SELECT ChartFile ASSIGN TO "ChartOfAccounts.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSChartStatus.
              SELECT ReportFile ASSIGN TO "AssetRegister.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD AssetFile.
       COPY fixedasset.
       FD DeprHistFile.
       COPY fadeprhist.
       FD GLJournalFile.
       COPY gljournal.
       FD GLOpeningFile.
       COPY glopening.
       FD ChartFile.
       COPY chartrec.
       FD ReportFile.
       01 ReportLine   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WSAssetStatus      PIC XX.
       01 WSDeprHistStatus   PIC XX.
       01 WSGLStatus         PIC XX.
       01 WSChartStatus      PIC XX.
       01 WSReportStatus     PIC XX.
       01 WSEOF              PIC X VALUE 'N'.
              88 EndOfPass        VALUE 'Y'.
       01 WSMonthEntry       PIC X(6).
       01 WSMonthNum         PIC 9(6).
       01 WSMonthYear        PIC 9(4).
       01 WSMonthEnd         PIC 9(8).
       *> the register, and the depreciation each asset was charged
       *> for months after the one listed
       01 WSAssetTable.
              02 WSAssetEntry OCCURS 200 TIMES.
                  03 WSAssetRec       PIC X(134).
                  03 WSLaterDep       PIC 9(7)V99 COMP-3.
       01 WSAssetCount       PIC 9(3) VALUE ZERO.
       01 WSAssetIdx         PIC 9(3).
       01 WSScanIdx          PIC 9(3).
       01 WSFoundIdx         PIC 9(3).
       01 WSOverflowFlag     PIC X VALUE 'N'.
              88 TablesFull       VALUE 'Y'.
       *> one slot per GL account the listed assets post to - C the
       *> cost in an asset account, D the depreciation against it -
       *> with the register's figure and the GL balance, debit
       *> positive
       01 WSTieTable.
              02 WSTieEntry OCCURS 20 TIMES.
                  03 WSTieAcct        PIC 9(4).
                  03 WSTieKind        PIC X.
                  03 WSTieRegister    PIC S9(9)V99 COMP-3.
                  03 WSTieGL          PIC S9(9)V99 COMP-3.
       01 WSTieCount         PIC 99 VALUE ZERO.
       01 WSTieIdx           PIC 99.
       01 WSWantAcct         PIC 9(4).
       01 WSWantKind         PIC X.
       01 WSBrokenCount      PIC 99 VALUE ZERO.
       01 WSAccumAtMonth     PIC S9(7)V99 COMP-3.
       01 WSNetBook          PIC S9(7)V99 COMP-3.
       01 WSTotCost          PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WSTotAccum         PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WSListedCount      PIC 9(3) VALUE ZERO.
       01 WSDisposedCount    PIC 9(3) VALUE ZERO.
       01 WSRegisterSide     PIC S9(9)V99 COMP-3.
       01 WSGLSide           PIC S9(9)V99 COMP-3.
       01 WSDifference       PIC S9(9)V99 COMP-3.
       01 WSAcctName         PIC X(20).
       01 WSColumnHeads.
              02 FILLER        PIC X(40) VALUE
                  "Asset  Description          Acquired M ".
              02 FILLER        PIC X(39) VALUE
                  "       Cost  Depreciation    Book value".
       01 WSAssetLine.
              02 WSALAssetNo   PIC X(6).
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSALDesc      PIC X(20).
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSALAcqDate   PIC 9(8).
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSALMethod    PIC X(1).
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSALCost      PIC Z,ZZZ,ZZ9.99.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSALAccum     PIC ZZ,ZZZ,ZZ9.99.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSALNetBook   PIC ZZ,ZZZ,ZZ9.99-.
       01 WSTotalLine.
              02 FILLER        PIC X(37) VALUE "Total".
              02 WSTLCost      PIC ZZZ,ZZZ,ZZ9.99.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSTLAccum     PIC ZZ,ZZZ,ZZ9.99.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSTLNetBook   PIC ZZ,ZZZ,ZZ9.99-.
       01 WSDisposalLine.
              02 WSDLAssetNo   PIC X(6).
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSDLDesc      PIC X(20).
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSDLDate      PIC 9(8).
              02 FILLER        PIC X(11) VALUE "  proceeds ".
              02 WSDLProceeds  PIC Z,ZZZ,ZZ9.99.
              02 FILLER        PIC X(7) VALUE "  gain ".
              02 WSDLGainLoss  PIC Z,ZZZ,ZZ9.99-.
       01 WSTieHeads.
              02 FILLER        PIC X(40) VALUE
                  "Account                   Register      ".
              02 FILLER        PIC X(30) VALUE
                  "          GL    Difference".
       01 WSTieLine.
              02 WSTLAcct      PIC 9(4).
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSTLName      PIC X(20).
              02 WSTLRegister  PIC ZZZ,ZZZ,ZZ9.99-.
              02 WSTLGL        PIC ZZZ,ZZZ,ZZ9.99-.
              02 WSTLDiff      PIC ZZZ,ZZZ,ZZ9.99-.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSTLFlag      PIC X(9).
      *> shared GL opening-year fields - see Copybooks/glopenchkp.cpy
       COPY glopenchk.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           MOVE SPACES TO WSMonthEntry.
           PERFORM UNTIL WSMonthEntry IS NUMERIC
               DISPLAY "Register as at month end (YYYYMM) "
                   WITH NO ADVANCING
               ACCEPT WSMonthEntry
               IF WSMonthEntry NOT NUMERIC
                  DISPLAY "Invalid month - enter 6 numeric digits"
               END-IF
           END-PERFORM.
           MOVE WSMonthEntry TO WSMonthNum.
      *> a closed year's lines have gone to its archive
           MOVE WSMonthEntry(1:4) TO WSMonthYear.
           PERFORM LoadGLOpenYear.
           IF WSMonthYear < WSGLOpenYear
              DISPLAY "faregister: " WSMonthYear " is a closed "
                  "GL year - see GLJournal.dat." WSMonthYear
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           COMPUTE WSMonthEnd = WSMonthNum * 100 + 31.
           PERFORM LoadAssets.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM LoadLaterDepreciation.
           OPEN OUTPUT ReportFile.
           IF WSReportStatus NOT = "00"
              DISPLAY "faregister: unable to open "
                  "AssetRegister.txt - status " WSReportStatus
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE SPACES TO ReportLine.
           STRING "Fixed Asset Register at month end " WSMonthEntry
               DELIMITED BY SIZE INTO ReportLine.
           WRITE ReportLine.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
           WRITE ReportLine FROM WSColumnHeads.
           PERFORM ListOneAsset
               VARYING WSAssetIdx FROM 1 BY 1
               UNTIL WSAssetIdx > WSAssetCount.
           MOVE WSTotCost TO WSTLCost.
           MOVE WSTotAccum TO WSTLAccum.
           COMPUTE WSNetBook = WSTotCost - WSTotAccum.
           MOVE WSNetBook TO WSTLNetBook.
           WRITE ReportLine FROM WSTotalLine.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
           MOVE "Disposed of in the month :" TO ReportLine.
           WRITE ReportLine.
           PERFORM ListOneDisposal
               VARYING WSAssetIdx FROM 1 BY 1
               UNTIL WSAssetIdx > WSAssetCount.
           IF WSDisposedCount = ZERO
              MOVE "  none" TO ReportLine
              WRITE ReportLine
           END-IF.
           IF TablesFull
              DISPLAY "faregister: the assets post to more than 20 GL"
                  " accounts - table exceeded, aborting"
              CLOSE ReportFile
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM TieToLedger.
           CLOSE ReportFile.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           IF WSBrokenCount = ZERO
              DISPLAY "faregister: " WSListedCount " asset(s) listed"
                  " - the register ties to the GL at " WSMonthEntry
           ELSE
              DISPLAY "faregister: " WSBrokenCount " GL account(s) "
                  "DO NOT tie to the register - see AssetRegister.txt"
              MOVE 8 TO RETURN-CODE
           END-IF.
      *> GOBACK so a batch driver can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

       LoadAssets.
           OPEN INPUT AssetFile.
           IF WSAssetStatus NOT = "00"
              DISPLAY "faregister: no FixedAssets.dat on file - "
                  "status " WSAssetStatus
              CLOSE AssetFile
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM UNTIL EndOfPass
                 READ AssetFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSAssetCount < 200
                            ADD 1 TO WSAssetCount
                            MOVE FixedAssetRecord
                                TO WSAssetRec(WSAssetCount)
                            MOVE ZERO TO WSLaterDep(WSAssetCount)
                         ELSE
                            DISPLAY "faregister: FixedAssets.dat "
                                "exceeds the table - aborting"
                            MOVE 16 TO RETURN-CODE
                            MOVE 'Y' TO WSEOF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE AssetFile
              MOVE 'N' TO WSEOF
           END-IF.

      *> what fadepr.cob charged for months after the one listed
      *> comes back off the depreciation to date
       LoadLaterDepreciation.
           OPEN INPUT DeprHistFile.
           IF WSDeprHistStatus = "00"
              PERFORM UNTIL EndOfPass
                 READ DeprHistFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF FdMonth NUMERIC AND FdAmount NUMERIC
                            AND FdMonth > WSMonthNum
                            PERFORM AddLaterDepreciation
                         END-IF
                 END-READ
              END-PERFORM
              MOVE 'N' TO WSEOF
           END-IF.
           CLOSE DeprHistFile.

       AddLaterDepreciation.
           MOVE ZERO TO WSFoundIdx.
           PERFORM VARYING WSScanIdx FROM 1 BY 1
               UNTIL WSScanIdx > WSAssetCount OR WSFoundIdx > 0
               IF WSAssetRec(WSScanIdx)(1:6) = FdAssetNo
                  MOVE WSScanIdx TO WSFoundIdx
               END-IF
           END-PERFORM.
           IF WSFoundIdx > ZERO
              ADD FdAmount TO WSLaterDep(WSFoundIdx)
           END-IF.

      *> on the register at the month end: bought by then, and not
      *> yet gone
       ListOneAsset.
           MOVE WSAssetRec(WSAssetIdx) TO FixedAssetRecord.
           IF FaAcqDate NOT > WSMonthEnd
              AND (FaActive OR FaDispDate > WSMonthEnd)
              COMPUTE WSAccumAtMonth =
                  FaAccumDep - WSLaterDep(WSAssetIdx)
              IF WSAccumAtMonth < ZERO
                 MOVE ZERO TO WSAccumAtMonth
              END-IF
              COMPUTE WSNetBook = FaCost - WSAccumAtMonth
              MOVE FaAssetNo TO WSALAssetNo
              MOVE FaDesc TO WSALDesc
              MOVE FaAcqDate TO WSALAcqDate
              MOVE FaMethod TO WSALMethod
              MOVE FaCost TO WSALCost
              MOVE WSAccumAtMonth TO WSALAccum
              MOVE WSNetBook TO WSALNetBook
              WRITE ReportLine FROM WSAssetLine
              ADD 1 TO WSListedCount
              ADD FaCost TO WSTotCost
              ADD WSAccumAtMonth TO WSTotAccum
              MOVE FaAssetAcct TO WSWantAcct
              MOVE 'C' TO WSWantKind
              PERFORM FindTieSlot
              IF WSTieIdx > ZERO
                 ADD FaCost TO WSTieRegister(WSTieIdx)
              END-IF
              MOVE FaAccumAcct TO WSWantAcct
              MOVE 'D' TO WSWantKind
              PERFORM FindTieSlot
              IF WSTieIdx > ZERO
                 ADD WSAccumAtMonth TO WSTieRegister(WSTieIdx)
              END-IF
           END-IF.
      *> an account a disposed asset posted to still has to tie, at
      *> nothing, once the asset has gone
           IF FaDisposed AND FaDispDate NOT > WSMonthEnd
              MOVE FaAssetAcct TO WSWantAcct
              MOVE 'C' TO WSWantKind
              PERFORM FindTieSlot
              MOVE FaAccumAcct TO WSWantAcct
              MOVE 'D' TO WSWantKind
              PERFORM FindTieSlot
           END-IF.

       ListOneDisposal.
           MOVE WSAssetRec(WSAssetIdx) TO FixedAssetRecord.
           IF FaDisposed
              AND FaDispDate(1:6) = WSMonthEntry
              ADD 1 TO WSDisposedCount
              MOVE FaAssetNo TO WSDLAssetNo
              MOVE FaDesc TO WSDLDesc
              MOVE FaDispDate TO WSDLDate
              MOVE FaProceeds TO WSDLProceeds
              MOVE FaGainLoss TO WSDLGainLoss
              WRITE ReportLine FROM WSDisposalLine
           END-IF.

       FindTieSlot.
           MOVE ZERO TO WSTieIdx.
           PERFORM VARYING WSScanIdx FROM 1 BY 1
               UNTIL WSScanIdx > WSTieCount OR WSTieIdx > 0
               IF WSTieAcct(WSScanIdx) = WSWantAcct
                  MOVE WSScanIdx TO WSTieIdx
               END-IF
           END-PERFORM.
           IF WSTieIdx = ZERO
              IF WSTieCount < 20
                 ADD 1 TO WSTieCount
                 MOVE WSWantAcct TO WSTieAcct(WSTieCount)
                 MOVE WSWantKind TO WSTieKind(WSTieCount)
                 MOVE ZERO TO WSTieRegister(WSTieCount)
                 MOVE ZERO TO WSTieGL(WSTieCount)
                 MOVE WSTieCount TO WSTieIdx
              ELSE
                 SET TablesFull TO TRUE
              END-IF
           END-IF.

      *> the GL side - what the last year-end carried forward plus
      *> every line since, to the month end
       TieToLedger.
           IF WSGLOpenYear > ZERO
              OPEN INPUT GLOpeningFile
              PERFORM UNTIL EndOfPass
                 READ GLOpeningFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF GoYear = WSGLOpenYear
                            MOVE GoAccount TO WSWantAcct
                            PERFORM MatchTieAccount
                            IF WSTieIdx > ZERO
                               ADD GoBalance TO WSTieGL(WSTieIdx)
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE GLOpeningFile
              MOVE 'N' TO WSEOF
           END-IF.
           OPEN INPUT GLJournalFile.
           IF WSGLStatus NOT = "00"
              DISPLAY "faregister: no GLJournal.dat on file - "
                  "status " WSGLStatus
              CLOSE GLJournalFile
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM UNTIL EndOfPass
                 READ GLJournalFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END PERFORM TallyGLLine
                 END-READ
              END-PERFORM
              CLOSE GLJournalFile
              MOVE 'N' TO WSEOF
              PERFORM PrintTieOut
           END-IF.

       TallyGLLine.
           IF GjAmount NOT NUMERIC
              OR GjDate NOT NUMERIC
              OR GjDate(1:4) < WSGLOpenYear
              OR GjDate > WSMonthEnd
              CONTINUE
           ELSE
              MOVE GjAccount TO WSWantAcct
              PERFORM MatchTieAccount
              IF WSTieIdx > ZERO
                 IF GjDrCr = 'D'
                    ADD GjAmount TO WSTieGL(WSTieIdx)
                 ELSE
                    SUBTRACT GjAmount FROM WSTieGL(WSTieIdx)
                 END-IF
              END-IF
           END-IF.

       MatchTieAccount.
           MOVE ZERO TO WSTieIdx.
           PERFORM VARYING WSScanIdx FROM 1 BY 1
               UNTIL WSScanIdx > WSTieCount OR WSTieIdx > 0
               IF WSTieAcct(WSScanIdx) = WSWantAcct
                  MOVE WSScanIdx TO WSTieIdx
               END-IF
           END-PERFORM.

      *> depreciation is a credit balance - it ties shown positive
       PrintTieOut.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
           MOVE "Tie to the general ledger :" TO ReportLine.
           WRITE ReportLine.
           WRITE ReportLine FROM WSTieHeads.
           PERFORM PrintOneTie
               VARYING WSTieIdx FROM 1 BY 1
               UNTIL WSTieIdx > WSTieCount.

       PrintOneTie.
           MOVE WSTieRegister(WSTieIdx) TO WSRegisterSide.
           IF WSTieKind(WSTieIdx) = 'D'
              COMPUTE WSGLSide = 0 - WSTieGL(WSTieIdx)
           ELSE
              MOVE WSTieGL(WSTieIdx) TO WSGLSide
           END-IF.
           COMPUTE WSDifference = WSRegisterSide - WSGLSide.
           MOVE WSTieAcct(WSTieIdx) TO WSTLAcct.
           PERFORM LookUpAccountName.
           MOVE WSAcctName TO WSTLName.
           MOVE WSRegisterSide TO WSTLRegister.
           MOVE WSGLSide TO WSTLGL.
           MOVE WSDifference TO WSTLDiff.
           IF WSDifference = ZERO
              MOVE SPACES TO WSTLFlag
           ELSE
              MOVE "NO TIE" TO WSTLFlag
              ADD 1 TO WSBrokenCount
           END-IF.
           WRITE ReportLine FROM WSTieLine.

       LookUpAccountName.
           MOVE "(not on the chart)" TO WSAcctName.
           OPEN INPUT ChartFile.
           IF WSChartStatus = "00"
              PERFORM UNTIL EndOfPass
                 READ ChartFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF ChAccount = WSTieAcct(WSTieIdx)
                            MOVE ChName TO WSAcctName
                            MOVE 'Y' TO WSEOF
                         END-IF
                 END-READ
              END-PERFORM
              MOVE 'N' TO WSEOF
           END-IF.
           CLOSE ChartFile.

      *> shared GL opening-year lookup - see Copybooks/glopenchkp.cpy
       COPY glopenchkp.
