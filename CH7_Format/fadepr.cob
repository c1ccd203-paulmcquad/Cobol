       IDENTIFICATION DIVISION.
       PROGRAM-ID. fadepr.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Monthly depreciation - the month-end run for the fixed asset
       *> register famaint.cob keeps in FixedAssets.dat. Every active
       *> asset bought by the end of the named month and not yet
       *> depreciated through it is charged: a full month in the month
       *> it was bought, none in the month it goes. Straight-line
       *> charges cost less salvage over the useful life in equal
       *> months; declining balance charges double the straight-line
       *> rate on the book value, moving to straight-line over the
       *> months left once that is the larger, and neither ever takes
       *> an asset below its salvage value - the last month of its
       *> life takes whatever is left. A month the run was missed is
       *> caught up, month by month, the next time it runs. Each
       *> asset's charge journals to GLJournal.dat on the last day of
       *> the month, its expense account debited and its accumulated
       *> depreciation account credited, and the accumulated
       *> depreciation and the month it runs through go back onto the
       *> register - so running the month twice charges nothing
       *> twice. Every month charged is also logged to
       *> FADepreciation.dat, which lets faregister.cob value the
       *> register at an earlier month end. A closed GL month
       *> (GLPeriod.dat) is refused outright.
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
              SELECT GLPeriodFile ASSIGN TO "GLPeriod.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSGLPeriodStatus.

       DATA DIVISION.
       FILE SECTION.
       FD AssetFile.
       COPY fixedasset.
       FD DeprHistFile.
       COPY fadeprhist.
       FD GLJournalFile.
       COPY gljournal.
       FD GLPeriodFile.
       01 GLPeriodRecord   PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WSAssetStatus      PIC XX.
       01 WSDeprHistStatus   PIC XX.
       01 WSGLStatus         PIC XX.
       01 WSEOF              PIC X VALUE 'N'.
              88 EndOfPass        VALUE 'Y'.
       *> the custmenu sign-on, when there is one, is recorded on the
       *> lines; an unattended run answers for them itself
       01 WSSignedOnOper     PIC X(10) EXTERNAL.
       01 WSOperatorID       PIC X(10) VALUE "fadepr".
       01 WSMonthEntry       PIC X(6).
       01 WSRunMonth         PIC 9(6).
       01 WSRunSplit REDEFINES WSRunMonth.
              02 WSRunYear        PIC 9(4).
              02 WSRunMM          PIC 99.
       01 WSNextMonthStart   PIC 9(8).
       01 WSNextSplit REDEFINES WSNextMonthStart.
              02 WSNextYear       PIC 9(4).
              02 WSNextMM         PIC 99.
              02 WSNextDD         PIC 99.
       01 WSMonthEnd         PIC 9(8).
       01 WSToday            PIC 9(8).
       *> the whole register in storage, written back with the new
       *> depreciation to date
       01 WSAssetTable.
              02 WSAssetRec OCCURS 200 TIMES PIC X(134).
       01 WSAssetCount       PIC 9(3) VALUE ZERO.
       01 WSAssetIdx         PIC 9(3).
       01 WSAssetOverflow    PIC X VALUE 'N'.
              88 AssetTableFull   VALUE 'Y'.
       *> the month being charged, stepped on from the last one the
       *> asset was depreciated through
       01 WSAcqYM            PIC 9(6).
       01 WSDepMonth         PIC 9(6).
       01 WSDepSplit REDEFINES WSDepMonth.
              02 WSDepYear        PIC 9(4).
              02 WSDepMM          PIC 99.
       01 WSMonthCharge      PIC 9(7)V99.
       01 WSAssetCharge      PIC 9(7)V99.
       01 WSDepLeft          PIC S9(7)V99.
       01 WSMonthsLeft       PIC S9(4).
       01 WSDecliningCharge  PIC 9(7)V99.
       01 WSLevelCharge      PIC 9(7)V99.
       01 WSRunTotal         PIC 9(9)V99 VALUE ZERO.
       01 WSChargedCount     PIC 9(3) VALUE ZERO.
       01 WSSkipCount        PIC 9(3) VALUE ZERO.
       01 WSPostDesc.
              02 FILLER           PIC X(14) VALUE "Depreciation".
              02 WSPDAsset        PIC X(6).
       01 WSShownCharge      PIC $$,$$$,$$9.99.
       01 WSShownTotal       PIC $$$,$$$,$$9.99.
      *> shared GL closed-period fields - see
      *> Copybooks/glperiodchkp.cpy
       COPY glperiodchk.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           IF WSSignedOnOper NOT = SPACES
              AND WSSignedOnOper NOT = LOW-VALUES
              MOVE WSSignedOnOper TO WSOperatorID
           END-IF.
           MOVE SPACES TO WSMonthEntry.
           PERFORM UNTIL WSMonthEntry IS NUMERIC
               DISPLAY "Depreciation month (YYYYMM) "
                   WITH NO ADVANCING
               ACCEPT WSMonthEntry
               IF WSMonthEntry NOT NUMERIC
                  OR WSMonthEntry(5:2) < "01"
                  OR WSMonthEntry(5:2) > "12"
                  DISPLAY "Invalid month - enter 6 numeric digits"
                  MOVE SPACES TO WSMonthEntry
               END-IF
           END-PERFORM.
           MOVE WSMonthEntry TO WSRunMonth.
           PERFORM LoadGLClosedPeriod.
           IF WSGLClosedThru > ZERO
              AND WSRunMonth NOT > WSGLClosedThru
              DISPLAY "fadepr: GL period " WSRunMonth " is closed "
                  "(closed through " WSGLClosedThru
                  ") - nothing posted"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM LoadAssets.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           IF WSAssetCount = ZERO
              DISPLAY "fadepr: no assets on FixedAssets.dat"
              GOBACK
           END-IF.
      *> the charge is dated the last day of the month
           MOVE WSRunYear TO WSNextYear.
           MOVE WSRunMM TO WSNextMM.
           MOVE 1 TO WSNextDD.
           IF WSNextMM = 12
              ADD 1 TO WSNextYear
              MOVE 1 TO WSNextMM
           ELSE
              ADD 1 TO WSNextMM
           END-IF.
           COMPUTE WSMonthEnd = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WSNextMonthStart) - 1).
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday.
           PERFORM OpenJournalExtend.
           OPEN EXTEND DeprHistFile.
           IF WSDeprHistStatus = "35"
              OPEN OUTPUT DeprHistFile
              CLOSE DeprHistFile
              OPEN EXTEND DeprHistFile
           END-IF.
           PERFORM DepreciateOneAsset
               VARYING WSAssetIdx FROM 1 BY 1
               UNTIL WSAssetIdx > WSAssetCount.
           CLOSE DeprHistFile.
           CLOSE GLJournalFile.
           PERFORM SaveAssets.
           MOVE WSRunTotal TO WSShownTotal.
           DISPLAY "fadepr: " WSChargedCount " asset(s) depreciated "
               "for " WSMonthEntry " - " WSShownTotal
               " journalled to GLJournal.dat, "
               WSSkipCount " skipped".
      *> GOBACK so a batch driver can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

       *> loaded whole because the depreciation to date has to be
       *> written back - a file bigger than the table aborts the run
       *> untouched
       LoadAssets.
           OPEN INPUT AssetFile.
           IF WSAssetStatus NOT = "00"
              DISPLAY "fadepr: no FixedAssets.dat on file - "
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
                         ELSE
                            SET AssetTableFull TO TRUE
                            MOVE 'Y' TO WSEOF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE AssetFile
              MOVE 'N' TO WSEOF
              IF AssetTableFull
                 DISPLAY "fadepr: FixedAssets.dat exceeds the table"
                     " - aborting before anything is lost"
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.

       SaveAssets.
           OPEN OUTPUT AssetFile.
           PERFORM VARYING WSAssetIdx FROM 1 BY 1
               UNTIL WSAssetIdx > WSAssetCount
               MOVE WSAssetRec(WSAssetIdx) TO FixedAssetRecord
               WRITE FixedAssetRecord
           END-PERFORM.
           CLOSE AssetFile.

       *> a disposed asset, one not yet bought, or one already
       *> depreciated through the month is passed over
       DepreciateOneAsset.
           MOVE WSAssetRec(WSAssetIdx) TO FixedAssetRecord.
           COMPUTE WSAcqYM = FaAcqDate / 100.
           IF NOT FaActive
              OR WSAcqYM > WSRunMonth
              OR FaLastDepMonth NOT < WSRunMonth
              ADD 1 TO WSSkipCount
           ELSE
              MOVE ZERO TO WSAssetCharge
              IF FaLastDepMonth = ZERO
                 MOVE WSAcqYM TO WSDepMonth
              ELSE
                 MOVE FaLastDepMonth TO WSDepMonth
                 PERFORM StepToNextMonth
              END-IF
              PERFORM ChargeOneMonth
                  UNTIL WSDepMonth > WSRunMonth
              MOVE WSRunMonth TO FaLastDepMonth
              MOVE FixedAssetRecord TO WSAssetRec(WSAssetIdx)
              IF WSAssetCharge > ZERO
                 PERFORM PostAssetCharge
              END-IF
           END-IF.

      *> one month's charge - straight-line in equal months, declining
      *> balance on the book value until straight-line over what is
      *> left charges more; never below salvage, and the last month
      *> of the life takes the remainder
       ChargeOneMonth.
           MOVE ZERO TO WSMonthCharge.
           COMPUTE WSDepLeft = FaCost - FaSalvage - FaAccumDep.
           COMPUTE WSMonthsLeft = FaLifeMonths - FaMonthsDone.
           IF WSDepLeft > ZERO
              IF WSMonthsLeft NOT > 1
                 MOVE WSDepLeft TO WSMonthCharge
              ELSE
                 IF FaDeclining
                    COMPUTE WSDecliningCharge ROUNDED =
                        (FaCost - FaAccumDep) * 2 / FaLifeMonths
                    COMPUTE WSLevelCharge ROUNDED =
                        WSDepLeft / WSMonthsLeft
                    IF WSDecliningCharge > WSLevelCharge
                       MOVE WSDecliningCharge TO WSMonthCharge
                    ELSE
                       MOVE WSLevelCharge TO WSMonthCharge
                    END-IF
                 ELSE
                    COMPUTE WSMonthCharge ROUNDED =
                        (FaCost - FaSalvage) / FaLifeMonths
                 END-IF
                 IF WSMonthCharge > WSDepLeft
                    MOVE WSDepLeft TO WSMonthCharge
                 END-IF
              END-IF
           END-IF.
           IF WSMonthCharge > ZERO
              ADD WSMonthCharge TO FaAccumDep
              ADD WSMonthCharge TO WSAssetCharge
              MOVE SPACES TO FADeprRecord
              MOVE FaAssetNo TO FdAssetNo
              MOVE WSDepMonth TO FdMonth
              MOVE WSMonthCharge TO FdAmount
              MOVE WSToday TO FdPostedOn
              WRITE FADeprRecord
           END-IF.
           IF FaMonthsDone < FaLifeMonths
              ADD 1 TO FaMonthsDone
           END-IF.
           PERFORM StepToNextMonth.

       StepToNextMonth.
           IF WSDepMM = 12
              ADD 1 TO WSDepYear
              MOVE 1 TO WSDepMM
           ELSE
              ADD 1 TO WSDepMM
           END-IF.

       PostAssetCharge.
           MOVE FaAssetNo TO WSPDAsset.
           MOVE SPACES TO GLJournalRecord.
           MOVE WSMonthEnd TO GjDate.
           MOVE "fadepr" TO GjSource.
           MOVE FaExpenseAcct TO GjAccount.
           MOVE 'D' TO GjDrCr.
           MOVE WSAssetCharge TO GjAmount.
           MOVE WSPostDesc TO GjDesc.
           MOVE WSOperatorID TO GjOperator.
           WRITE GLJournalRecord.
           MOVE FaAccumAcct TO GjAccount.
           MOVE 'C' TO GjDrCr.
           WRITE GLJournalRecord.
           ADD WSAssetCharge TO WSRunTotal.
           ADD 1 TO WSChargedCount.
           MOVE WSAssetCharge TO WSShownCharge.
           DISPLAY "fadepr: " FaAssetNo " " FaDesc " " WSShownCharge.

       OpenJournalExtend.
           OPEN EXTEND GLJournalFile.
           IF WSGLStatus = "35"
              OPEN OUTPUT GLJournalFile
              CLOSE GLJournalFile
              OPEN EXTEND GLJournalFile
           END-IF.

      *> shared GL closed-period lookup - see
      *> Copybooks/glperiodchkp.cpy for the fields
       COPY glperiodchkp.
