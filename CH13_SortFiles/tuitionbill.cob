       *> which term, so a second run can't bill anyone twice;
       *> students with no guardian on file are reported, never
       *> silently skipped.
       *> NEW : scholarships, bursaries and financial aid granted in
       *> awardmaint.cob (ScholarshipAwards.dat) come off the bill
       *> as it is raised. Each award for the term whose minimum
       *> average holds on StudentScores.dat is posted to
       *> ARLedger.dat as its own credit memo, reason SCH, and
       *> printed as a separate credit line under the tuition on
       *> TuitionBills.txt - no more crediting them by hand through
       *> aradjust.cob. An award never takes more than the tuition
       *> left on the bill, nor more than its funding source has
       *> left of the year's limit in FundingSources.dat; what was
       *> applied is logged in AwardsApplied.dat for awardmaint.cob's
       *> budget report, and journalled to Scholarships Awarded.
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
              SELECT GuardianFile ASSIGN TO 'StudentGuardians.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
              SELECT OrderFile ASSIGN TO 'Invoice.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSOrderStatus.
       *> NEW : the awards, their funding limits and what has been
       *> applied against them, the tuition rate the credits are
       *> worked from, and the marks an award's condition is tested
       *> on
              SELECT AwardFile ASSIGN TO 'ScholarshipAwards.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSAwardStatus.
              SELECT FundingFile ASSIGN TO 'FundingSources.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSFundingStatus.
              SELECT AppliedFile ASSIGN TO 'AwardsApplied.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSAppliedStatus.
              SELECT ProductFile ASSIGN TO "Product.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSProductStatus.
              SELECT ScoreFile ASSIGN TO 'StudentScores.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSScoreStatus.
       *> NEW : the award credits post the way aradjust.cob posts a
       *> credit memo - ledger line, running balance, CMnnnn number,
       *> closed-period check and a journal at the end of the run
              SELECT ARLedgerFile ASSIGN TO "ARLedger.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS ALLedgerKey
                      = ALCustID ALDate ALRef ALSeq
                  FILE STATUS IS WSLedgerStatus.
              SELECT ARBalanceFile ASSIGN TO "ARBalance.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS ArCustID
                  FILE STATUS IS WSBalanceStatus.
              SELECT CreditCtlFile ASSIGN TO "NextCredit.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSCreditCtlStatus.
              SELECT GLJournalFile ASSIGN TO "GLJournal.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSGLStatus.
              SELECT PeriodFile ASSIGN TO "ARPeriod.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSPeriodStatus.
       *> NEW : the bill as the family sees it - tuition, each award
       *> credit, and what is left to pay
              SELECT BillPrintFile ASSIGN TO 'TuitionBills.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSBillPrintStatus.

       DATA DIVISION.
       FILE SECTION.
                  03 OrJurisdiction   PIC X(2).
                  03 OrSize           PIC A.
                  03 FILLER           PIC X(8).
       *> NEW : award, funding and applied layouts shared with
       *> awardmaint.cob - see Copybooks/awardrec.cpy, fundsrc.cpy
       *> and awardpaid.cpy
       FD AwardFile.
       COPY awardrec.
       FD FundingFile.
       COPY fundsrc.
       FD AppliedFile.
       COPY awardpaid.
       FD ProductFile.
       COPY prodrec.
       FD ScoreFile.
       COPY scorerec.
       FD ARLedgerFile.
       COPY arledger.
       FD ARBalanceFile.
       01 ARBalanceRecord.
              02 ArCustID     PIC 9(8) COMP-3.
              02 ArBalance    PIC S9(7)V99 COMP-3.
       FD CreditCtlFile.
       01 CreditCtlRecord    PIC 9(4).
       FD GLJournalFile.
       COPY gljournal.
       FD PeriodFile.
       01 PeriodRecord    PIC 9(6).
       FD BillPrintFile.
       01 BillLine        PIC X(70).

       WORKING-STORAGE SECTION.
       01 WSRosterStatus   PIC XX.
       01 WSNoGuardCount   PIC 9(3).
       01 WSSkipCount      PIC 9(3).
       01 WSToday          PIC X(8).
       *> NEW : the term's awards, each with the marks its minimum
       *> average is tested on, and the funding sources' limits for
       *> the term's year less what earlier terms already applied
       01 WSAwardStatus    PIC XX.
       01 WSFundingStatus  PIC XX.
       01 WSAppliedStatus  PIC XX.
       01 WSProductStatus  PIC XX.
       01 WSScoreStatus    PIC XX.
       01 WSLedgerStatus   PIC XX.
       01 WSBalanceStatus  PIC XX.
       01 WSCreditCtlStatus PIC XX.
       01 WSGLStatus       PIC XX.
       01 WSBillPrintStatus PIC XX.
       01 WSAwdTable.
              02 WSAwdEntry OCCURS 200 TIMES.
                  03 WSAwdStudent     PIC 9(4).
                  03 WSAwdKind        PIC X(3).
                  03 WSAwdBasis       PIC X.
                  03 WSAwdPercent     PIC 9(3).
                  03 WSAwdAmount      PIC 9(5)V99.
                  03 WSAwdTerm        PIC X(5).
                  03 WSAwdSource      PIC X(4).
                  03 WSAwdMinAvg      PIC 9(3).
                  03 WSAwdMarkTotal   PIC 9(7).
                  03 WSAwdMarkCount   PIC 9(5).
       01 WSAwdCount       PIC 9(3) VALUE ZERO.
       01 WSAwdIdx         PIC 9(3).
       01 WSSrcTable.
              02 WSSrcEntry OCCURS 50 TIMES.
                  03 WSSrcCode        PIC X(4).
                  03 WSSrcLimit       PIC 9(7)V99.
                  03 WSSrcUsed        PIC 9(7)V99.
       01 WSSrcCount       PIC 9(3) VALUE ZERO.
       01 WSSrcIdx         PIC 9(3).
       01 WSSrcFound       PIC 9(3).
       01 WSSrcKey         PIC X(4).
       01 WSBillYear       PIC 9(4).
       01 WSTuitionPrice   PIC 9(4)V99.
       01 WSPriceFound     PIC X VALUE 'N'.
              88 TuitionPriced    VALUE 'Y'.
       01 WSAwardBlocked   PIC X VALUE 'N'.
              88 AwardsBlocked    VALUE 'Y'.
       01 WSTodayYM        PIC 9(6).
       01 WSStudentAvg     PIC 9(3)V9.
       01 WSAwardValue     PIC 9(7)V99.
       01 WSTuitionLeft    PIC 9(7)V99.
       01 WSSourceLeft     PIC 9(7)V99.
       01 WSHeldReason     PIC X(30).
       01 WSAwardCount     PIC 9(3).
       01 WSAwardHeld      PIC 9(3).
       01 WSNextCredit     PIC 9(4) VALUE 1.
       01 WSCreditSeq      PIC 9(4).
       01 WSCreditRef      PIC X(6).
       01 WSGLAwards       PIC 9(7)V99 COMP-3 VALUE ZERO.
      *> NEW : shared closed-period and keyed ledger fields - see
      *> Copybooks/arperiodchkp.cpy and arledgerkeyp.cpy
       COPY arperiodchk.
       COPY arledgerkey.
       01 WSBillHead.
              02 FILLER        PIC X(20) VALUE "Tuition bill - term ".
              02 WSBHTerm      PIC X(5).
              02 FILLER        PIC X(9) VALUE "   dated ".
              02 WSBHDate      PIC X(8).
       01 WSBillStudent.
              02 FILLER        PIC X(11) VALUE "Student  : ".
              02 WSBSIDNum     PIC 9(4).
              02 FILLER        PIC X(1) VALUE SPACE.
              02 WSBSName      PIC X(10).
       01 WSBillGuard.
              02 FILLER        PIC X(11) VALUE "Bill to  : ".
              02 WSBGCustID    PIC X(8).
              02 FILLER        PIC X(1) VALUE SPACE.
              02 WSBGName      PIC X(31).
       01 WSBillAmtLine.
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSBADesc      PIC X(34).
              02 WSBAAmount    PIC $$$,$$9.99CR.
      *> NEW : shared file-open status check - see
      *> Copybooks/filestatuschkp.cpy
       COPY filestatuschk.
                     TO WSJurEntry
                 PERFORM LoadGuardians
                 PERFORM LoadBilledList
      *> NEW : the term's awards and everything they are checked
      *> against, loaded before a single bill is written
                 PERFORM LoadTermAwards
                 IF TablesFull
                    DISPLAY "tuitionbill: tables exceeded - "
                        "nothing billed"
                 ELSE
                    IF AwardsBlocked
                       DISPLAY "tuitionbill: nothing billed for "
                           WSTermEntry
                    ELSE
                       PERFORM GenerateTermBills
                    END-IF
                 END-IF
              END-IF
           END-IF.
           MOVE ZERO TO WSBillCount.
           MOVE ZERO TO WSNoGuardCount.
           MOVE ZERO TO WSSkipCount.
      *> NEW : award counters and the session's journal total
           MOVE ZERO TO WSAwardCount.
           MOVE ZERO TO WSAwardHeld.
           MOVE ZERO TO WSGLAwards.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday.
           MOVE 'N' TO WSEOF.
           OPEN INPUT RosterFile.
                  "status " WSRosterStatus
              CLOSE RosterFile
           ELSE
      *> NEW : the printed bills, and the guardian names on them
              OPEN OUTPUT BillPrintFile
              OPEN INPUT CustomerFile
              IF WSAwdCount > ZERO
                 PERFORM ReadNextCreditNumber
              END-IF
              PERFORM UNTIL EndOfPass
                 READ RosterFile
                     AT END MOVE 'Y' TO WSEOF
                 END-READ
              END-PERFORM
              CLOSE RosterFile
              CLOSE CustomerFile
              CLOSE BillPrintFile
              MOVE 'N' TO WSEOF
              PERFORM PostAwardsToGL
              DISPLAY "tuitionbill: " WSBillCount " bill(s) "
                  "generated into Invoice.dat for " WSTermEntry
                  ", " WSSkipCount " already billed, "
                  WSNoGuardCount " student(s) with no guardian "
                  "on file"
              DISPLAY "tuitionbill: " WSAwardCount " award "
                  "credit(s) applied, " WSAwardHeld " award(s) "
                  "held - see TuitionBills.txt"
           END-IF.

       BillOneStudent.
           WRITE BilledRecord.
           CLOSE BilledFile.
           ADD 1 TO WSBillCount.
           PERFORM PrintBillAndAwards.

       *> NEW : the awards that apply to this term - its own and
       *> those granted for every term - with the newest line for a
       *> student, source and term winning, then the rest of what
       *> they need. No TUITN rate on Product.dat (the invoice run
       *> would reject every bill, and the awards have nothing to be
       *> worked from), or awards to post into a closed AR month,
       *> stop the run before anything is billed.
       LoadTermAwards.
           MOVE ZERO TO WSAwdCount.
           MOVE ZERO TO WSSrcCount.
           MOVE 'N' TO WSAwardBlocked.
           MOVE ZERO TO WSBillYear.
           IF WSTermEntry(1:4) IS NUMERIC
              MOVE WSTermEntry(1:4) TO WSBillYear
           END-IF.
           MOVE 'N' TO WSEOF.
           OPEN INPUT AwardFile.
           IF WSAwardStatus NOT = "00"
              CLOSE AwardFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ AwardFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF AwTerm = WSTermEntry OR AwTerm = SPACES
                            PERFORM FileOneAward
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE AwardFile
              MOVE 'N' TO WSEOF
           END-IF.
           PERFORM LoadTuitionPrice.
           IF NOT TuitionPriced
              DISPLAY "tuitionbill: " WSTuitionProd " is not on "
                  "Product.dat - the invoice run would reject every "
                  "bill"
              SET AwardsBlocked TO TRUE
           END-IF.
           IF WSAwdCount > ZERO AND NOT TablesFull
              PERFORM LoadClosedPeriod
              MOVE FUNCTION CURRENT-DATE(1:6) TO WSTodayYM
              IF WSClosedThru > ZERO
                 AND WSTodayYM NOT > WSClosedThru
                 DISPLAY "tuitionbill: period " WSTodayYM
                     " is closed - award credits cannot post"
                 SET AwardsBlocked TO TRUE
              END-IF
              PERFORM LoadFundingLimits
              PERFORM LoadAppliedToDate
              PERFORM LoadAwardMarks
           END-IF.

       FileOneAward.
           MOVE ZERO TO WSAwdIdx.
           PERFORM VARYING WSTableIdx FROM 1 BY 1
               UNTIL WSTableIdx > WSAwdCount OR WSAwdIdx > 0
               IF WSAwdStudent(WSTableIdx) = AwStudentID
                  AND WSAwdSource(WSTableIdx) = AwSource
                  AND WSAwdTerm(WSTableIdx) = AwTerm
                  MOVE WSTableIdx TO WSAwdIdx
               END-IF
           END-PERFORM.
           IF WSAwdIdx = ZERO
              IF WSAwdCount < 200
                 ADD 1 TO WSAwdCount
                 MOVE WSAwdCount TO WSAwdIdx
              ELSE
                 SET TablesFull TO TRUE
              END-IF
           END-IF.
           IF WSAwdIdx > ZERO
              MOVE AwStudentID TO WSAwdStudent(WSAwdIdx)
              MOVE AwKind TO WSAwdKind(WSAwdIdx)
              MOVE AwBasis TO WSAwdBasis(WSAwdIdx)
              MOVE AwPercent TO WSAwdPercent(WSAwdIdx)
              MOVE AwAmount TO WSAwdAmount(WSAwdIdx)
              MOVE AwTerm TO WSAwdTerm(WSAwdIdx)
              MOVE AwSource TO WSAwdSource(WSAwdIdx)
              MOVE AwMinAvg TO WSAwdMinAvg(WSAwdIdx)
              MOVE ZERO TO WSAwdMarkTotal(WSAwdIdx)
              MOVE ZERO TO WSAwdMarkCount(WSAwdIdx)
           END-IF.

       LoadTuitionPrice.
           MOVE 'N' TO WSPriceFound.
           MOVE ZERO TO WSTuitionPrice.
           MOVE 'N' TO WSEOF.
           OPEN INPUT ProductFile.
           IF WSProductStatus NOT = "00"
              CLOSE ProductFile
           ELSE
              PERFORM UNTIL EndOfPass OR TuitionPriced
                 READ ProductFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF PRName = WSTuitionProd
                            AND PRPrice IS NUMERIC
                            MOVE PRPrice TO WSTuitionPrice
                            SET TuitionPriced TO TRUE
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE ProductFile
              MOVE 'N' TO WSEOF
           END-IF.

       *> NEW : the year's limit per source, newest line winning - a
       *> source with no line for the year has nothing to give
       LoadFundingLimits.
           MOVE 'N' TO WSEOF.
           OPEN INPUT FundingFile.
           IF WSFundingStatus NOT = "00"
              CLOSE FundingFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ FundingFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF FsYear = WSBillYear
                            PERFORM FileOneFundingLimit
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE FundingFile
              MOVE 'N' TO WSEOF
           END-IF.

       FileOneFundingLimit.
           MOVE FsCode TO WSSrcKey.
           PERFORM FindFundingSource.
           IF WSSrcFound = ZERO
              IF WSSrcCount < 50
                 ADD 1 TO WSSrcCount
                 MOVE WSSrcCount TO WSSrcFound
                 MOVE FsCode TO WSSrcCode(WSSrcFound)
                 MOVE ZERO TO WSSrcUsed(WSSrcFound)
              ELSE
                 SET TablesFull TO TRUE
              END-IF
           END-IF.
           IF WSSrcFound > ZERO
              MOVE FsLimit TO WSSrcLimit(WSSrcFound)
           END-IF.

       FindFundingSource.
           MOVE ZERO TO WSSrcFound.
           PERFORM VARYING WSSrcIdx FROM 1 BY 1
               UNTIL WSSrcIdx > WSSrcCount OR WSSrcFound > 0
               IF WSSrcCode(WSSrcIdx) = WSSrcKey
                  MOVE WSSrcIdx TO WSSrcFound
               END-IF
           END-PERFORM.

       *> NEW : what every earlier bill of the same year has already
       *> drawn on each source
       LoadAppliedToDate.
           MOVE 'N' TO WSEOF.
           OPEN INPUT AppliedFile.
           IF WSAppliedStatus NOT = "00"
              CLOSE AppliedFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ AppliedFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF ApTerm(1:4) = WSTermEntry(1:4)
                            MOVE ApSource TO WSSrcKey
                            PERFORM FindFundingSource
                            IF WSSrcFound > ZERO
                               ADD ApAmount TO WSSrcUsed(WSSrcFound)
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE AppliedFile
              MOVE 'N' TO WSEOF
           END-IF.

       *> NEW : every mark on file for a student holding an award -
       *> the average is over the whole record, the same marks
       *> transcript.cob prints
       LoadAwardMarks.
           MOVE 'N' TO WSEOF.
           OPEN INPUT ScoreFile.
           IF WSScoreStatus NOT = "00"
              CLOSE ScoreFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ ScoreFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF ScoreMark IS NUMERIC
                            PERFORM VARYING WSAwdIdx FROM 1 BY 1
                                UNTIL WSAwdIdx > WSAwdCount
                                IF WSAwdStudent(WSAwdIdx) =
                                    ScoreIDNum
                                   ADD ScoreMark TO
                                       WSAwdMarkTotal(WSAwdIdx)
                                   ADD 1 TO WSAwdMarkCount(WSAwdIdx)
                                END-IF
                            END-PERFORM
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE ScoreFile
              MOVE 'N' TO WSEOF
           END-IF.

       ReadNextCreditNumber.
           OPEN INPUT CreditCtlFile.
           IF WSCreditCtlStatus = "00"
              READ CreditCtlFile
                  AT END CONTINUE
                  NOT AT END
                      IF CreditCtlRecord NUMERIC
                         MOVE CreditCtlRecord TO WSNextCredit
                      END-IF
              END-READ
           END-IF.
           CLOSE CreditCtlFile.

       SaveNextCreditNumber.
           OPEN OUTPUT CreditCtlFile.
           MOVE WSNextCredit TO CreditCtlRecord.
           WRITE CreditCtlRecord.
           CLOSE CreditCtlFile.

       *> NEW : the printed bill - tuition at the TUITN rate, a
       *> credit line for each award applied, and the net due.
       *> WSFoundIdx still points at the student's guardian.
       PrintBillAndAwards.
           MOVE WSTermEntry TO WSBHTerm.
           MOVE WSToday TO WSBHDate.
           WRITE BillLine FROM WSBillHead.
           MOVE NIDNum TO WSBSIDNum.
           MOVE NStudName TO WSBSName.
           WRITE BillLine FROM WSBillStudent.
           MOVE WSGuardCustID(WSFoundIdx) TO WSBGCustID.
           MOVE SPACES TO WSBGName.
           IF WSCustFileStatus = "00"
              AND WSGuardCustID(WSFoundIdx) IS NUMERIC
              MOVE WSGuardCustID(WSFoundIdx) TO IDNum
              READ CustomerFile
                  INVALID KEY
                      MOVE "(not on master)" TO WSBGName
                  NOT INVALID KEY
                      STRING FUNCTION TRIM(FirstName)
                          DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(LastName)
                          DELIMITED BY SIZE
                          INTO WSBGName
              END-READ
           END-IF.
           WRITE BillLine FROM WSBillGuard.
           MOVE "Tuition" TO WSBADesc.
           MOVE WSTuitionPrice TO WSBAAmount.
           WRITE BillLine FROM WSBillAmtLine.
           MOVE WSTuitionPrice TO WSTuitionLeft.
           PERFORM ApplyOneAward
               VARYING WSAwdIdx FROM 1 BY 1
               UNTIL WSAwdIdx > WSAwdCount.
           MOVE "Net tuition due" TO WSBADesc.
           MOVE WSTuitionLeft TO WSBAAmount.
           WRITE BillLine FROM WSBillAmtLine.
           MOVE SPACES TO BillLine.
           WRITE BillLine.

       *> NEW : a withdrawn award (no percentage, no amount) is
       *> passed over; one whose condition fails, or whose source
       *> has nothing left this year, is held and reported, never
       *> silently dropped
       ApplyOneAward.
           IF WSAwdStudent(WSAwdIdx) = NIDNum
              AND (WSAwdPercent(WSAwdIdx) > ZERO
                   OR WSAwdAmount(WSAwdIdx) > ZERO)
              MOVE SPACES TO WSHeldReason
              PERFORM CheckAwardCondition
              IF WSHeldReason = SPACES
                 PERFORM PriceOneAward
              END-IF
              IF WSHeldReason = SPACES
                 PERFORM PostAwardCredit
              ELSE
                 DISPLAY "tuitionbill: student " NIDNum " "
                     WSAwdKind(WSAwdIdx) " award from "
                     WSAwdSource(WSAwdIdx) " held - " WSHeldReason
                 ADD 1 TO WSAwardHeld
              END-IF
           END-IF.

       CheckAwardCondition.
           IF WSAwdMinAvg(WSAwdIdx) > ZERO
              IF WSAwdMarkCount(WSAwdIdx) = ZERO
                 MOVE "no marks on file" TO WSHeldReason
              ELSE
                 COMPUTE WSStudentAvg =
                     WSAwdMarkTotal(WSAwdIdx) /
                     WSAwdMarkCount(WSAwdIdx)
                 IF WSStudentAvg < WSAwdMinAvg(WSAwdIdx)
                    MOVE "average below the minimum"
                        TO WSHeldReason
                 END-IF
              END-IF
           END-IF.

       *> NEW : a percentage is of the tuition rate; either kind is
       *> cut back to the tuition still left on the bill and to what
       *> the source has left of the year's limit
       PriceOneAward.
           IF WSAwdBasis(WSAwdIdx) = 'P'
              COMPUTE WSAwardValue ROUNDED =
                  WSTuitionPrice * WSAwdPercent(WSAwdIdx) / 100
           ELSE
              MOVE WSAwdAmount(WSAwdIdx) TO WSAwardValue
           END-IF.
           IF WSAwardValue > WSTuitionLeft
              MOVE WSTuitionLeft TO WSAwardValue
           END-IF.
           MOVE WSAwdSource(WSAwdIdx) TO WSSrcKey.
           PERFORM FindFundingSource.
           IF WSSrcFound = ZERO
              MOVE "no limit on file for the year" TO WSHeldReason
           ELSE
              IF WSSrcUsed(WSSrcFound) < WSSrcLimit(WSSrcFound)
                 COMPUTE WSSourceLeft = WSSrcLimit(WSSrcFound) -
                     WSSrcUsed(WSSrcFound)
              ELSE
                 MOVE ZERO TO WSSourceLeft
              END-IF
              IF WSAwardValue > WSSourceLeft
                 MOVE WSSourceLeft TO WSAwardValue
              END-IF
              IF WSAwardValue = ZERO
                 IF WSTuitionLeft = ZERO
                    MOVE "tuition already covered" TO WSHeldReason
                 ELSE
                    MOVE "source limit for the year spent"
                        TO WSHeldReason
                 END-IF
              END-IF
           END-IF.

       *> NEW : the award credit posts exactly as an aradjust.cob
       *> credit memo does - number taken and saved first, C line
       *> by key, balance reduced - with reason SCH, then logged
       *> against its source and printed on the bill
       PostAwardCredit.
           MOVE WSNextCredit TO WSCreditSeq.
           ADD 1 TO WSNextCredit.
           PERFORM SaveNextCreditNumber.
           MOVE SPACES TO WSCreditRef.
           STRING "CM" WSCreditSeq DELIMITED BY SIZE
               INTO WSCreditRef.
           MOVE SPACES TO ARLedgerRecord.
           MOVE WSGuardCustID(WSFoundIdx) TO ALCustID.
           MOVE 'C' TO ALType.
           MOVE WSToday TO ALDate.
           MOVE WSCreditRef TO ALRef.
           MOVE WSAwardValue TO ALAmount.
           MOVE "SCH" TO ALReason.
           OPEN I-O ARLedgerFile.
           IF WSLedgerStatus = "35"
              OPEN OUTPUT ARLedgerFile
              CLOSE ARLedgerFile
              OPEN I-O ARLedgerFile
           END-IF.
           PERFORM PostLedgerLine.
           CLOSE ARLedgerFile.
      *> NEW : an award whose C line failed to post is held like
      *> any other award that could not be given - nothing reaches
      *> the balance, the source's usage, the bill or the journal
           IF LedgerLinePosted
              PERFORM ApplyAwardCredit
           ELSE
              DISPLAY "tuitionbill: student " NIDNum " "
                  WSAwdKind(WSAwdIdx) " award from "
                  WSAwdSource(WSAwdIdx) " held - credit not posted"
              ADD 1 TO WSAwardHeld
           END-IF.

       ApplyAwardCredit.
           OPEN I-O ARBalanceFile.
           IF WSBalanceStatus = "35"
              OPEN OUTPUT ARBalanceFile
              CLOSE ARBalanceFile
              OPEN I-O ARBalanceFile
           END-IF.
           IF WSBalanceStatus NOT = "00"
              DISPLAY "tuitionbill: ARBalance.dat unavailable - "
                  "status " WSBalanceStatus
                  " - ledger written, balance not updated"
              CLOSE ARBalanceFile
           ELSE
              MOVE WSGuardCustID(WSFoundIdx) TO ArCustID
              READ ARBalanceFile
                  INVALID KEY
                      MOVE WSGuardCustID(WSFoundIdx) TO ArCustID
                      COMPUTE ArBalance = ZERO - WSAwardValue
                      WRITE ARBalanceRecord
                      END-WRITE
                  NOT INVALID KEY
                      SUBTRACT WSAwardValue FROM ArBalance
                      REWRITE ARBalanceRecord
                      END-REWRITE
              END-READ
              CLOSE ARBalanceFile
           END-IF.
           MOVE SPACES TO AppliedRecord.
           MOVE WSTermEntry TO ApTerm.
           MOVE NIDNum TO ApStudentID.
           MOVE WSAwdSource(WSAwdIdx) TO ApSource.
           MOVE WSAwdKind(WSAwdIdx) TO ApKind.
           MOVE WSGuardCustID(WSFoundIdx) TO ApCustID.
           MOVE WSAwardValue TO ApAmount.
           MOVE WSCreditRef TO ApRef.
           MOVE WSToday TO ApDate.
           OPEN EXTEND AppliedFile.
           IF WSAppliedStatus = "35"
              OPEN OUTPUT AppliedFile
              CLOSE AppliedFile
              OPEN EXTEND AppliedFile
           END-IF.
           WRITE AppliedRecord.
           CLOSE AppliedFile.
           ADD WSAwardValue TO WSSrcUsed(WSSrcFound).
           SUBTRACT WSAwardValue FROM WSTuitionLeft.
           ADD WSAwardValue TO WSGLAwards.
           ADD 1 TO WSAwardCount.
           MOVE SPACES TO WSBADesc.
           STRING "less " WSAwdKind(WSAwdIdx) " award ("
               WSAwdSource(WSAwdIdx) ") " WSCreditRef
               DELIMITED BY SIZE INTO WSBADesc.
           COMPUTE WSBAAmount = ZERO - WSAwardValue.
           WRITE BillLine FROM WSBillAmtLine.

       *> NEW : the run's award credits journalled as one pair -
       *> Scholarships Awarded debited, AR credited - the same way
       *> aradjust.cob journals its session
       PostAwardsToGL.
           IF WSGLAwards = ZERO
              CONTINUE
           ELSE
              OPEN EXTEND GLJournalFile
              IF WSGLStatus = "35"
                 OPEN OUTPUT GLJournalFile
                 CLOSE GLJournalFile
                 OPEN EXTEND GLJournalFile
              END-IF
              IF WSGLStatus NOT = "00"
                 DISPLAY "tuitionbill: GLJournal.dat unavailable - "
                     "status " WSGLStatus
                     " - journal lines not written"
              ELSE
                 MOVE SPACES TO GLJournalRecord
                 MOVE WSToday TO GjDate
                 MOVE "tuitionbil" TO GjSource
                 MOVE 6400 TO GjAccount
                 MOVE 'D' TO GjDrCr
                 MOVE WSGLAwards TO GjAmount
                 MOVE "Tuition awards" TO GjDesc
                 WRITE GLJournalRecord
                 END-WRITE
                 MOVE 1100 TO GjAccount
                 MOVE 'C' TO GjDrCr
                 WRITE GLJournalRecord
                 END-WRITE
              END-IF
              CLOSE GLJournalFile
           END-IF.

      *> NEW : shared closed-period lookup - see
      *> Copybooks/arperiodchk.cpy for the fields
       COPY arperiodchkp.

      *> NEW : shared keyed ledger access - see
      *> Copybooks/arledgerkey.cpy for the fields
       COPY arledgerkeyp.
