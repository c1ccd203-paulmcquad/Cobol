       IDENTIFICATION DIVISION.
       PROGRAM-ID. awardmaint.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Scholarships, bursaries and financial aid - awards were
       *> granted on paper and credited to the family's account by
       *> hand through aradjust.cob, so nobody could say what a
       *> fund had given away against what it was allowed to. (S)ource
       *> sets a funding source's limit for a year in
       *> FundingSources.dat; (A)ward grants a student an award in
       *> ScholarshipAwards.dat - kind, a percentage of the tuition
       *> or a fixed amount, the term (blank for every term), the
       *> source paying, and the minimum average the student must
       *> hold - or withdraws one. Both are supervisor work. The
       *> awards are applied by tuitionbill.cob as the term is
       *> billed, which logs every credit it posts in
       *> AwardsApplied.dat; (B)udget report prints, per source, each
       *> award applied in the year against the source's limit, to
       *> AwardBudget.txt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT AwardFile ASSIGN TO 'ScholarshipAwards.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSAwardStatus.
              SELECT FundingFile ASSIGN TO 'FundingSources.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSFundingStatus.
              SELECT AppliedFile ASSIGN TO 'AwardsApplied.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSAppliedStatus.
              SELECT RosterFile ASSIGN TO 'student4.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSRosterStatus.
              SELECT OperatorFile ASSIGN TO 'OperatorMaster.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSOperatorStatus.
              SELECT ReportFile ASSIGN TO 'AwardBudget.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD AwardFile.
       COPY awardrec.
       FD FundingFile.
       COPY fundsrc.
       FD AppliedFile.
       COPY awardpaid.
       FD RosterFile.
           COPY studrec REPLACING ==RECNAME== BY ==NStudData==
                                   ==IDFIELD== BY ==NIDNum==
                                   ==NAMEFIELD== BY ==NStudName==
                                   ==SECTFIELD== BY ==NStudSection==.
       FD OperatorFile.
       01 OperatorRecord.
              02 OperID      PIC X(10).
              02 FILLER      PIC X(2).
              02 OperName    PIC X(20).
              02 FILLER      PIC X(2).
              02 OperLevel   PIC 9.
       FD ReportFile.
       01 ReportLine   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WSAwardStatus    PIC XX.
       01 WSFundingStatus  PIC XX.
       01 WSAppliedStatus  PIC XX.
       01 WSRosterStatus   PIC XX.
       01 WSOperatorStatus PIC XX.
       01 WSReportStatus   PIC XX.
       01 WSEOF            PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
       01 WSMenuChoice     PIC X VALUE SPACE.
              88 WantsSource    VALUE 'S' 's'.
              88 WantsAward     VALUE 'A' 'a'.
              88 WantsBudget    VALUE 'B' 'b'.
              88 WantsQuit      VALUE 'Q' 'q'.
       01 WSContinueFlag   PIC X VALUE 'Y'.
              88 KeepGoing      VALUE 'Y'.
      *> The custmenu sign-on, shared through EXTERNAL storage, and
      *> the operator's level when run standalone
       01 WSSignedOnOper    PIC X(10) EXTERNAL.
       01 WSSignedOnLevel   PIC 9 EXTERNAL.
       01 WSOperatorID      PIC X(10) VALUE SPACES.
       01 WSAuthority       PIC 9 VALUE ZERO.
              88 SupervisorAuthority   VALUE 2 THRU 9.
       COPY studcheck.
       01 WSIDEntry        PIC X(4).
       01 WSCodeEntry      PIC X(4).
       01 WSYearEntry      PIC X(4).
       01 WSAmountEntry    PIC X(10).
       01 WSAmountCheck    PIC S9(4) COMP-5.
       01 WSAmountValue    PIC 9(7)V99.
       01 WSNameEntry      PIC X(25).
       01 WSKindEntry      PIC X(3).
       01 WSBasisEntry     PIC X.
              88 BasisKnown     VALUE 'P' 'F' 'W'.
       01 WSPercentEntry   PIC X(3).
       01 WSTermEntry      PIC X(5).
       01 WSMinEntry       PIC X(3).
       01 WSRosterFound    PIC X.
              88 OnRoster       VALUE 'Y'.
       01 WSSourceFound    PIC X.
              88 SourceOnFile   VALUE 'Y'.
       01 WSStudentName    PIC X(10).
       *> The report year's sources, newest limit line winning, and
       *> what has been applied against each
       01 WSSrcTable.
              02 WSSrcEntry OCCURS 50 TIMES.
                  03 WSSrcCode     PIC X(4).
                  03 WSSrcName     PIC X(25).
                  03 WSSrcLimit    PIC 9(7)V99.
                  03 WSSrcUsed     PIC 9(7)V99.
                  03 WSSrcAwards   PIC 9(4).
       01 WSSrcCount       PIC 9(3) VALUE ZERO.
       01 WSSrcIdx         PIC 9(3).
       01 WSSrcFound       PIC 9(3).
       01 WSScanIdx        PIC 9(3).
       01 WSSrcKey         PIC X(4).
       01 WSDetailWanted   PIC X.
              88 DetailWanted     VALUE 'Y'.
       01 WSSrcFull        PIC X VALUE 'N'.
              88 SrcTableFull     VALUE 'Y'.
       01 WSReportYear     PIC 9(4).
       01 WSRemaining      PIC S9(7)V99.
       01 WSUnfundedTotal  PIC 9(7)V99.
       01 WSUnfundedCount  PIC 9(4).
       01 WSOverCount      PIC 9(3).
       01 WSTitleLine.
              02 FILLER       PIC X(32)
                  VALUE "Award budget by funding source, ".
              02 WSTLYear     PIC 9(4).
       01 WSSourceHead.
              02 FILLER       PIC X(7) VALUE "Source ".
              02 WSSHCode     PIC X(4).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSSHName     PIC X(25).
              02 FILLER       PIC X(8) VALUE "  limit ".
              02 WSSHLimit    PIC $$,$$$,$$9.99.
       01 WSDetailLine.
              02 FILLER       PIC X(4) VALUE SPACES.
              02 WSDTerm      PIC X(5).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSDIDNum     PIC 9(4).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSDKind      PIC X(3).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSDCustID    PIC X(8).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSDRef       PIC X(6).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSDDate      PIC 9(8).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSDAmount    PIC $$$,$$9.99.
       01 WSTotalLine.
              02 FILLER       PIC X(4) VALUE SPACES.
              02 WSTCount     PIC ZZZ9.
              02 FILLER       PIC X(18) VALUE " award(s) applied ".
              02 WSTUsed      PIC $$,$$$,$$9.99.
              02 FILLER       PIC X(12) VALUE "  remaining ".
              02 WSTLeft      PIC $$,$$$,$$9.99-.
              02 WSTFlag      PIC X(14).

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           PERFORM ShowAwardMenu UNTIL NOT KeepGoing.
      *> GOBACK so a batch driver can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

       COPY studcheckp.

       ShowAwardMenu.
           DISPLAY " ".
           DISPLAY "Scholarships and Financial Aid".
           DISPLAY "(S)ource limit  (A)ward  (B)udget report  (Q)uit".
           DISPLAY "Select an option " WITH NO ADVANCING.
           ACCEPT WSMenuChoice.
           EVALUATE TRUE
               WHEN WantsSource
                   PERFORM EstablishAuthority
                   IF SupervisorAuthority
                      PERFORM SetSourceLimit
                   ELSE
                      DISPLAY "Funding limits need supervisor "
                          "authority"
                   END-IF
               WHEN WantsAward
                   PERFORM EstablishAuthority
                   IF SupervisorAuthority
                      PERFORM GrantOneAward
                   ELSE
                      DISPLAY "Awards need supervisor authority"
                   END-IF
               WHEN WantsBudget  PERFORM BudgetReport
               WHEN WantsQuit    MOVE 'N' TO WSContinueFlag
               WHEN OTHER
                   DISPLAY "Invalid option, please try again"
           END-EVALUATE.

       *> The custmenu sign-on travels in via EXTERNAL storage; run
       *> standalone, the operator is looked up on
       *> OperatorMaster.dat
       EstablishAuthority.
           IF WSSignedOnOper NOT = SPACES
              AND WSSignedOnOper NOT = LOW-VALUES
              MOVE WSSignedOnOper TO WSOperatorID
              MOVE WSSignedOnLevel TO WSAuthority
           ELSE
              IF WSOperatorID = SPACES
                 DISPLAY "Operator ID " WITH NO ADVANCING
                 ACCEPT WSOperatorID
                 MOVE ZERO TO WSAuthority
                 MOVE 'N' TO WSEOF
                 OPEN INPUT OperatorFile
                 IF WSOperatorStatus NOT = "00"
                    DISPLAY "awardmaint: operator master unavailable"
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
              END-IF
           END-IF.

       *> A new line for the code and year - the newest one is the
       *> limit on file, so a change is just another line
       SetSourceLimit.
           MOVE SPACES TO WSCodeEntry.
           DISPLAY "Funding source code (4 characters) "
               WITH NO ADVANCING.
           ACCEPT WSCodeEntry.
           MOVE FUNCTION UPPER-CASE(WSCodeEntry) TO WSCodeEntry.
           MOVE SPACES TO WSYearEntry.
           DISPLAY "Year (YYYY) " WITH NO ADVANCING.
           ACCEPT WSYearEntry.
           IF WSCodeEntry = SPACES OR WSYearEntry NOT NUMERIC
              DISPLAY "Code and a 4-digit year needed - nothing "
                  "recorded"
           ELSE
              MOVE SPACES TO WSAmountEntry
              DISPLAY "Annual limit " WITH NO ADVANCING
              ACCEPT WSAmountEntry
              MOVE FUNCTION TEST-NUMVAL(WSAmountEntry)
                  TO WSAmountCheck
              IF WSAmountCheck NOT = ZERO
                 DISPLAY "Invalid amount - nothing recorded"
              ELSE
                 COMPUTE WSAmountValue =
                     FUNCTION NUMVAL(WSAmountEntry)
                 MOVE SPACES TO WSNameEntry
                 DISPLAY "Source name " WITH NO ADVANCING
                 ACCEPT WSNameEntry
                 MOVE SPACES TO FundingRecord
                 MOVE WSCodeEntry TO FsCode
                 MOVE WSYearEntry TO FsYear
                 MOVE WSAmountValue TO FsLimit
                 MOVE WSNameEntry TO FsName
                 OPEN EXTEND FundingFile
                 IF WSFundingStatus = "35"
                    OPEN OUTPUT FundingFile
                    CLOSE FundingFile
                    OPEN EXTEND FundingFile
                 END-IF
                 WRITE FundingRecord
                 CLOSE FundingFile
                 DISPLAY "Limit recorded for " WSCodeEntry " "
                     WSYearEntry
              END-IF
           END-IF.

       *> The student must carry a good check digit and be on the
       *> roster, and the source must have a limit on file for some
       *> year - an award from a fund nobody set up would only be
       *> held at billing time
       GrantOneAward.
           MOVE SPACES TO WSIDEntry.
           DISPLAY "Student ID (4 digits, blank to cancel) "
               WITH NO ADVANCING.
           ACCEPT WSIDEntry.
           IF WSIDEntry = SPACES
              CONTINUE
           ELSE
              IF WSIDEntry NOT NUMERIC
                 DISPLAY "Invalid ID - enter 4 numeric digits"
              ELSE
                 MOVE WSIDEntry TO WSCheckIDNum
                 PERFORM VerifyCheckDigit
                 IF CheckDigitBad
                    DISPLAY "Check digit wrong - ID " WSIDEntry
                        " was probably mis-keyed"
                 ELSE
                    PERFORM FindRosterStudent
                    IF NOT OnRoster
                       DISPLAY "Student " WSIDEntry
                           " is not on the roster"
                    ELSE
                       DISPLAY "Student : " WSStudentName
                       PERFORM TakeAwardSource
                    END-IF
                 END-IF
              END-IF
           END-IF.

       FindRosterStudent.
           MOVE 'N' TO WSRosterFound.
           MOVE 'N' TO WSEOF.
           OPEN INPUT RosterFile.
           IF WSRosterStatus NOT = "00"
              DISPLAY "awardmaint: unable to open student4.dat - "
                  "status " WSRosterStatus
              CLOSE RosterFile
           ELSE
              PERFORM UNTIL EndOfPass OR OnRoster
                 READ RosterFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF NIDNum = WSCheckIDNum
                            MOVE 'Y' TO WSRosterFound
                            MOVE NStudName TO WSStudentName
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE RosterFile
              MOVE 'N' TO WSEOF
           END-IF.

       TakeAwardSource.
           MOVE SPACES TO WSCodeEntry.
           DISPLAY "Funding source code " WITH NO ADVANCING.
           ACCEPT WSCodeEntry.
           MOVE FUNCTION UPPER-CASE(WSCodeEntry) TO WSCodeEntry.
           MOVE 'N' TO WSSourceFound.
           MOVE 'N' TO WSEOF.
           OPEN INPUT FundingFile.
           IF WSFundingStatus NOT = "00"
              CLOSE FundingFile
           ELSE
              PERFORM UNTIL EndOfPass OR SourceOnFile
                 READ FundingFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF FsCode = WSCodeEntry
                            MOVE 'Y' TO WSSourceFound
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE FundingFile
              MOVE 'N' TO WSEOF
           END-IF.
           IF NOT SourceOnFile
              DISPLAY "Source " WSCodeEntry " has no limit on file - "
                  "set one with (S)ource first"
           ELSE
              PERFORM TakeAwardDetail
           END-IF.

       TakeAwardDetail.
           MOVE SPACES TO WSTermEntry.
           DISPLAY "Term (e.g. 2026F, blank for every term) "
               WITH NO ADVANCING.
           ACCEPT WSTermEntry.
           MOVE FUNCTION UPPER-CASE(WSTermEntry) TO WSTermEntry.
           MOVE SPACES TO WSBasisEntry.
           DISPLAY "(P)ercentage, (F)ixed amount or (W)ithdraw "
               WITH NO ADVANCING.
           ACCEPT WSBasisEntry.
           MOVE FUNCTION UPPER-CASE(WSBasisEntry) TO WSBasisEntry.
           MOVE SPACES TO AwardRecord.
           MOVE WSIDEntry TO AwStudentID.
           MOVE WSCodeEntry TO AwSource.
           MOVE WSTermEntry TO AwTerm.
           MOVE ZERO TO AwPercent.
           MOVE ZERO TO AwAmount.
           MOVE ZERO TO AwMinAvg.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AwGranted.
           EVALUATE WSBasisEntry
               WHEN 'W'
                   MOVE "SCH" TO AwKind
                   MOVE 'F' TO AwBasis
                   PERFORM WriteAwardLine
                   DISPLAY "Award from " WSCodeEntry " withdrawn"
               WHEN 'P'
                   MOVE SPACES TO WSPercentEntry
                   DISPLAY "Percentage of tuition (1-100) "
                       WITH NO ADVANCING
                   ACCEPT WSPercentEntry
                   IF FUNCTION TRIM(WSPercentEntry) IS NUMERIC
                      AND FUNCTION NUMVAL(WSPercentEntry) > ZERO
                      AND FUNCTION NUMVAL(WSPercentEntry) NOT > 100
                      MOVE 'P' TO AwBasis
                      COMPUTE AwPercent =
                          FUNCTION NUMVAL(WSPercentEntry)
                      PERFORM TakeAwardKind
                   ELSE
                      DISPLAY "Percentage must be 1 to 100 - "
                          "nothing recorded"
                   END-IF
               WHEN 'F'
                   MOVE SPACES TO WSAmountEntry
                   DISPLAY "Amount per term " WITH NO ADVANCING
                   ACCEPT WSAmountEntry
                   MOVE FUNCTION TEST-NUMVAL(WSAmountEntry)
                       TO WSAmountCheck
                   IF WSAmountCheck NOT = ZERO
                      DISPLAY "Invalid amount - nothing recorded"
                   ELSE
                      COMPUTE WSAmountValue =
                          FUNCTION NUMVAL(WSAmountEntry)
                      IF WSAmountValue = ZERO
                         OR WSAmountValue > 99999.99
                         DISPLAY "Amount must be above zero and "
                             "under 100,000 - nothing recorded"
                      ELSE
                         MOVE 'F' TO AwBasis
                         MOVE WSAmountValue TO AwAmount
                         PERFORM TakeAwardKind
                      END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "Unknown choice - nothing recorded"
           END-EVALUATE.

       TakeAwardKind.
           MOVE SPACES TO WSKindEntry.
           DISPLAY "Kind - SCH scholarship, BUR bursary, AID "
               "financial aid " WITH NO ADVANCING.
           ACCEPT WSKindEntry.
           MOVE FUNCTION UPPER-CASE(WSKindEntry) TO AwKind.
           IF NOT AwKindKnown
              DISPLAY "Unknown kind - nothing recorded"
           ELSE
              MOVE SPACES TO WSMinEntry
              DISPLAY "Minimum average mark (blank for none) "
                  WITH NO ADVANCING
              ACCEPT WSMinEntry
              IF WSMinEntry = SPACES
                 MOVE ZERO TO AwMinAvg
                 PERFORM WriteAwardLine
                 DISPLAY "Award recorded"
              ELSE
                 IF FUNCTION TRIM(WSMinEntry) IS NUMERIC
                    AND FUNCTION NUMVAL(WSMinEntry) NOT > 100
                    COMPUTE AwMinAvg = FUNCTION NUMVAL(WSMinEntry)
                    PERFORM WriteAwardLine
                    DISPLAY "Award recorded"
                 ELSE
                    DISPLAY "Minimum must be 0 to 100 - nothing "
                        "recorded"
                 END-IF
              END-IF
           END-IF.

       WriteAwardLine.
           OPEN EXTEND AwardFile.
           IF WSAwardStatus = "35"
              OPEN OUTPUT AwardFile
              CLOSE AwardFile
              OPEN EXTEND AwardFile
           END-IF.
           WRITE AwardRecord.
           CLOSE AwardFile.

       *> Each source with a limit for the year, the awards applied
       *> against it and what is left; awards applied under a source
       *> with no limit for the year are listed on their own at the
       *> end so nothing spent goes unreported
       BudgetReport.
           MOVE SPACES TO WSYearEntry.
           DISPLAY "Year to report (YYYY) " WITH NO ADVANCING.
           ACCEPT WSYearEntry.
           IF WSYearEntry NOT NUMERIC
              DISPLAY "Invalid year - no report"
           ELSE
              MOVE WSYearEntry TO WSReportYear
              PERFORM LoadYearSources
              IF SrcTableFull
                 DISPLAY "awardmaint: more than 50 funding sources "
                     "for " WSReportYear " - table exceeded, aborting"
              ELSE
                 PERFORM TallyYearApplied
                 PERFORM PrintBudgetReport
              END-IF
           END-IF.

       LoadYearSources.
           MOVE ZERO TO WSSrcCount.
           MOVE 'N' TO WSSrcFull.
           MOVE 'N' TO WSEOF.
           OPEN INPUT FundingFile.
           IF WSFundingStatus NOT = "00"
              CLOSE FundingFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ FundingFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF FsYear = WSReportYear
                            PERFORM FileOneSource
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE FundingFile
              MOVE 'N' TO WSEOF
           END-IF.

       FileOneSource.
           MOVE FsCode TO WSSrcKey.
           PERFORM FindSource.
           IF WSSrcFound = ZERO
              IF WSSrcCount < 50
                 ADD 1 TO WSSrcCount
                 MOVE WSSrcCount TO WSSrcFound
                 MOVE FsCode TO WSSrcCode(WSSrcFound)
                 MOVE ZERO TO WSSrcUsed(WSSrcFound)
                 MOVE ZERO TO WSSrcAwards(WSSrcFound)
              ELSE
                 SET SrcTableFull TO TRUE
              END-IF
           END-IF.
           IF WSSrcFound > ZERO
              MOVE FsName TO WSSrcName(WSSrcFound)
              MOVE FsLimit TO WSSrcLimit(WSSrcFound)
           END-IF.

       FindSource.
           MOVE ZERO TO WSSrcFound.
           PERFORM VARYING WSScanIdx FROM 1 BY 1
               UNTIL WSScanIdx > WSSrcCount OR WSSrcFound > 0
               IF WSSrcCode(WSScanIdx) = WSSrcKey
                  MOVE WSScanIdx TO WSSrcFound
               END-IF
           END-PERFORM.

       TallyYearApplied.
           MOVE ZERO TO WSUnfundedTotal.
           MOVE ZERO TO WSUnfundedCount.
           MOVE 'N' TO WSEOF.
           OPEN INPUT AppliedFile.
           IF WSAppliedStatus NOT = "00"
              CLOSE AppliedFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ AppliedFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF ApTerm(1:4) = WSYearEntry
                            MOVE ApSource TO WSSrcKey
                            PERFORM FindSource
                            IF WSSrcFound > ZERO
                               ADD ApAmount TO WSSrcUsed(WSSrcFound)
                               ADD 1 TO WSSrcAwards(WSSrcFound)
                            ELSE
                               ADD ApAmount TO WSUnfundedTotal
                               ADD 1 TO WSUnfundedCount
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE AppliedFile
              MOVE 'N' TO WSEOF
           END-IF.

       PrintBudgetReport.
           OPEN OUTPUT ReportFile.
           IF WSReportStatus NOT = "00"
              DISPLAY "awardmaint: unable to open AwardBudget.txt - "
                  "status " WSReportStatus
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE WSReportYear TO WSTLYear
              WRITE ReportLine FROM WSTitleLine
              MOVE ZERO TO WSOverCount
              PERFORM PrintOneSource
                  VARYING WSSrcIdx FROM 1 BY 1
                  UNTIL WSSrcIdx > WSSrcCount
              IF WSUnfundedCount > ZERO
                 MOVE SPACES TO ReportLine
                 WRITE ReportLine
                 MOVE "Applied with no funding limit for the year"
                     TO ReportLine
                 WRITE ReportLine
                 MOVE SPACES TO WSCodeEntry
                 PERFORM PrintSourceDetail
                 MOVE WSUnfundedCount TO WSTCount
                 MOVE WSUnfundedTotal TO WSTUsed
                 COMPUTE WSRemaining = ZERO - WSUnfundedTotal
                 MOVE WSRemaining TO WSTLeft
                 MOVE "  ** NO LIMIT" TO WSTFlag
                 WRITE ReportLine FROM WSTotalLine
              END-IF
              CLOSE ReportFile
              DISPLAY "awardmaint: " WSSrcCount " source(s) for "
                  WSReportYear ", " WSOverCount " over limit - see "
                  "AwardBudget.txt"
           END-IF.

       PrintOneSource.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
           MOVE WSSrcCode(WSSrcIdx) TO WSSHCode.
           MOVE WSSrcName(WSSrcIdx) TO WSSHName.
           MOVE WSSrcLimit(WSSrcIdx) TO WSSHLimit.
           WRITE ReportLine FROM WSSourceHead.
           MOVE WSSrcCode(WSSrcIdx) TO WSCodeEntry.
           PERFORM PrintSourceDetail.
           MOVE WSSrcAwards(WSSrcIdx) TO WSTCount.
           MOVE WSSrcUsed(WSSrcIdx) TO WSTUsed.
           COMPUTE WSRemaining =
               WSSrcLimit(WSSrcIdx) - WSSrcUsed(WSSrcIdx).
           MOVE WSRemaining TO WSTLeft.
           IF WSRemaining < ZERO
              MOVE "  ** OVER" TO WSTFlag
              ADD 1 TO WSOverCount
           ELSE
              MOVE SPACES TO WSTFlag
           END-IF.
           WRITE ReportLine FROM WSTotalLine.

       *> One pass of the applied log per source - the lines for
       *> WSCodeEntry, or with it blank the lines whose source has
       *> no limit for the year
       PrintSourceDetail.
           MOVE 'N' TO WSEOF.
           OPEN INPUT AppliedFile.
           IF WSAppliedStatus NOT = "00"
              CLOSE AppliedFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ AppliedFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF ApTerm(1:4) = WSYearEntry
                            PERFORM PrintOneApplied
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE AppliedFile
              MOVE 'N' TO WSEOF
           END-IF.

       PrintOneApplied.
           MOVE 'N' TO WSDetailWanted.
           IF WSCodeEntry = SPACES
              MOVE ApSource TO WSSrcKey
              PERFORM FindSource
              IF WSSrcFound = ZERO
                 MOVE 'Y' TO WSDetailWanted
              END-IF
           ELSE
              IF ApSource = WSCodeEntry
                 MOVE 'Y' TO WSDetailWanted
              END-IF
           END-IF.
           IF DetailWanted
              MOVE ApTerm TO WSDTerm
              MOVE ApStudentID TO WSDIDNum
              MOVE ApKind TO WSDKind
              MOVE ApCustID TO WSDCustID
              MOVE ApRef TO WSDRef
              MOVE ApDate TO WSDDate
              MOVE ApAmount TO WSDAmount
              WRITE ReportLine FROM WSDetailLine
           END-IF.
