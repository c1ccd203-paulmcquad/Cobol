       IDENTIFICATION DIVISION.
       PROGRAM-ID. gradechange.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Grade changes - once a mark was on StudentScores.dat anyone
       *> with the file could change it, and an upheld appeal was
       *> edited in with nothing to say what the mark had been or who
       *> changed it. (R)equest takes an instructor's request against
       *> a score already on file - the instructor must be on
       *> InstructorMaster.dat and, where SectionControl.dat names
       *> one, be the section's own - with the new mark and a reason,
       *> and lands it pending on GradeChanges.dat. The (A)pproval
       *> pass walks the pending requests under supervisor
       *> authority; only an approved request touches the score file,
       *> and only if the mark is still the one the request was
       *> raised against. Every change applied is written to
       *> GradeAudit.log with the old and new mark, the requesting
       *> instructor, the approving operator and the time.
       *> (C)hanges report lists a term's changes section by section
       *> to GradeChanges.txt, with the raised/lowered split and the
       *> average shift per section, and flags a section with
       *> GRADE-CHANGE-FLAG (RunControl.dat, fallback 3) or more
       *> changes so the registrar can see where to look.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ScoreFile ASSIGN TO 'StudentScores.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSScoreStatus.
              SELECT InstrFile ASSIGN TO 'InstructorMaster.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSInstrStatus.
              SELECT ControlFile ASSIGN TO 'SectionControl.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSControlStatus.
              SELECT ChangeFile ASSIGN TO 'GradeChanges.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSChangeStatus.
              SELECT AuditFile ASSIGN TO 'GradeAudit.log'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSAuditStatus.
              SELECT OperatorFile ASSIGN TO 'OperatorMaster.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSOperatorStatus.
              SELECT ReportFile ASSIGN TO 'GradeChanges.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ScoreFile.
       COPY scorerec.
       FD InstrFile.
       01 InstrRecord.
              02 InsCode     PIC X(3).
              02 FILLER      PIC X(1).
              02 InsName     PIC X(20).
       FD ControlFile.
       COPY sectrec.
       FD ChangeFile.
       COPY gradechg.
       FD AuditFile.
       COPY gradeaudit.
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
       01 WSScoreStatus    PIC XX.
       01 WSInstrStatus    PIC XX.
       01 WSControlStatus  PIC XX.
       01 WSChangeStatus   PIC XX.
       01 WSAuditStatus    PIC XX.
       01 WSOperatorStatus PIC XX.
       01 WSReportStatus   PIC XX.
       01 WSEOF            PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
       01 WSToday          PIC 9(8).
       01 WSMenuChoice     PIC X VALUE SPACE.
              88 WantsRequest   VALUE 'R' 'r'.
              88 WantsApprove   VALUE 'A' 'a'.
              88 WantsChanges   VALUE 'C' 'c'.
              88 WantsQuit      VALUE 'Q' 'q'.
       01 WSContinueFlag   PIC X VALUE 'Y'.
              88 KeepGoing      VALUE 'Y'.
       01 WSDecision       PIC X.
              88 ApproveRequest  VALUE 'A' 'a'.
              88 RejectRequest   VALUE 'R' 'r'.
              88 SkipRequest     VALUE 'S' 's'.
      *> The custmenu sign-on, shared through EXTERNAL storage, and
      *> the operator's level when run standalone
       01 WSSignedOnOper    PIC X(10) EXTERNAL.
       01 WSSignedOnLevel   PIC 9 EXTERNAL.
       01 WSOperatorID      PIC X(10) VALUE SPACES.
       01 WSAuthority       PIC 9 VALUE ZERO.
              88 SupervisorAuthority   VALUE 2 THRU 9.
       COPY studcheck.
      *> The score file loaded whole for the approval pass - the
      *> approved marks are changed in the table and the file
      *> rewritten from it, the same load-change-rewrite pass
      *> instructor.cob runs on the section control data
       01 WSScoreTable.
              02 WSScoreLine OCCURS 3000 TIMES PIC X(15).
       01 WSScoreCount     PIC 9(4) VALUE ZERO.
       01 WSScoreIdx       PIC 9(4).
       01 WSScoreFound     PIC 9(4).
       01 WSScoreMatches   PIC 9(4).
       01 WSScoreOverflow  PIC X VALUE 'N'.
              88 ScoreTableFull   VALUE 'Y'.
      *> The requests loaded whole - same bounded table leavereq.cob
      *> holds its requests in
       01 WSReqTable.
              02 WSReqLine OCCURS 500 TIMES PIC X(93).
       01 WSReqApplied     PIC X OCCURS 500 TIMES.
       01 WSReqCount       PIC 9(3) VALUE ZERO.
       01 WSReqIdx         PIC 9(3).
       01 WSThisIdx        PIC 9(3).
       01 WSReqOverflow    PIC X VALUE 'N'.
              88 ReqTableFull     VALUE 'Y'.
       01 WSNextReqNo      PIC 9(5) VALUE 1.
       01 WSInstrEntry     PIC X(3).
       01 WSInstrName      PIC X(20).
       01 WSInstrFound     PIC X.
              88 InstrOnFile      VALUE 'Y'.
       01 WSSectInstr      PIC X(3).
       01 WSIDEntry        PIC X(4).
       01 WSSectEntry      PIC X(2).
       01 WSTermEntry      PIC X(5).
       01 WSMarkEntry      PIC X(3).
       01 WSNewMark        PIC 9(3).
       01 WSOldMark        PIC 9(3).
       01 WSReasonEntry    PIC X(30).
       01 WSPendingFound   PIC X.
              88 AlreadyPending   VALUE 'Y'.
       01 WSApprovedCount  PIC 9(3) VALUE ZERO.
       01 WSRejectedCount  PIC 9(3) VALUE ZERO.
       01 WSStamp          PIC 9(14).
      *> The report's changes for the term, sorted into section and
      *> student order with the exchange sort the other report
      *> programs use
       01 WSChgTable.
              02 WSChgEntry OCCURS 500 TIMES.
                  03 WSChgSection   PIC X(2).
                  03 WSChgIDNum     PIC 9(4).
                  03 WSChgStamp     PIC 9(14).
                  03 WSChgOld       PIC 9(3).
                  03 WSChgNew       PIC 9(3).
                  03 WSChgInstr     PIC X(3).
                  03 WSChgApprover  PIC X(10).
                  03 WSChgReason    PIC X(30).
       01 WSChgCount       PIC 9(3) VALUE ZERO.
       01 WSChgIdx         PIC 9(3).
       01 WSScanIdx        PIC 9(3).
       01 WSChgOverflow    PIC X VALUE 'N'.
              88 ChgTableFull     VALUE 'Y'.
       01 WSSwapEntry      PIC X(69).
       01 WSSwapNeeded     PIC X.
              88 EntriesOutOfOrder  VALUE 'Y'.
       01 WSFlagMark       PIC 9(5) VALUE 3.
       01 WSParmName       PIC X(20).
       01 WSParmValue      PIC 9(5).
       01 WSParmFound      PIC X.
       01 WSCurrSection    PIC X(2).
       01 WSSectChanges    PIC 9(3).
       01 WSSectRaised     PIC 9(3).
       01 WSSectLowered    PIC 9(3).
       01 WSSectShift      PIC S9(5).
       01 WSAvgShift       PIC S9(3)V9.
       01 WSFlaggedCount   PIC 9(3).
       01 WSTitleLine.
              02 FILLER       PIC X(23) VALUE "Grade changes for term ".
              02 WSTLTerm     PIC X(5).
       01 WSSectHead.
              02 FILLER       PIC X(8) VALUE "Section ".
              02 WSSHSection  PIC X(2).
       01 WSDetailLine.
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSDIDNum     PIC 9(4).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSDOld       PIC ZZ9.
              02 FILLER       PIC X(4) VALUE " -> ".
              02 WSDNew       PIC ZZ9.
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSDInstr     PIC X(3).
              02 FILLER       PIC X(1) VALUE "/".
              02 WSDApprover  PIC X(10).
              02 FILLER       PIC X(1) VALUE SPACE.
              02 WSDDate      PIC 9(8).
              02 FILLER       PIC X(1) VALUE SPACE.
              02 WSDReason    PIC X(30).
       01 WSSectTotal.
              02 FILLER       PIC X(4) VALUE SPACES.
              02 WSSTChanges  PIC ZZ9.
              02 FILLER       PIC X(12) VALUE " change(s), ".
              02 WSSTRaised   PIC ZZ9.
              02 FILLER       PIC X(10) VALUE " raised, ".
              02 WSSTLowered  PIC ZZ9.
              02 FILLER       PIC X(22) VALUE " lowered, avg shift ".
              02 WSSTShift    PIC +++9.9.
              02 WSSTFlag     PIC X(11).
       COPY filestatuschk.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday.
           MOVE "GRADE-CHANGE-FLAG" TO WSParmName.
           CALL 'runcontrol' USING WSParmName, WSParmValue,
               WSParmFound
           END-CALL.
           IF WSParmFound = 'Y' AND WSParmValue > ZERO
              MOVE WSParmValue TO WSFlagMark
           END-IF.
           PERFORM ShowChangeMenu UNTIL NOT KeepGoing.
      *> GOBACK so a batch driver can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

       COPY studcheckp.

       ShowChangeMenu.
           DISPLAY " ".
           DISPLAY "Grade Changes".
           DISPLAY "(R)equest a change  (A)pprove requests  "
               "(C)hanges report  (Q)uit".
           DISPLAY "Select an option " WITH NO ADVANCING.
           ACCEPT WSMenuChoice.
           EVALUATE TRUE
               WHEN WantsRequest   PERFORM KeyOneRequest
               WHEN WantsApprove   PERFORM ApprovalPass
               WHEN WantsChanges   PERFORM ChangeReport
               WHEN WantsQuit      MOVE 'N' TO WSContinueFlag
               WHEN OTHER
                   DISPLAY "Invalid option, please try again"
           END-EVALUATE.

       LoadRequests.
           MOVE ZERO TO WSReqCount.
           MOVE 1 TO WSNextReqNo.
           MOVE 'N' TO WSReqOverflow.
           MOVE 'N' TO WSEOF.
           OPEN INPUT ChangeFile.
           IF WSChangeStatus NOT = "00"
              CLOSE ChangeFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ ChangeFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSReqCount < 500
                            ADD 1 TO WSReqCount
                            MOVE GradeChangeRecord
                                TO WSReqLine(WSReqCount)
                            MOVE 'N' TO WSReqApplied(WSReqCount)
                            IF GcReqNo NUMERIC
                               AND GcReqNo NOT < WSNextReqNo
                               COMPUTE WSNextReqNo = GcReqNo + 1
                            END-IF
                         ELSE
                            SET ReqTableFull TO TRUE
                            MOVE 'Y' TO WSEOF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE ChangeFile
              MOVE 'N' TO WSEOF
           END-IF.

       LoadScores.
           MOVE ZERO TO WSScoreCount.
           MOVE 'N' TO WSScoreOverflow.
           MOVE 'N' TO WSEOF.
           OPEN INPUT ScoreFile.
           MOVE WSScoreStatus TO WSCheckFileStatus.
           MOVE "gradechange" TO WSCheckProgLabel.
           MOVE "StudentScores.dat" TO WSCheckFileLabel.
           PERFORM CheckFileStatus.
           IF RETURN-CODE NOT = ZERO
              CLOSE ScoreFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ ScoreFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSScoreCount < 3000
                            ADD 1 TO WSScoreCount
                            MOVE ScoreRecord
                                TO WSScoreLine(WSScoreCount)
                         ELSE
                            SET ScoreTableFull TO TRUE
                            MOVE 'Y' TO WSEOF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE ScoreFile
              MOVE 'N' TO WSEOF
           END-IF.

      *> The score asked about must be on file exactly once for the
      *> student, section and term - two lines for one score is a
      *> keying problem to sort out before anyone changes either.
      *> WSScoreFound comes back pointing at it, zero if not unique.
       FindScore.
           MOVE ZERO TO WSScoreFound.
           MOVE ZERO TO WSScoreMatches.
           PERFORM VARYING WSScoreIdx FROM 1 BY 1
               UNTIL WSScoreIdx > WSScoreCount
               MOVE WSScoreLine(WSScoreIdx) TO ScoreRecord
               IF ScoreIDNum = WSCheckIDNum
                  AND ScoreSection = WSSectEntry
                  AND ScoreTerm = WSTermEntry
                  ADD 1 TO WSScoreMatches
                  MOVE WSScoreIdx TO WSScoreFound
               END-IF
           END-PERFORM.
           IF WSScoreMatches NOT = 1
              MOVE ZERO TO WSScoreFound
           END-IF.

      *> The request is validated the moment it is keyed - an
      *> unknown instructor, someone else's section, a score not on
      *> file or one already waiting on a decision never reach the
      *> file
       KeyOneRequest.
           MOVE ZERO TO RETURN-CODE.
           PERFORM LoadRequests.
           PERFORM LoadScores.
           EVALUATE TRUE
               WHEN RETURN-CODE NOT = ZERO
                   CONTINUE
               WHEN ReqTableFull
                   DISPLAY "gradechange: more than 500 requests on "
                       "file - table exceeded, nothing taken"
               WHEN ScoreTableFull
                   DISPLAY "gradechange: more than 3000 scores on "
                       "file - table exceeded, nothing taken"
               WHEN OTHER
                   PERFORM TakeRequestInstructor
           END-EVALUATE.

       TakeRequestInstructor.
           MOVE SPACES TO WSInstrEntry.
           DISPLAY "Instructor code (blank to cancel) "
               WITH NO ADVANCING.
           ACCEPT WSInstrEntry.
           MOVE FUNCTION UPPER-CASE(WSInstrEntry) TO WSInstrEntry.
           IF WSInstrEntry = SPACES
              CONTINUE
           ELSE
              PERFORM FindInstructor
              IF NOT InstrOnFile
                 DISPLAY "Instructor " WSInstrEntry " not on "
                     "InstructorMaster.dat"
              ELSE
                 DISPLAY "Instructor : " WSInstrName
                 PERFORM TakeRequestScore
              END-IF
           END-IF.

       FindInstructor.
           MOVE 'N' TO WSInstrFound.
           MOVE 'N' TO WSEOF.
           OPEN INPUT InstrFile.
           IF WSInstrStatus NOT = "00"
              DISPLAY "gradechange: InstructorMaster.dat unavailable"
                  " - status " WSInstrStatus
              CLOSE InstrFile
           ELSE
              PERFORM UNTIL EndOfPass OR InstrOnFile
                 READ InstrFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF InsCode = WSInstrEntry
                            MOVE 'Y' TO WSInstrFound
                            MOVE InsName TO WSInstrName
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE InstrFile
              MOVE 'N' TO WSEOF
           END-IF.

       TakeRequestScore.
           MOVE SPACES TO WSIDEntry.
           DISPLAY "Student ID " WITH NO ADVANCING.
           ACCEPT WSIDEntry.
           MOVE SPACES TO WSSectEntry.
           DISPLAY "Section " WITH NO ADVANCING.
           ACCEPT WSSectEntry.
           MOVE FUNCTION UPPER-CASE(WSSectEntry) TO WSSectEntry.
           MOVE SPACES TO WSTermEntry.
           DISPLAY "Term (e.g. 2026F) " WITH NO ADVANCING.
           ACCEPT WSTermEntry.
           MOVE FUNCTION UPPER-CASE(WSTermEntry) TO WSTermEntry.
           IF WSIDEntry NOT NUMERIC
              DISPLAY "Invalid ID - enter 4 numeric digits"
           ELSE
              MOVE WSIDEntry TO WSCheckIDNum
              PERFORM VerifyCheckDigit
              PERFORM FindSectionInstructor
              EVALUATE TRUE
                  WHEN CheckDigitBad
                      DISPLAY "Check digit wrong - ID " WSIDEntry
                          " was probably mis-keyed"
                  WHEN WSSectInstr NOT = SPACES
                      AND WSSectInstr NOT = WSInstrEntry
                      DISPLAY "Section " WSSectEntry " is taught by "
                          WSSectInstr " - only they can ask for a "
                          "change"
                  WHEN OTHER
                      PERFORM FindScore
                      PERFORM FindPendingRequest
                      EVALUATE TRUE
                          WHEN WSScoreMatches = ZERO
                              DISPLAY "No score on file for "
                                  WSIDEntry " " WSSectEntry " "
                                  WSTermEntry
                          WHEN WSScoreFound = ZERO
                              DISPLAY "More than one score on file "
                                  "for " WSIDEntry " " WSSectEntry
                                  " " WSTermEntry " - the office "
                                  "must resolve it first"
                          WHEN AlreadyPending
                              DISPLAY "A change to this score is "
                                  "already waiting for approval"
                          WHEN OTHER
                              PERFORM TakeRequestMark
                      END-EVALUATE
              END-EVALUATE
           END-IF.

       FindSectionInstructor.
           MOVE SPACES TO WSSectInstr.
           MOVE 'N' TO WSEOF.
           OPEN INPUT ControlFile.
           IF WSControlStatus NOT = "00"
              CLOSE ControlFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ ControlFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF CtlSection = WSSectEntry
                            MOVE CtlInstructor TO WSSectInstr
                            MOVE 'Y' TO WSEOF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE ControlFile
              MOVE 'N' TO WSEOF
           END-IF.

       FindPendingRequest.
           MOVE 'N' TO WSPendingFound.
           PERFORM VARYING WSReqIdx FROM 1 BY 1
               UNTIL WSReqIdx > WSReqCount
               MOVE WSReqLine(WSReqIdx) TO GradeChangeRecord
               IF GcPending
                  AND GcIDNum = WSCheckIDNum
                  AND GcSection = WSSectEntry
                  AND GcTerm = WSTermEntry
                  MOVE 'Y' TO WSPendingFound
               END-IF
           END-PERFORM.

       TakeRequestMark.
           MOVE WSScoreLine(WSScoreFound) TO ScoreRecord.
           MOVE ScoreMark TO WSOldMark.
           DISPLAY "Mark on file : " WSOldMark.
           MOVE SPACES TO WSMarkEntry.
           DISPLAY "New mark (0-100) " WITH NO ADVANCING.
           ACCEPT WSMarkEntry.
           IF FUNCTION TRIM(WSMarkEntry) NOT NUMERIC
              OR FUNCTION NUMVAL(WSMarkEntry) > 100
              DISPLAY "Mark must be 0 to 100 - nothing taken"
           ELSE
              COMPUTE WSNewMark = FUNCTION NUMVAL(WSMarkEntry)
              IF WSNewMark = WSOldMark
                 DISPLAY "That is the mark already on file - "
                     "nothing taken"
              ELSE
                 MOVE SPACES TO WSReasonEntry
                 DISPLAY "Reason " WITH NO ADVANCING
                 ACCEPT WSReasonEntry
                 IF WSReasonEntry = SPACES
                    DISPLAY "A reason is required - nothing taken"
                 ELSE
                    PERFORM AppendOneRequest
                    DISPLAY "Request " GcReqNo " pending approval"
                 END-IF
              END-IF
           END-IF.

      *> every keyed request lands pending - same create-if-missing
      *> handling the other EXTEND files use
       AppendOneRequest.
           MOVE SPACES TO GradeChangeRecord.
           MOVE WSNextReqNo TO GcReqNo.
           MOVE WSCheckIDNum TO GcIDNum.
           MOVE WSSectEntry TO GcSection.
           MOVE WSTermEntry TO GcTerm.
           MOVE WSOldMark TO GcOldMark.
           MOVE WSNewMark TO GcNewMark.
           MOVE WSInstrEntry TO GcInstructor.
           MOVE WSReasonEntry TO GcReason.
           MOVE WSToday TO GcRaisedOn.
           SET GcPending TO TRUE.
           MOVE ZERO TO GcDecidedOn.
           OPEN EXTEND ChangeFile.
           IF WSChangeStatus = "35"
              OPEN OUTPUT ChangeFile
              CLOSE ChangeFile
              OPEN EXTEND ChangeFile
           END-IF.
           WRITE GradeChangeRecord.
           CLOSE ChangeFile.

      *> the approval pass walks every pending request under
      *> supervisor authority - approve, reject, or skip to stay
      *> pending. The approved marks are changed in the score table
      *> and the file rewritten once; only then are the audit lines
      *> written and the requests rewritten with their decisions.
       ApprovalPass.
           PERFORM EstablishAuthority.
           IF NOT SupervisorAuthority
              DISPLAY "gradechange: supervisor authority required to "
                  "approve grade changes"
           ELSE
              MOVE ZERO TO RETURN-CODE
              PERFORM LoadRequests
              PERFORM LoadScores
              EVALUATE TRUE
                  WHEN RETURN-CODE NOT = ZERO
                      CONTINUE
                  WHEN ReqTableFull OR ScoreTableFull
                      DISPLAY "gradechange: requests or scores "
                          "exceed the tables - nothing approved"
                  WHEN OTHER
                      MOVE ZERO TO WSApprovedCount
                      MOVE ZERO TO WSRejectedCount
                      PERFORM ReviewOneRequest
                          VARYING WSThisIdx FROM 1 BY 1
                          UNTIL WSThisIdx > WSReqCount
                      IF WSApprovedCount > ZERO
                         PERFORM RewriteScores
                         PERFORM WriteAuditLines
                      END-IF
                      IF WSApprovedCount > ZERO
                         OR WSRejectedCount > ZERO
                         PERFORM RewriteRequests
                      END-IF
                      DISPLAY "Approval pass complete - "
                          WSApprovedCount " approved, "
                          WSRejectedCount " rejected"
              END-EVALUATE
           END-IF.

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
                 DISPLAY "gradechange: operator master unavailable - "
                     "status " WSOperatorStatus
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

      *> an approval goes in only if the score is still on file once
      *> and still carries the mark the request was raised against -
      *> otherwise someone has been at it since, and the request is
      *> left pending for the supervisor to look into
       ReviewOneRequest.
           MOVE WSReqLine(WSThisIdx) TO GradeChangeRecord.
           IF GcPending
              DISPLAY " "
              DISPLAY "Request " GcReqNo " - " GcIDNum " section "
                  GcSection " " GcTerm " mark " GcOldMark " to "
                  GcNewMark " asked by " GcInstructor
              DISPLAY "  Reason : " GcReason
              MOVE SPACE TO WSDecision
              PERFORM UNTIL ApproveRequest OR RejectRequest
                  OR SkipRequest
                  DISPLAY "  (A)pprove, (R)eject or (S)kip ? "
                      WITH NO ADVANCING
                  ACCEPT WSDecision
              END-PERFORM
              EVALUATE TRUE
                  WHEN ApproveRequest
                      MOVE GcIDNum TO WSCheckIDNum
                      MOVE GcSection TO WSSectEntry
                      MOVE GcTerm TO WSTermEntry
                      PERFORM FindScore
                      MOVE WSReqLine(WSThisIdx) TO GradeChangeRecord
                      IF WSScoreFound = ZERO
                         DISPLAY "  Score no longer on file once - "
                             "request left pending"
                      ELSE
                         MOVE WSScoreLine(WSScoreFound)
                             TO ScoreRecord
                         IF ScoreMark NOT = GcOldMark
                            DISPLAY "  Mark on file is now "
                                ScoreMark " - request left pending"
                         ELSE
                            MOVE GcNewMark TO ScoreMark
                            MOVE ScoreRecord
                                TO WSScoreLine(WSScoreFound)
                            SET GcApproved TO TRUE
                            MOVE WSOperatorID TO GcDecidedBy
                            MOVE WSToday TO GcDecidedOn
                            MOVE GradeChangeRecord
                                TO WSReqLine(WSThisIdx)
                            MOVE 'Y' TO WSReqApplied(WSThisIdx)
                            ADD 1 TO WSApprovedCount
                            DISPLAY "  Change approved"
                         END-IF
                      END-IF
                  WHEN RejectRequest
                      SET GcRejected TO TRUE
                      MOVE WSOperatorID TO GcDecidedBy
                      MOVE WSToday TO GcDecidedOn
                      MOVE GradeChangeRecord TO WSReqLine(WSThisIdx)
                      ADD 1 TO WSRejectedCount
                      DISPLAY "  Change rejected"
                  WHEN OTHER
                      DISPLAY "  Request left pending"
              END-EVALUATE
           END-IF.

       RewriteScores.
           OPEN OUTPUT ScoreFile.
           PERFORM VARYING WSScoreIdx FROM 1 BY 1
               UNTIL WSScoreIdx > WSScoreCount
               MOVE WSScoreLine(WSScoreIdx) TO ScoreRecord
               WRITE ScoreRecord
               END-WRITE
           END-PERFORM.
           CLOSE ScoreFile.

      *> one line per change applied this pass, stamped with the
      *> time it went in
       WriteAuditLines.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WSStamp.
           OPEN EXTEND AuditFile.
           IF WSAuditStatus = "35"
              OPEN OUTPUT AuditFile
              CLOSE AuditFile
              OPEN EXTEND AuditFile
           END-IF.
           PERFORM VARYING WSReqIdx FROM 1 BY 1
               UNTIL WSReqIdx > WSReqCount
               IF WSReqApplied(WSReqIdx) = 'Y'
                  MOVE WSReqLine(WSReqIdx) TO GradeChangeRecord
                  MOVE SPACES TO GradeAuditRecord
                  MOVE WSStamp TO GaStamp
                  MOVE GcReqNo TO GaReqNo
                  MOVE GcIDNum TO GaIDNum
                  MOVE GcSection TO GaSection
                  MOVE GcTerm TO GaTerm
                  MOVE GcOldMark TO GaOldMark
                  MOVE GcNewMark TO GaNewMark
                  MOVE GcInstructor TO GaRequester
                  MOVE GcDecidedBy TO GaApprover
                  MOVE GcReason TO GaReason
                  WRITE GradeAuditRecord
                  END-WRITE
               END-IF
           END-PERFORM.
           CLOSE AuditFile.

       RewriteRequests.
           OPEN OUTPUT ChangeFile.
           PERFORM VARYING WSReqIdx FROM 1 BY 1
               UNTIL WSReqIdx > WSReqCount
               MOVE WSReqLine(WSReqIdx) TO GradeChangeRecord
               WRITE GradeChangeRecord
               END-WRITE
           END-PERFORM.
           CLOSE ChangeFile.

      *> every change applied to the term's marks, from the audit
      *> log, section by section - how many, which way, how far on
      *> average - with the sections past the flag count marked
       ChangeReport.
           MOVE SPACES TO WSTermEntry.
           DISPLAY "Term to report (e.g. 2026F) " WITH NO ADVANCING.
           ACCEPT WSTermEntry.
           MOVE FUNCTION UPPER-CASE(WSTermEntry) TO WSTermEntry.
           IF WSTermEntry = SPACES
              DISPLAY "Blank term - no report"
           ELSE
              PERFORM LoadTermChanges
              IF ChgTableFull
                 DISPLAY "gradechange: more than 500 changes for "
                     WSTermEntry " - table exceeded, no report"
              ELSE
                 PERFORM SortChanges
                 PERFORM PrintChangeReport
              END-IF
           END-IF.

       LoadTermChanges.
           MOVE ZERO TO WSChgCount.
           MOVE 'N' TO WSChgOverflow.
           MOVE 'N' TO WSEOF.
           OPEN INPUT AuditFile.
           IF WSAuditStatus NOT = "00"
              CLOSE AuditFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ AuditFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF GaTerm = WSTermEntry
                            PERFORM FileOneChange
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE AuditFile
              MOVE 'N' TO WSEOF
           END-IF.

       FileOneChange.
           IF WSChgCount < 500
              ADD 1 TO WSChgCount
              MOVE GaSection TO WSChgSection(WSChgCount)
              MOVE GaIDNum TO WSChgIDNum(WSChgCount)
              MOVE GaStamp TO WSChgStamp(WSChgCount)
              MOVE GaOldMark TO WSChgOld(WSChgCount)
              MOVE GaNewMark TO WSChgNew(WSChgCount)
              MOVE GaRequester TO WSChgInstr(WSChgCount)
              MOVE GaApprover TO WSChgApprover(WSChgCount)
              MOVE GaReason TO WSChgReason(WSChgCount)
           ELSE
              SET ChgTableFull TO TRUE
           END-IF.

      *> section, then student, then the order the changes went in
       SortChanges.
           PERFORM VARYING WSChgIdx FROM 1 BY 1
               UNTIL WSChgIdx > WSChgCount
               PERFORM VARYING WSScanIdx FROM 1 BY 1
                   UNTIL WSScanIdx >= WSChgCount
                   MOVE 'N' TO WSSwapNeeded
                   IF WSChgSection(WSScanIdx) >
                       WSChgSection(WSScanIdx + 1)
                      SET EntriesOutOfOrder TO TRUE
                   END-IF
                   IF WSChgSection(WSScanIdx) =
                       WSChgSection(WSScanIdx + 1)
                      AND WSChgIDNum(WSScanIdx) >
                          WSChgIDNum(WSScanIdx + 1)
                      SET EntriesOutOfOrder TO TRUE
                   END-IF
                   IF WSChgSection(WSScanIdx) =
                       WSChgSection(WSScanIdx + 1)
                      AND WSChgIDNum(WSScanIdx) =
                          WSChgIDNum(WSScanIdx + 1)
                      AND WSChgStamp(WSScanIdx) >
                          WSChgStamp(WSScanIdx + 1)
                      SET EntriesOutOfOrder TO TRUE
                   END-IF
                   IF EntriesOutOfOrder
                      MOVE WSChgEntry(WSScanIdx) TO WSSwapEntry
                      MOVE WSChgEntry(WSScanIdx + 1)
                          TO WSChgEntry(WSScanIdx)
                      MOVE WSSwapEntry
                          TO WSChgEntry(WSScanIdx + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       PrintChangeReport.
           OPEN OUTPUT ReportFile.
           IF WSReportStatus NOT = "00"
              DISPLAY "gradechange: unable to open GradeChanges.txt"
                  " - status " WSReportStatus
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE WSTermEntry TO WSTLTerm
              WRITE ReportLine FROM WSTitleLine
              MOVE ZERO TO WSFlaggedCount
              MOVE SPACES TO WSCurrSection
              PERFORM PrintOneChange
                  VARYING WSChgIdx FROM 1 BY 1
                  UNTIL WSChgIdx > WSChgCount
              IF WSChgCount > ZERO
                 PERFORM PrintSectionTotal
              ELSE
                 MOVE "No grade changes applied this term"
                     TO ReportLine
                 WRITE ReportLine
              END-IF
              CLOSE ReportFile
              DISPLAY "gradechange: " WSChgCount " change(s) for "
                  WSTermEntry ", " WSFlaggedCount " section(s) "
                  "flagged - see GradeChanges.txt"
           END-IF.

       PrintOneChange.
           IF WSChgSection(WSChgIdx) NOT = WSCurrSection
              IF WSChgIdx > 1
                 PERFORM PrintSectionTotal
              END-IF
              MOVE WSChgSection(WSChgIdx) TO WSCurrSection
              MOVE ZERO TO WSSectChanges
              MOVE ZERO TO WSSectRaised
              MOVE ZERO TO WSSectLowered
              MOVE ZERO TO WSSectShift
              MOVE SPACES TO ReportLine
              WRITE ReportLine
              MOVE WSCurrSection TO WSSHSection
              WRITE ReportLine FROM WSSectHead
           END-IF.
           ADD 1 TO WSSectChanges.
           IF WSChgNew(WSChgIdx) > WSChgOld(WSChgIdx)
              ADD 1 TO WSSectRaised
           ELSE
              ADD 1 TO WSSectLowered
           END-IF.
           COMPUTE WSSectShift = WSSectShift + WSChgNew(WSChgIdx)
               - WSChgOld(WSChgIdx).
           MOVE WSChgIDNum(WSChgIdx) TO WSDIDNum.
           MOVE WSChgOld(WSChgIdx) TO WSDOld.
           MOVE WSChgNew(WSChgIdx) TO WSDNew.
           MOVE WSChgInstr(WSChgIdx) TO WSDInstr.
           MOVE WSChgApprover(WSChgIdx) TO WSDApprover.
           MOVE WSChgStamp(WSChgIdx)(1:8) TO WSDDate.
           MOVE WSChgReason(WSChgIdx) TO WSDReason.
           WRITE ReportLine FROM WSDetailLine.

       PrintSectionTotal.
           MOVE WSSectChanges TO WSSTChanges.
           MOVE WSSectRaised TO WSSTRaised.
           MOVE WSSectLowered TO WSSTLowered.
           COMPUTE WSAvgShift ROUNDED = WSSectShift / WSSectChanges.
           MOVE WSAvgShift TO WSSTShift.
           IF WSSectChanges >= WSFlagMark
              MOVE "  ** REVIEW" TO WSSTFlag
              ADD 1 TO WSFlaggedCount
           ELSE
              MOVE SPACES TO WSSTFlag
           END-IF.
           WRITE ReportLine FROM WSSectTotal.

       COPY filestatuschkp.
