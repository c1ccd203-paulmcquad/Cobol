       IDENTIFICATION DIVISION.
       PROGRAM-ID. ballottally.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Election results - election.cob takes the count as far as
       *> who voted where, and the precinct tally sheets were then
       *> added up in a spreadsheet on election night. (C)ontests
       *> and (A)dd candidates keep the contest and candidate
       *> masters, Contests.dat and Candidates.dat, list-and-add the
       *> way election.cob keeps Precincts.dat. (R)eturn entry takes
       *> one precinct's return for one contest, candidate by
       *> candidate, into PrecinctReturns.dat - refused outright if
       *> its total votes exceed the precinct's turnout as recorded
       *> in Voted.dat. A precinct may send one amended return per
       *> contest; it supersedes the original, and every candidate
       *> whose count it changes goes to ReturnAmend.log with the
       *> old and new count, who keyed it and when. (O)fficial
       *> canvass prints Canvass.txt: each contest precinct by
       *> precinct, the overall totals with each candidate's share,
       *> the precincts still outstanding, and a winner declared only
       *> once every precinct is in.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ContestFile ASSIGN TO "Contests.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSContestStatus.
              SELECT CandidateFile ASSIGN TO "Candidates.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSCandidateStatus.
              SELECT PrecinctFile ASSIGN TO "Precincts.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSPrecinctStatus.
              SELECT AssignFile ASSIGN TO "PrecinctAssign.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSAssignStatus.
              SELECT VotedFile ASSIGN TO "Voted.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSVotedStatus.
              SELECT ReturnFile ASSIGN TO "PrecinctReturns.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReturnStatus.
              SELECT AmendLogFile ASSIGN TO "ReturnAmend.log"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSAmendStatus.
              SELECT ReportFile ASSIGN TO "Canvass.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ContestFile.
       01 ContestRecord.
              02 ConCode    PIC X(4).
              02 FILLER     PIC X(1).
              02 ConName    PIC X(30).
       FD CandidateFile.
       01 CandidateRecord.
              02 CanContest PIC X(4).
              02 FILLER     PIC X(1).
              02 CanCode    PIC X(3).
              02 FILLER     PIC X(1).
              02 CanName    PIC X(20).
       *> Same precinct, assignment and voted records election.cob
       *> keeps
       FD PrecinctFile.
       01 PrecinctRecord.
              02 PctCode    PIC X(3).
              02 FILLER     PIC X(1).
              02 PctName    PIC X(20).
       FD AssignFile.
       01 AssignRecord.
              02 AsgVRID    PIC 9(5).
              02 FILLER     PIC X(1).
              02 AsgPct     PIC X(3).
       FD VotedFile.
       01 VotedRecord        PIC 9(5).
       *> One line per candidate per return. Kind O is the
       *> precinct's original return, A its one amended return,
       *> which replaces the original line for line.
       FD ReturnFile.
       01 ReturnRecord.
              02 RtContest  PIC X(4).
              02 FILLER     PIC X(1).
              02 RtPct      PIC X(3).
              02 FILLER     PIC X(1).
              02 RtCand     PIC X(3).
              02 FILLER     PIC X(1).
              02 RtVotes    PIC 9(5).
              02 FILLER     PIC X(1).
              02 RtKind     PIC X.
                  88 RtOriginal     VALUE 'O'.
                  88 RtAmended      VALUE 'A'.
              02 FILLER     PIC X(1).
              02 RtDate     PIC 9(8).
       FD AmendLogFile.
       01 AmendRecord.
              02 AmStamp    PIC 9(14).
              02 FILLER     PIC X(1).
              02 AmContest  PIC X(4).
              02 FILLER     PIC X(1).
              02 AmPct      PIC X(3).
              02 FILLER     PIC X(1).
              02 AmCand     PIC X(3).
              02 FILLER     PIC X(1).
              02 AmOldVotes PIC 9(5).
              02 FILLER     PIC X(1).
              02 AmNewVotes PIC 9(5).
              02 FILLER     PIC X(1).
              02 AmOperator PIC X(10).
       FD ReportFile.
       01 ReportLine   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WSContestStatus   PIC XX.
       01 WSCandidateStatus PIC XX.
       01 WSPrecinctStatus  PIC XX.
       01 WSAssignStatus    PIC XX.
       01 WSVotedStatus     PIC XX.
       01 WSReturnStatus    PIC XX.
       01 WSAmendStatus     PIC XX.
       01 WSReportStatus    PIC XX.
       01 WSEOF            PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
       01 WSToday          PIC 9(8).
       01 WSMenuChoice     PIC X VALUE SPACE.
              88 WantsContests   VALUE 'C' 'c'.
              88 WantsCandidates VALUE 'A' 'a'.
              88 WantsReturn     VALUE 'R' 'r'.
              88 WantsCanvass    VALUE 'O' 'o'.
              88 WantsQuit       VALUE 'Q' 'q'.
       01 WSContinueFlag   PIC X VALUE 'Y'.
              88 KeepGoing      VALUE 'Y'.
       01 WSAnswer         PIC X.
              88 AnswerYes      VALUE 'Y' 'y'.
      *> The custmenu sign-on, shared through EXTERNAL storage - the
      *> operator who keys an amended return is logged against it
       01 WSSignedOnOper    PIC X(10) EXTERNAL.
       01 WSOperatorID      PIC X(10) VALUE SPACES.
       01 WSPctTable.
              02 WSPctEntry OCCURS 20 TIMES.
                  03 WSPctEntryCode   PIC X(3).
                  03 WSPctEntryName   PIC X(20).
                  03 WSPctTurnout     PIC 9(5).
      *> Where a precinct stands for the contest being worked -
      *> blank no return, O original, A amended - and its counts
      *> by candidate, in the same order as WSCandTable
                  03 WSPctKind        PIC X.
                      88 PctNoReturn      VALUE SPACE.
                      88 PctAmended       VALUE 'A'.
                  03 WSPctVotes       PIC 9(5) OCCURS 10 TIMES.
                  03 WSPctTotal       PIC 9(6).
       01 WSPctCount       PIC 99 VALUE ZERO.
       01 WSPctIdx         PIC 99.
       01 WSPctFound       PIC 99.
       01 WSConTable.
              02 WSConEntry OCCURS 20 TIMES.
                  03 WSConEntryCode   PIC X(4).
                  03 WSConEntryName   PIC X(30).
       01 WSConCount       PIC 99 VALUE ZERO.
       01 WSConIdx         PIC 99.
       01 WSConFound       PIC 99.
       01 WSCandTable.
              02 WSCandEntry OCCURS 10 TIMES.
                  03 WSCandCode       PIC X(3).
                  03 WSCandName       PIC X(20).
                  03 WSCandEntered    PIC 9(5).
                  03 WSCandTotal      PIC 9(7).
       01 WSCandCount      PIC 99 VALUE ZERO.
       01 WSCandIdx        PIC 99.
       01 WSCandFound      PIC 99.
       01 WSCandOverflow   PIC X VALUE 'N'.
              88 CandTableFull    VALUE 'Y'.
      *> The assignments and voted list, loaded whole as election.cob
      *> loads them - newest assignment line for a voter wins
       01 WSAsgTable.
              02 WSAsgEntry OCCURS 999 TIMES.
                  03 WSAsgVRID    PIC 9(5).
                  03 WSAsgPct     PIC X(3).
       01 WSAsgCount       PIC 9(3) VALUE ZERO.
       01 WSAsgIdx         PIC 9(3).
       01 WSAsgFound       PIC 9(3).
       01 WSAsgOverflow    PIC X VALUE 'N'.
              88 AssignTableFull    VALUE 'Y'.
       01 WSVotedCount     PIC 9(4) VALUE ZERO.
       01 WSVotedOverflow  PIC X VALUE 'N'.
              88 VotedTableFull    VALUE 'Y'.
       01 WSConEntryIn     PIC X(4).
       01 WSConName        PIC X(30).
       01 WSPctEntryIn     PIC X(3).
       01 WSCanEntryIn     PIC X(3).
       01 WSVotesEntry     PIC X(5).
       01 WSVotesOK        PIC X.
              88 VotesKeyed     VALUE 'Y'.
       01 WSReturnTotal    PIC 9(6).
       01 WSChangedCount   PIC 99.
       01 WSStrayCount     PIC 9(4).
       01 WSStamp          PIC 9(14).
       01 WSContestTotal   PIC 9(7).
       01 WSReporting      PIC 99.
       01 WSShare          PIC 9(3)V9.
       01 WSTopVotes       PIC 9(7).
       01 WSTopIdx         PIC 99.
       01 WSTopTies        PIC 99.
       01 WSContestHead.
              02 FILLER       PIC X(19) VALUE "Official canvass - ".
              02 WSCHCode     PIC X(4).
              02 FILLER       PIC X(1) VALUE SPACE.
              02 WSCHName     PIC X(30).
       01 WSPctHead.
              02 FILLER       PIC X(2) VALUE SPACES.
              02 FILLER       PIC X(9) VALUE "Precinct ".
              02 WSPHCode     PIC X(3).
              02 FILLER       PIC X(1) VALUE SPACE.
              02 WSPHName     PIC X(20).
              02 WSPHState    PIC X(30).
       01 WSVoteLine.
              02 FILLER       PIC X(6) VALUE SPACES.
              02 WSVLCode     PIC X(3).
              02 FILLER       PIC X(1) VALUE SPACE.
              02 WSVLName     PIC X(20).
              02 WSVLVotes    PIC Z,ZZZ,ZZ9.
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSVLShare    PIC ZZ9.9.
              02 WSVLPctSign  PIC X(4).
       01 WSPctTotalLine.
              02 FILLER       PIC X(10) VALUE SPACES.
              02 FILLER       PIC X(20) VALUE "Votes cast".
              02 WSPTVotes    PIC Z,ZZZ,ZZ9.
              02 FILLER       PIC X(14) VALUE "   turnout   ".
              02 WSPTTurnout  PIC ZZ,ZZ9.
       01 WSContestTotalLine.
              02 FILLER       PIC X(10) VALUE SPACES.
              02 FILLER       PIC X(20) VALUE "Votes cast".
              02 WSCTVotes    PIC Z,ZZZ,ZZ9.
       01 WSReportingLine.
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSRLCount    PIC Z9.
              02 FILLER       PIC X(4) VALUE " of ".
              02 WSRLOf       PIC Z9.
              02 FILLER       PIC X(21) VALUE " precincts reporting,".
              02 WSRLOut      PIC Z9.
              02 FILLER       PIC X(12) VALUE " outstanding".

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday.
           PERFORM ShowTallyMenu UNTIL NOT KeepGoing.
      *> GOBACK so a menu program can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

       ShowTallyMenu.
           DISPLAY " ".
           DISPLAY "Election Results".
           DISPLAY "(C)ontests  (A)dd candidates  (R)eturn entry  "
               "(O)fficial canvass  (Q)uit".
           DISPLAY "Select an option " WITH NO ADVANCING.
           ACCEPT WSMenuChoice.
           EVALUATE TRUE
               WHEN WantsContests   PERFORM ContestMenu
               WHEN WantsCandidates PERFORM CandidateMenu
               WHEN WantsReturn     PERFORM EnterReturn
               WHEN WantsCanvass    PERFORM CanvassReport
               WHEN WantsQuit       MOVE 'N' TO WSContinueFlag
               WHEN OTHER
                   DISPLAY "Invalid option, please try again"
           END-EVALUATE.

       LoadContests.
           MOVE ZERO TO WSConCount.
           MOVE 'N' TO WSEOF.
           OPEN INPUT ContestFile.
           IF WSContestStatus NOT = "00"
              CLOSE ContestFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ ContestFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSConCount < 20
                            ADD 1 TO WSConCount
                            MOVE ConCode
                                TO WSConEntryCode(WSConCount)
                            MOVE ConName
                                TO WSConEntryName(WSConCount)
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE ContestFile
              MOVE 'N' TO WSEOF
           END-IF.

       FindContest.
           MOVE ZERO TO WSConFound.
           PERFORM VARYING WSConIdx FROM 1 BY 1
               UNTIL WSConIdx > WSConCount OR WSConFound > 0
               IF WSConEntryCode(WSConIdx) = WSConEntryIn
                  MOVE WSConIdx TO WSConFound
                  MOVE WSConEntryName(WSConIdx) TO WSConName
               END-IF
           END-PERFORM.

      *> list-and-add, the same shape election.cob gives the
      *> precincts
       ContestMenu.
           PERFORM LoadContests.
           PERFORM VARYING WSConIdx FROM 1 BY 1
               UNTIL WSConIdx > WSConCount
               DISPLAY WSConEntryCode(WSConIdx) " "
                   WSConEntryName(WSConIdx)
           END-PERFORM.
           MOVE SPACES TO WSConEntryIn.
           DISPLAY "New contest code (4 chars, blank to cancel) "
               WITH NO ADVANCING.
           ACCEPT WSConEntryIn.
           MOVE FUNCTION UPPER-CASE(WSConEntryIn) TO WSConEntryIn.
           PERFORM FindContest.
           EVALUATE TRUE
               WHEN WSConEntryIn = SPACES
                   CONTINUE
               WHEN WSConFound > ZERO
                   DISPLAY "Contest " WSConEntryIn " already on file"
               WHEN WSConCount NOT < 20
                   DISPLAY "Already 20 contests on file - contest "
                       "not added"
               WHEN OTHER
                   MOVE SPACES TO ContestRecord
                   MOVE WSConEntryIn TO ConCode
                   DISPLAY "Contest name " WITH NO ADVANCING
                   ACCEPT ConName
                   IF ConName = SPACES
                      DISPLAY "Blank name - contest not added"
                   ELSE
                      OPEN EXTEND ContestFile
                      IF WSContestStatus = "35"
                         OPEN OUTPUT ContestFile
                         CLOSE ContestFile
                         OPEN EXTEND ContestFile
                      END-IF
                      WRITE ContestRecord
                      CLOSE ContestFile
                      DISPLAY "Contest recorded"
                   END-IF
           END-EVALUATE.

      *> the candidates standing in one contest, in the order they
      *> were added - the order the return is keyed and printed in
       LoadCandidates.
           MOVE ZERO TO WSCandCount.
           MOVE 'N' TO WSCandOverflow.
           MOVE 'N' TO WSEOF.
           OPEN INPUT CandidateFile.
           IF WSCandidateStatus NOT = "00"
              CLOSE CandidateFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ CandidateFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF CanContest = WSConEntryIn
                            PERFORM FileOneCandidate
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE CandidateFile
              MOVE 'N' TO WSEOF
           END-IF.

       FileOneCandidate.
           IF WSCandCount < 10
              ADD 1 TO WSCandCount
              MOVE CanCode TO WSCandCode(WSCandCount)
              MOVE CanName TO WSCandName(WSCandCount)
              MOVE ZERO TO WSCandEntered(WSCandCount)
              MOVE ZERO TO WSCandTotal(WSCandCount)
           ELSE
              SET CandTableFull TO TRUE
           END-IF.

       FindCandidate.
           MOVE ZERO TO WSCandFound.
           PERFORM VARYING WSCandIdx FROM 1 BY 1
               UNTIL WSCandIdx > WSCandCount OR WSCandFound > 0
               IF WSCandCode(WSCandIdx) = WSCanEntryIn
                  MOVE WSCandIdx TO WSCandFound
               END-IF
           END-PERFORM.

      *> a candidate is added to a contest on file, and no longer
      *> once a return for the contest is in - a late candidate
      *> would be missing from every return already counted
       CandidateMenu.
           PERFORM LoadContests.
           MOVE SPACES TO WSConEntryIn.
           DISPLAY "Contest code (blank to cancel) "
               WITH NO ADVANCING.
           ACCEPT WSConEntryIn.
           MOVE FUNCTION UPPER-CASE(WSConEntryIn) TO WSConEntryIn.
           PERFORM FindContest.
           IF WSConEntryIn = SPACES
              CONTINUE
           ELSE
              IF WSConFound = ZERO
                 DISPLAY "Contest " WSConEntryIn " not on file"
              ELSE
                 PERFORM LoadCandidates
                 PERFORM LoadPrecincts
                 PERFORM LoadContestReturns
                 DISPLAY "Contest : " WSConName
                 PERFORM VARYING WSCandIdx FROM 1 BY 1
                     UNTIL WSCandIdx > WSCandCount
                     DISPLAY "  " WSCandCode(WSCandIdx) " "
                         WSCandName(WSCandIdx)
                 END-PERFORM
                 MOVE ZERO TO WSReporting
                 PERFORM VARYING WSPctIdx FROM 1 BY 1
                     UNTIL WSPctIdx > WSPctCount
                     IF NOT PctNoReturn(WSPctIdx)
                        ADD 1 TO WSReporting
                     END-IF
                 END-PERFORM
                 EVALUATE TRUE
                     WHEN WSReporting > ZERO
                         DISPLAY "Returns already in for this "
                             "contest - no candidates can be added"
                     WHEN WSCandCount NOT < 10
                         DISPLAY "Already 10 candidates in this "
                             "contest - candidate not added"
                     WHEN OTHER
                         PERFORM TakeCandidate
                 END-EVALUATE
              END-IF
           END-IF.

       TakeCandidate.
           MOVE SPACES TO WSCanEntryIn.
           DISPLAY "New candidate code (3 chars, blank to cancel) "
               WITH NO ADVANCING.
           ACCEPT WSCanEntryIn.
           MOVE FUNCTION UPPER-CASE(WSCanEntryIn) TO WSCanEntryIn.
           PERFORM FindCandidate.
           EVALUATE TRUE
               WHEN WSCanEntryIn = SPACES
                   CONTINUE
               WHEN WSCandFound > ZERO
                   DISPLAY "Candidate " WSCanEntryIn " already "
                       "standing in " WSConEntryIn
               WHEN OTHER
                   MOVE SPACES TO CandidateRecord
                   MOVE WSConEntryIn TO CanContest
                   MOVE WSCanEntryIn TO CanCode
                   DISPLAY "Candidate name " WITH NO ADVANCING
                   ACCEPT CanName
                   IF CanName = SPACES
                      DISPLAY "Blank name - candidate not added"
                   ELSE
                      OPEN EXTEND CandidateFile
                      IF WSCandidateStatus = "35"
                         OPEN OUTPUT CandidateFile
                         CLOSE CandidateFile
                         OPEN EXTEND CandidateFile
                      END-IF
                      WRITE CandidateRecord
                      CLOSE CandidateFile
                      DISPLAY "Candidate recorded"
                   END-IF
           END-EVALUATE.

       LoadPrecincts.
           MOVE ZERO TO WSPctCount.
           MOVE 'N' TO WSEOF.
           OPEN INPUT PrecinctFile.
           IF WSPrecinctStatus NOT = "00"
              CLOSE PrecinctFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ PrecinctFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSPctCount < 20
                            ADD 1 TO WSPctCount
                            MOVE PctCode
                                TO WSPctEntryCode(WSPctCount)
                            MOVE PctName
                                TO WSPctEntryName(WSPctCount)
                            MOVE ZERO
                                TO WSPctTurnout(WSPctCount)
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE PrecinctFile
              MOVE 'N' TO WSEOF
           END-IF.

       FindPrecinct.
           MOVE ZERO TO WSPctFound.
           PERFORM VARYING WSPctIdx FROM 1 BY 1
               UNTIL WSPctIdx > WSPctCount OR WSPctFound > 0
               IF WSPctEntryCode(WSPctIdx) = WSPctEntryIn
                  MOVE WSPctIdx TO WSPctFound
               END-IF
           END-PERFORM.

      *> turnout by precinct the way election.cob's turnout report
      *> counts it - each voter marked in Voted.dat, against the
      *> precinct their newest assignment puts them in. Voted.dat
      *> only ever holds voters already checked eligible.
       LoadTurnout.
           MOVE ZERO TO WSAsgCount.
           MOVE 'N' TO WSAsgOverflow.
           MOVE 'N' TO WSEOF.
           OPEN INPUT AssignFile.
           IF WSAssignStatus NOT = "00"
              CLOSE AssignFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ AssignFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END PERFORM FileOneAssignment
                 END-READ
              END-PERFORM
              CLOSE AssignFile
              MOVE 'N' TO WSEOF
           END-IF.
           MOVE ZERO TO WSVotedCount.
           MOVE 'N' TO WSVotedOverflow.
           OPEN INPUT VotedFile.
           IF WSVotedStatus NOT = "00"
              CLOSE VotedFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ VotedFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END PERFORM CountOneVoter
                 END-READ
              END-PERFORM
              CLOSE VotedFile
              MOVE 'N' TO WSEOF
           END-IF.

       FileOneAssignment.
           MOVE ZERO TO WSAsgFound.
           PERFORM VARYING WSAsgIdx FROM 1 BY 1
               UNTIL WSAsgIdx > WSAsgCount OR WSAsgFound > 0
               IF WSAsgVRID(WSAsgIdx) = AsgVRID
                  MOVE WSAsgIdx TO WSAsgFound
               END-IF
           END-PERFORM.
           IF WSAsgFound > ZERO
              MOVE AsgPct TO WSAsgPct(WSAsgFound)
           ELSE
              IF WSAsgCount < 999
                 ADD 1 TO WSAsgCount
                 MOVE AsgVRID TO WSAsgVRID(WSAsgCount)
                 MOVE AsgPct TO WSAsgPct(WSAsgCount)
              ELSE
                 SET AssignTableFull TO TRUE
              END-IF
           END-IF.

       CountOneVoter.
           IF WSVotedCount < 999
              ADD 1 TO WSVotedCount
           ELSE
              SET VotedTableFull TO TRUE
           END-IF.
           MOVE ZERO TO WSAsgFound.
           PERFORM VARYING WSAsgIdx FROM 1 BY 1
               UNTIL WSAsgIdx > WSAsgCount OR WSAsgFound > 0
               IF WSAsgVRID(WSAsgIdx) = VotedRecord
                  MOVE WSAsgIdx TO WSAsgFound
               END-IF
           END-PERFORM.
           IF WSAsgFound > ZERO
              MOVE WSAsgPct(WSAsgFound) TO WSPctEntryIn
              PERFORM FindPrecinct
              IF WSPctFound > ZERO
                 ADD 1 TO WSPctTurnout(WSPctFound)
              END-IF
           END-IF.

      *> Every return on file for the contest in WSConEntryIn, into
      *> the precinct rows against the candidates in WSCandTable.
      *> An amended return clears the precinct's original counts the
      *> first time one of its lines is met, so the amendment stands
      *> in full in place of the original. Lines for a precinct or
      *> candidate no longer on file are counted, not guessed at.
       LoadContestReturns.
           MOVE ZERO TO WSStrayCount.
           PERFORM VARYING WSPctIdx FROM 1 BY 1
               UNTIL WSPctIdx > WSPctCount
               MOVE SPACE TO WSPctKind(WSPctIdx)
               MOVE ZERO TO WSPctTotal(WSPctIdx)
               PERFORM VARYING WSCandIdx FROM 1 BY 1
                   UNTIL WSCandIdx > 10
                   MOVE ZERO TO WSPctVotes(WSPctIdx, WSCandIdx)
               END-PERFORM
           END-PERFORM.
           MOVE 'N' TO WSEOF.
           OPEN INPUT ReturnFile.
           IF WSReturnStatus NOT = "00"
              CLOSE ReturnFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ ReturnFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF RtContest = WSConEntryIn
                            PERFORM FileOneReturnLine
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE ReturnFile
              MOVE 'N' TO WSEOF
           END-IF.
           PERFORM VARYING WSPctIdx FROM 1 BY 1
               UNTIL WSPctIdx > WSPctCount
               PERFORM VARYING WSCandIdx FROM 1 BY 1
                   UNTIL WSCandIdx > WSCandCount
                   ADD WSPctVotes(WSPctIdx, WSCandIdx)
                       TO WSPctTotal(WSPctIdx)
               END-PERFORM
           END-PERFORM.

       FileOneReturnLine.
           MOVE RtPct TO WSPctEntryIn.
           PERFORM FindPrecinct.
           MOVE RtCand TO WSCanEntryIn.
           PERFORM FindCandidate.
           IF WSPctFound = ZERO OR WSCandFound = ZERO
              ADD 1 TO WSStrayCount
           ELSE
              IF RtAmended AND NOT PctAmended(WSPctFound)
                 PERFORM VARYING WSCandIdx FROM 1 BY 1
                     UNTIL WSCandIdx > 10
                     MOVE ZERO TO WSPctVotes(WSPctFound, WSCandIdx)
                 END-PERFORM
              END-IF
              IF RtAmended OR NOT PctAmended(WSPctFound)
                 MOVE RtKind TO WSPctKind(WSPctFound)
                 MOVE RtVotes
                     TO WSPctVotes(WSPctFound, WSCandFound)
              END-IF
           END-IF.

      *> One precinct's return for one contest. The whole return is
      *> keyed before anything is written, so a return refused for
      *> exceeding turnout leaves nothing half on file.
       EnterReturn.
           PERFORM LoadContests.
           MOVE SPACES TO WSConEntryIn.
           DISPLAY "Contest code (blank to cancel) "
               WITH NO ADVANCING.
           ACCEPT WSConEntryIn.
           MOVE FUNCTION UPPER-CASE(WSConEntryIn) TO WSConEntryIn.
           PERFORM FindContest.
           IF WSConEntryIn = SPACES
              CONTINUE
           ELSE
              PERFORM LoadCandidates
              PERFORM LoadPrecincts
              PERFORM LoadTurnout
              EVALUATE TRUE
                  WHEN WSConFound = ZERO
                      DISPLAY "Contest " WSConEntryIn " not on file"
                  WHEN WSCandCount = ZERO
                      DISPLAY "No candidates standing in "
                          WSConEntryIn " - add them first"
                  WHEN CandTableFull
                      DISPLAY "ballottally: more than 10 candidates"
                          " in " WSConEntryIn " - table exceeded, "
                          "nothing taken"
                  WHEN AssignTableFull OR VotedTableFull
                      DISPLAY "ballottally: assignments or voted "
                          "entries exceed the tables - turnout "
                          "cannot be checked, nothing taken"
                  WHEN OTHER
                      DISPLAY "Contest : " WSConName
                      PERFORM LoadContestReturns
                      PERFORM TakeReturnPrecinct
              END-EVALUATE
           END-IF.

       TakeReturnPrecinct.
           MOVE SPACES TO WSPctEntryIn.
           DISPLAY "Precinct code " WITH NO ADVANCING.
           ACCEPT WSPctEntryIn.
           MOVE FUNCTION UPPER-CASE(WSPctEntryIn) TO WSPctEntryIn.
           PERFORM FindPrecinct.
           IF WSPctFound = ZERO
              DISPLAY "Precinct " WSPctEntryIn " not on file - "
                  "nothing taken"
           ELSE
              MOVE 'N' TO WSAnswer
              EVALUATE TRUE
                  WHEN PctAmended(WSPctFound)
                      DISPLAY "Precinct " WSPctEntryIn " has already "
                          "sent its amended return for "
                          WSConEntryIn " - nothing taken"
                  WHEN PctNoReturn(WSPctFound)
                      MOVE 'Y' TO WSAnswer
                  WHEN OTHER
                      DISPLAY "Precinct " WSPctEntryIn " already "
                          "returned " WSPctTotal(WSPctFound)
                          " vote(s) for " WSConEntryIn
                      DISPLAY "Key its one amended return (Y/N) ? "
                          WITH NO ADVANCING
                      ACCEPT WSAnswer
              END-EVALUATE
              IF AnswerYes
                 DISPLAY "Turnout recorded : "
                     WSPctTurnout(WSPctFound)
                 PERFORM TakeReturnVotes
              END-IF
           END-IF.

       TakeReturnVotes.
           MOVE ZERO TO WSReturnTotal.
           MOVE ZERO TO WSChangedCount.
           PERFORM VARYING WSCandIdx FROM 1 BY 1
               UNTIL WSCandIdx > WSCandCount
               MOVE 'N' TO WSVotesOK
               PERFORM UNTIL VotesKeyed
                   MOVE SPACES TO WSVotesEntry
                   DISPLAY "  " WSCandCode(WSCandIdx) " "
                       WSCandName(WSCandIdx) " votes "
                       WITH NO ADVANCING
                   ACCEPT WSVotesEntry
                   IF FUNCTION TRIM(WSVotesEntry) NUMERIC
                      COMPUTE WSCandEntered(WSCandIdx) =
                          FUNCTION NUMVAL(WSVotesEntry)
                      MOVE 'Y' TO WSVotesOK
                   ELSE
                      DISPLAY "  Enter the count in digits"
                   END-IF
               END-PERFORM
               ADD WSCandEntered(WSCandIdx) TO WSReturnTotal
               IF WSCandEntered(WSCandIdx) NOT =
                   WSPctVotes(WSPctFound, WSCandIdx)
                  ADD 1 TO WSChangedCount
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WSReturnTotal > WSPctTurnout(WSPctFound)
                   DISPLAY "Return totals " WSReturnTotal " vote(s)"
                       " but only " WSPctTurnout(WSPctFound)
                       " voted in " WSPctEntryIn " - return REFUSED"
               WHEN NOT PctNoReturn(WSPctFound)
                   AND WSChangedCount = ZERO
                   DISPLAY "Same counts as the return on file - "
                       "nothing amended"
               WHEN PctNoReturn(WSPctFound)
                   PERFORM WriteReturn
                   DISPLAY "Return recorded - " WSReturnTotal
                       " vote(s)"
               WHEN OTHER
                   PERFORM EstablishOperator
                   PERFORM WriteReturn
                   PERFORM LogAmendment
                   DISPLAY "Amended return recorded - "
                       WSChangedCount " count(s) changed"
           END-EVALUATE.

       EstablishOperator.
           IF WSSignedOnOper NOT = SPACES
              AND WSSignedOnOper NOT = LOW-VALUES
              MOVE WSSignedOnOper TO WSOperatorID
           ELSE
              MOVE SPACES TO WSOperatorID
              PERFORM UNTIL WSOperatorID NOT = SPACES
                  DISPLAY "Operator ID " WITH NO ADVANCING
                  ACCEPT WSOperatorID
              END-PERFORM
           END-IF.

       WriteReturn.
           OPEN EXTEND ReturnFile.
           IF WSReturnStatus = "35"
              OPEN OUTPUT ReturnFile
              CLOSE ReturnFile
              OPEN EXTEND ReturnFile
           END-IF.
           PERFORM VARYING WSCandIdx FROM 1 BY 1
               UNTIL WSCandIdx > WSCandCount
               MOVE SPACES TO ReturnRecord
               MOVE WSConEntryIn TO RtContest
               MOVE WSPctEntryIn TO RtPct
               MOVE WSCandCode(WSCandIdx) TO RtCand
               MOVE WSCandEntered(WSCandIdx) TO RtVotes
               IF PctNoReturn(WSPctFound)
                  SET RtOriginal TO TRUE
               ELSE
                  SET RtAmended TO TRUE
               END-IF
               MOVE WSToday TO RtDate
               WRITE ReturnRecord
               END-WRITE
           END-PERFORM.
           CLOSE ReturnFile.

      *> one log line per candidate whose count the amendment moved
       LogAmendment.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WSStamp.
           OPEN EXTEND AmendLogFile.
           IF WSAmendStatus = "35"
              OPEN OUTPUT AmendLogFile
              CLOSE AmendLogFile
              OPEN EXTEND AmendLogFile
           END-IF.
           PERFORM VARYING WSCandIdx FROM 1 BY 1
               UNTIL WSCandIdx > WSCandCount
               IF WSCandEntered(WSCandIdx) NOT =
                   WSPctVotes(WSPctFound, WSCandIdx)
                  MOVE SPACES TO AmendRecord
                  MOVE WSStamp TO AmStamp
                  MOVE WSConEntryIn TO AmContest
                  MOVE WSPctEntryIn TO AmPct
                  MOVE WSCandCode(WSCandIdx) TO AmCand
                  MOVE WSPctVotes(WSPctFound, WSCandIdx)
                      TO AmOldVotes
                  MOVE WSCandEntered(WSCandIdx) TO AmNewVotes
                  MOVE WSOperatorID TO AmOperator
                  WRITE AmendRecord
                  END-WRITE
               END-IF
           END-PERFORM.
           CLOSE AmendLogFile.

      *> The official canvass, every contest in turn: precinct by
      *> precinct, then the totals and each candidate's share of the
      *> votes cast. A winner is named only when every precinct has
      *> returned and one candidate leads outright.
       CanvassReport.
           PERFORM LoadContests.
           PERFORM LoadPrecincts.
           PERFORM LoadTurnout.
           EVALUATE TRUE
               WHEN WSConCount = ZERO
                   DISPLAY "No contests on file - nothing to report"
               WHEN WSPctCount = ZERO
                   DISPLAY "No precincts on file - nothing to report"
               WHEN OTHER
                   OPEN OUTPUT ReportFile
                   IF WSReportStatus NOT = "00"
                      DISPLAY "ballottally: unable to open "
                          "Canvass.txt - status " WSReportStatus
                   ELSE
                      PERFORM CanvassOneContest
                          VARYING WSConFound FROM 1 BY 1
                          UNTIL WSConFound > WSConCount
                      CLOSE ReportFile
                      DISPLAY "Canvass printed to Canvass.txt"
                   END-IF
           END-EVALUATE.

       CanvassOneContest.
           MOVE WSConEntryCode(WSConFound) TO WSConEntryIn.
           PERFORM LoadCandidates.
           PERFORM LoadContestReturns.
           MOVE WSConEntryIn TO WSCHCode.
           MOVE WSConEntryName(WSConFound) TO WSCHName.
           WRITE ReportLine FROM WSContestHead.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
           IF CandTableFull
              MOVE "  ** more than 10 candidates on file - contest "
                  TO ReportLine
              WRITE ReportLine
              MOVE "     not canvassed" TO ReportLine
              WRITE ReportLine
           ELSE
              MOVE ZERO TO WSReporting
              PERFORM PrintOnePrecinct
                  VARYING WSPctIdx FROM 1 BY 1
                  UNTIL WSPctIdx > WSPctCount
              PERFORM PrintContestTotals
           END-IF.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.

       PrintOnePrecinct.
           MOVE WSPctEntryCode(WSPctIdx) TO WSPHCode.
           MOVE WSPctEntryName(WSPctIdx) TO WSPHName.
           EVALUATE TRUE
               WHEN PctNoReturn(WSPctIdx)
                   MOVE "  ** OUTSTANDING" TO WSPHState
               WHEN PctAmended(WSPctIdx)
                   MOVE "  (amended return)" TO WSPHState
               WHEN OTHER
                   MOVE SPACES TO WSPHState
           END-EVALUATE.
           WRITE ReportLine FROM WSPctHead.
           IF NOT PctNoReturn(WSPctIdx)
              ADD 1 TO WSReporting
              PERFORM VARYING WSCandIdx FROM 1 BY 1
                  UNTIL WSCandIdx > WSCandCount
                  ADD WSPctVotes(WSPctIdx, WSCandIdx)
                      TO WSCandTotal(WSCandIdx)
                  MOVE WSCandCode(WSCandIdx) TO WSVLCode
                  MOVE WSCandName(WSCandIdx) TO WSVLName
                  MOVE WSPctVotes(WSPctIdx, WSCandIdx) TO WSVLVotes
                  IF WSPctTotal(WSPctIdx) > ZERO
                     COMPUTE WSShare ROUNDED =
                         WSPctVotes(WSPctIdx, WSCandIdx) * 100
                         / WSPctTotal(WSPctIdx)
                  ELSE
                     MOVE ZERO TO WSShare
                  END-IF
                  MOVE WSShare TO WSVLShare
                  MOVE " pct" TO WSVLPctSign
                  WRITE ReportLine FROM WSVoteLine
              END-PERFORM
              MOVE WSPctTotal(WSPctIdx) TO WSPTVotes
              MOVE WSPctTurnout(WSPctIdx) TO WSPTTurnout
              WRITE ReportLine FROM WSPctTotalLine
           END-IF.

       PrintContestTotals.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
           MOVE "  All precincts" TO ReportLine.
           WRITE ReportLine.
           MOVE ZERO TO WSContestTotal.
           PERFORM VARYING WSCandIdx FROM 1 BY 1
               UNTIL WSCandIdx > WSCandCount
               ADD WSCandTotal(WSCandIdx) TO WSContestTotal
           END-PERFORM.
           MOVE ZERO TO WSTopVotes.
           MOVE ZERO TO WSTopIdx.
           MOVE ZERO TO WSTopTies.
           PERFORM VARYING WSCandIdx FROM 1 BY 1
               UNTIL WSCandIdx > WSCandCount
               MOVE WSCandCode(WSCandIdx) TO WSVLCode
               MOVE WSCandName(WSCandIdx) TO WSVLName
               MOVE WSCandTotal(WSCandIdx) TO WSVLVotes
               IF WSContestTotal > ZERO
                  COMPUTE WSShare ROUNDED =
                      WSCandTotal(WSCandIdx) * 100 / WSContestTotal
               ELSE
                  MOVE ZERO TO WSShare
               END-IF
               MOVE WSShare TO WSVLShare
               MOVE " pct" TO WSVLPctSign
               WRITE ReportLine FROM WSVoteLine
               EVALUATE TRUE
                   WHEN WSCandTotal(WSCandIdx) > WSTopVotes
                       MOVE WSCandTotal(WSCandIdx) TO WSTopVotes
                       MOVE WSCandIdx TO WSTopIdx
                       MOVE 1 TO WSTopTies
                   WHEN WSCandTotal(WSCandIdx) = WSTopVotes
                       ADD 1 TO WSTopTies
               END-EVALUATE
           END-PERFORM.
           MOVE WSContestTotal TO WSCTVotes.
           WRITE ReportLine FROM WSContestTotalLine.
           MOVE WSReporting TO WSRLCount.
           MOVE WSPctCount TO WSRLOf.
           COMPUTE WSRLOut = WSPctCount - WSReporting.
           WRITE ReportLine FROM WSReportingLine.
           IF WSStrayCount > ZERO
              MOVE SPACES TO ReportLine
              STRING "  ** " WSStrayCount " return line(s) for a "
                  "precinct or candidate no longer on file - "
                  "not counted" DELIMITED BY SIZE INTO ReportLine
              WRITE ReportLine
           END-IF.
           MOVE SPACES TO ReportLine.
           EVALUATE TRUE
               WHEN WSReporting < WSPctCount
                   MOVE "  No winner declared - precincts still "
                       & "outstanding" TO ReportLine
               WHEN WSTopTies > 1 OR WSTopVotes = ZERO
                   MOVE "  No winner declared - no candidate leads "
                       & "outright" TO ReportLine
               WHEN OTHER
                   STRING "  WINNER : " WSCandCode(WSTopIdx) " "
                       WSCandName(WSTopIdx) DELIMITED BY SIZE
                       INTO ReportLine
           END-EVALUATE.
           WRITE ReportLine.
