       *> NextCheck.dat, reprints the stub, and puts the same figures
       *> straight back - void plus reissue nets the YTD to exactly
       *> where it started.
       *> NEW : a void is a supervisor action - the operator who
       *> makes it is logged with the check to DutyLog.dat, for
       *> sodreport.cob to hold against OperatorMaster.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT KeepFile ASSIGN TO "checkvoid.keep.tmp"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSKeepStatus.
              SELECT DutyLogFile ASSIGN TO "DutyLog.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSDutyLogStatus.

       DATA DIVISION.
       FILE SECTION.
              02 YtdVacBal   PIC 9(4)V99.
              02 FILLER      PIC X(1).
              02 YtdSickBal  PIC 9(4)V99.
      *> NEW : the employer's contributions come out with the check
      *> and go back with a reissue, like the employee figures
              02 FILLER      PIC X(1).
              02 YtdEmployer PIC 9(7)V99.
       FD CheckFile.
       01 CheckLine       PIC X(60).
       FD CheckRegFile.
       01 ReconLine       PIC X(70).
       FD KeepFile.
       01 KeepLine        PIC X(70).
       FD DutyLogFile.
       01 DutyLogLine     PIC X(80).

       WORKING-STORAGE SECTION.
       01 WSHistoryStatus  PIC XX.
                  03 WSHistDeduct   PIC 9(5)V99 COMP-3.
                  03 WSHistNet      PIC 9(5)V99 COMP-3.
                  03 WSHistStatus   PIC X.
      *> NEW : the hours and rate behind the check ride through the
      *> rewrite untouched, and a reissue carries them over
                  03 WSHistPricing  PIC X(27).
                  03 WSHistEmployer PIC X(59).
       01 WSHistCount      PIC 9(3) VALUE ZERO.
       01 WSErAmount       PIC 9(5)V99.
       01 WSTableIdx       PIC 9(3).
       01 WSFoundIdx       PIC 9(3).
       01 WSTableFull      PIC X VALUE 'N'.
       01 WSNextCheck      PIC 9(6) VALUE 1.
       01 WSNewCheckNum    PIC 9(6).
       01 WSAmountShown    PIC $$,$$9.99.
      *> NEW : who is voiding - the custmenu.cob sign-on when there
      *> is one, otherwise asked for
       01 WSSignedOnOper     PIC X(10) EXTERNAL.
       01 WSOperatorID     PIC X(10) VALUE SPACES.
      *> NEW : DutyLog.dat line - see Copybooks/dutylogp.cpy
       COPY dutylog.
       *> NEW : sequential check numbers that survive an interrupted
       *> run - same control-file discipline payroll.cob applies
       01 WSStubHead.
              GOBACK
           END-IF.
           PERFORM ReadNextCheckNumber.
           PERFORM IdentifyOperator.
           PERFORM VoidOneCheck UNTIL NOT KeepGoing.
           PERFORM SaveHistory.
      *> GOBACK so a menu program can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

      *> NEW : the operator is taken once for the session's voids
       IdentifyOperator.
           IF WSSignedOnOper NOT = SPACES
              AND WSSignedOnOper NOT = LOW-VALUES
              MOVE WSSignedOnOper TO WSOperatorID
           ELSE
              PERFORM UNTIL WSOperatorID NOT = SPACES
                  DISPLAY "Operator ID " WITH NO ADVANCING
                  ACCEPT WSOperatorID
              END-PERFORM
           END-IF.

       LoadHistory.
           OPEN INPUT HistoryFile.
           IF WSHistoryStatus NOT = "00"
                                TO WSHistNet(WSHistCount)
                            MOVE PhStatus
                                TO WSHistStatus(WSHistCount)
                            MOVE PhPricing
                                TO WSHistPricing(WSHistCount)
                            MOVE PhEmployer
                                TO WSHistEmployer(WSHistCount)
                         ELSE
                            SET HistTableFull TO TRUE
                         END-IF
              PERFORM BackOutOfYTD
              PERFORM MarkRegisterVoided
              PERFORM ClearReconEntry
              MOVE "CHKVOID" TO WSDutyControl
              SET DutyApproval TO TRUE
              MOVE "VOIDED" TO WSDutyAction
              MOVE WSHistCheck(WSFoundIdx) TO WSDutyKey
              MOVE WSOperatorID TO WSDutyOperator
              PERFORM WriteDutyLog
              DISPLAY "Check " WSHistCheck(WSFoundIdx) " voided"
              MOVE SPACE TO WSReissueEntry
              DISPLAY "Reissue under a fresh number now (Y/N)? "
                                FROM YtdDeduct
                            SUBTRACT WSHistNet(WSFoundIdx)
                                FROM YtdNet
                            PERFORM NoteCheckEmployerCost
                            IF YtdEmployer NUMERIC
                               AND YtdEmployer NOT < WSErAmount
                               SUBTRACT WSErAmount FROM YtdEmployer
                            END-IF
                         END-IF
                         MOVE YTDRecord TO KeepLine
                         WRITE KeepLine
       *> history, the register and the stub file like any payday
       *> check
       ReissueCheck.
      *> NEW : refund and supplier checks share the stream, so the
      *> control file is read again before the number is taken
           PERFORM ReadNextCheckNumber.
           MOVE WSNextCheck TO WSNewCheckNum.
           ADD 1 TO WSNextCheck.
           PERFORM SaveNextCheckNumber.
              MOVE WSHistNet(WSFoundIdx)
                  TO WSHistNet(WSHistCount)
              MOVE 'P' TO WSHistStatus(WSHistCount)
              MOVE WSHistPricing(WSFoundIdx)
                  TO WSHistPricing(WSHistCount)
              MOVE WSHistEmployer(WSFoundIdx)
                  TO WSHistEmployer(WSHistCount)
           END-IF.
           PERFORM AddBackToYTD.
           PERFORM PrintReissueStub.
                                TO YtdDeduct
                            ADD WSHistNet(WSFoundIdx)
                                TO YtdNet
                            PERFORM NoteCheckEmployerCost
                            IF YtdEmployer NUMERIC
                               ADD WSErAmount TO YtdEmployer
                            END-IF
                         END-IF
                         MOVE YTDRecord TO KeepLine
                         WRITE KeepLine
              MOVE 'N' TO WSEOF
           END-IF.

      *> NEW : the check's employer total off its history line -
      *> a line written before the column existed carries none
       NoteCheckEmployerCost.
           MOVE WSHistEmployer(WSFoundIdx) TO PhEmployer.
           IF PhErTotal NUMERIC
              MOVE PhErTotal TO WSErAmount
           ELSE
              MOVE ZERO TO WSErAmount
           END-IF.

       PrintReissueStub.
           OPEN EXTEND CheckFile.
           IF WSCheckStatus = "35"
                  MOVE WSHistDeduct(WSTableIdx) TO PhDeduct
                  MOVE WSHistNet(WSTableIdx) TO PhNet
                  MOVE WSHistStatus(WSTableIdx) TO PhStatus
                  MOVE WSHistPricing(WSTableIdx) TO PhPricing
                  MOVE WSHistEmployer(WSTableIdx) TO PhEmployer
                  WRITE PayHistRecord
                  END-WRITE
              END-PERFORM
           END-IF.
           CLOSE HistoryFile.

      *> NEW : shared DutyLog.dat writer
       COPY dutylogp.
