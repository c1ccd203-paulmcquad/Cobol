       *> period and the override lands in PayOverride.dat. The next
       *> payroll run for that exact period consumes it - one
       *> override, one rerun, never a standing hole in the control.
       *> NEW : each override is logged to DutyLog.dat with the
       *> operator who authorised it, for sodreport.cob.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT OperatorFile ASSIGN TO "OperatorMaster.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSOperatorStatus.
              SELECT DutyLogFile ASSIGN TO "DutyLog.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSDutyLogStatus.

       DATA DIVISION.
       FILE SECTION.
              02 OperName    PIC X(20).
              02 FILLER      PIC X(2).
              02 OperLevel   PIC 9.
       FD DutyLogFile.
       01 DutyLogLine      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WSOverrideStatus PIC XX.
       01 WSOperatorID     PIC X(10) VALUE SPACES.
       01 WSAuthority      PIC 9 VALUE ZERO.
              88 SupervisorAuthority   VALUE 2 THRU 9.
      *> NEW : DutyLog.dat line - see Copybooks/dutylogp.cpy
       COPY dutylog.

       PROCEDURE DIVISION.
       Main.
           MOVE WSDateEntry TO OverrideRecord.
           WRITE OverrideRecord.
           CLOSE OverrideFile.
           MOVE "PAYOVR" TO WSDutyControl.
           SET DutyApproval TO TRUE.
           MOVE "OVERRIDE" TO WSDutyAction.
           MOVE WSDateEntry TO WSDutyKey.
           MOVE WSOperatorID TO WSDutyOperator.
           PERFORM WriteDutyLog.
           DISPLAY "payoverride: one rerun of period " WSDateEntry
               " authorised by " WSOperatorID " - the next payroll "
               "run for that period will consume it".
                 CLOSE OperatorFile
              END-IF
           END-IF.

      *> NEW : shared DutyLog.dat writer
       COPY dutylogp.
