      *> Shared DutyLog.dat writer, COPYed into the PROCEDURE
      *> DIVISION by the programs that COPY Copybooks/dutylog.cpy.
      *> Set WSDutyControl, the step (SET DutyRequest, DutyApproval or
      *> DutyRejection), WSDutyAction, WSDutyKey and WSDutyOperator,
      *> then PERFORM WriteDutyLog - it stamps the line with the date
      *> and time and appends it, creating the log if it is missing.
       WriteDutyLog.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WSDutyStamp.
           OPEN EXTEND DutyLogFile.
           IF WSDutyLogStatus = "35"
              OPEN OUTPUT DutyLogFile
              CLOSE DutyLogFile
              OPEN EXTEND DutyLogFile
           END-IF.
           WRITE DutyLogLine FROM WSDutyRecord.
           CLOSE DutyLogFile.
