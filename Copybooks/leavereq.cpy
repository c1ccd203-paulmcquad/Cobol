      *> Shared LeaveRequests.dat line layout, COPYed into the FD by
      *> leavereq.cob (which takes each request, holds it to the
      *> balance on PayrollYTD.dat less the other requests still
      *> outstanding, and records the supervisor's decision) and
      *> payroll.cob (which pays approved leave that has started as
      *> leave hours, draws the balance and marks the request
      *> taken). One line per request: the employee, V vacation or S
      *> sick, the first and last days off and the hours to be paid.
      *> Status P is pending, A approved, D declined, T taken - paid
      *> by the run dated LrPaidOn.
       01 LeaveRequestRecord.
              02 LrReqNo         PIC 9(5).
              02 FILLER          PIC X(1).
              02 LrEmpNo         PIC 9(4).
              02 FILLER          PIC X(1).
              02 LrType          PIC X.
                  88 LrVacation      VALUE 'V'.
                  88 LrSick          VALUE 'S'.
              02 FILLER          PIC X(1).
              02 LrFrom          PIC 9(8).
              02 FILLER          PIC X(1).
              02 LrTo            PIC 9(8).
              02 FILLER          PIC X(1).
              02 LrHours         PIC 9(3)V99.
              02 FILLER          PIC X(1).
              02 LrStatus        PIC X.
                  88 LrPending       VALUE 'P'.
                  88 LrApproved      VALUE 'A'.
                  88 LrDeclined      VALUE 'D'.
                  88 LrTaken         VALUE 'T'.
              02 FILLER          PIC X(1).
              02 LrDecidedBy     PIC X(10).
              02 FILLER          PIC X(1).
              02 LrDecidedOn     PIC 9(8).
              02 FILLER          PIC X(1).
              02 LrPaidOn        PIC 9(8).
