      *> Shared EmployeeAudit.log record layout, COPYed into
      *> WORKING-STORAGE by empmaint.cob - the same idea as
      *> custaudit.cpy for the customer file. One line per field
      *> changed: which employee, when, which operator, what was done
      *> (ADD, CHANGE, RATE, TERM), the field, and its value before
      *> and after. A new employee's lines have a blank before value.
       01 WSEmpAuditRecord.
              02 WSEAEmpNo         PIC 9(4).
              02 FILLER            PIC X(3) VALUE SPACES.
              02 WSEATimestamp     PIC X(21).
              02 FILLER            PIC X(3) VALUE SPACES.
              02 WSEAOperator      PIC X(10).
              02 FILLER            PIC X(3) VALUE SPACES.
              02 WSEAAction        PIC X(8).
              02 FILLER            PIC X(3) VALUE SPACES.
              02 WSEAField         PIC X(10).
              02 FILLER            PIC X(3) VALUE SPACES.
              02 WSEABefore        PIC X(20).
              02 FILLER            PIC X(1) VALUE SPACES.
              02 WSEAAfter         PIC X(20).
