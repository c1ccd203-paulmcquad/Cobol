      *> Shared Garnishments.dat line layout, COPYed into the FD by
      *> payroll.cob (which withholds each active order after taxes
      *> and before the voluntary deductions, and writes the order
      *> back with its balance brought down). One line per court
      *> order: the employee, the court's case number and the payee
      *> the money is remitted to. GnMethod P withholds GnAmount
      *> percent of disposable pay (gross less taxes), F a flat
      *> GnAmount dollars. GnCapPct is the most of disposable pay
      *> the order itself allows (zero for no cap of its own).
      *> GnOwed is the total the order is for - zero for an open
      *> order with no total, such as current support - and
      *> GnBalance what is still owed on it; a new line keyed with
      *> a blank balance starts from GnOwed. The lowest GnPriority
      *> is satisfied first. Status A is active, S satisfied (the
      *> balance reached zero) - a satisfied order is never
      *> withheld again.
       01 GarnishRecord.
              02 GnEmpNo         PIC 9(4).
              02 FILLER          PIC X(1).
              02 GnCaseNo        PIC X(12).
              02 FILLER          PIC X(1).
              02 GnPayee         PIC X(20).
              02 FILLER          PIC X(1).
              02 GnPriority      PIC 9(2).
              02 FILLER          PIC X(1).
              02 GnMethod        PIC X.
                  88 GnPercent       VALUE 'P'.
                  88 GnFlat          VALUE 'F'.
              02 FILLER          PIC X(1).
              02 GnAmount        PIC 9(5)V99.
              02 FILLER          PIC X(1).
              02 GnCapPct        PIC 9(3)V99.
              02 FILLER          PIC X(1).
              02 GnOwed          PIC 9(7)V99.
              02 FILLER          PIC X(1).
              02 GnBalance       PIC 9(7)V99.
              02 FILLER          PIC X(1).
              02 GnStatus        PIC X.
                  88 GnActive        VALUE 'A' SPACE.
                  88 GnSatisfied     VALUE 'S'.
