      *> Shared PayHistory.dat record layout, COPYed into the FD by
      *> payroll.cob (which appends one line per check cut),
      *> retropay.cob (which re-prices past checks at a back-dated
      *> rate), checkvoid.cob (which flips a bad check's status to V and
      *> backs its figures out of the year-to-date) and
      *> payquarterly.cob (which totals the quarter per employee for
      *> the government filing, employer contributions alongside)
      *> so the layout only changes in one place. PayrollYTD.dat
      *> rolls everything into one running total; this is the
      *> per-check record it rolls up from.
       01 PayHistRecord.
              02 PhDate      PIC 9(8).
              02 FILLER      PIC X(1).
              02 PhNet       PIC 9(5)V99.
              02 FILLER      PIC X(1).
              02 PhStatus    PIC X.
      *> NEW : how the pay was made up, so a back-dated raise can be
      *> re-priced from the history by retropay.cob - T a timecard
      *> (the straight and overtime hours and the hourly rate paid),
      *> S a salary payment, R retro pay alone, L approved leave
      *> (its hours straight time at the hourly rate), C approved
      *> sales commission alone. PhRetro is any retro pay already
      *> inside PhGross. Lines written before these columns
      *> existed read back blank and cannot be re-priced.
              02 FILLER      PIC X(1).
              02 PhPricing.
                  03 PhKind      PIC X.
                      88 PhTimecardPay   VALUE 'T'.
                      88 PhSalaryPay     VALUE 'S'.
                      88 PhRetroOnly     VALUE 'R'.
                      88 PhLeavePay      VALUE 'L'.
                      88 PhCommOnly      VALUE 'C'.
                  03 FILLER      PIC X(1).
                  03 PhRegHours  PIC 9(3)V99.
                  03 FILLER      PIC X(1).
                  03 PhOTHours   PIC 9(3)V99.
                  03 FILLER      PIC X(1).
                  03 PhRate      PIC 9(3)V99.
                  03 FILLER      PIC X(1).
                  03 PhRetro     PIC 9(5)V99.
      *> NEW : the employer's own contributions on this check -
      *> nothing the employee sees or pays, but the labour cost and
      *> the filing need them. The total, then each contribution
      *> code from EmployerRates.dat with its amount, in the order
      *> the rate table lists them. Older lines read back blank.
              02 FILLER      PIC X(1).
              02 PhEmployer.
                  03 PhErTotal   PIC 9(5)V99.
                  03 PhErSlot OCCURS 4 TIMES.
                      04 FILLER      PIC X(1).
                      04 PhErCode    PIC X(4).
                      04 FILLER      PIC X(1).
                      04 PhErAmount  PIC 9(5)V99.
