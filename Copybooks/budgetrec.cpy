      *> Shared Budget.dat line layout, COPYed into the FD by
      *> glbudget.cob (which keys and imports it) and glbudgetrpt.cob
      *> (which reports actuals against it) so the columns only
      *> change in one place. One line per income or expense account
      *> per fiscal year - the calendar year, the same year
      *> glfinstmt.cob's year-to-date column and glyearend.cob's
      *> close run on - holding the budget for each of its twelve
      *> months on the account's natural side: income budgeted as
      *> the credit expected, expenses as the debit.
       01 BudgetRecord.
              02 BgYear        PIC 9(4).
              02 FILLER        PIC X(1).
              02 BgAccount     PIC 9(4).
              02 BgMonthly OCCURS 12 TIMES.
                  03 FILLER        PIC X(1).
                  03 BgAmount      PIC 9(7)V99.
