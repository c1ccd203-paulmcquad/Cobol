      *> Shared PayPeriodControl.dat line layout, COPYed into the FD
      *> by payroll.cob (which refuses to run a period it has already
      *> completed and stamps each run) and cashforecast.cob (which
      *> projects the next pay runs from it). One line per pay
      *> frequency - W weekly, B biweekly, S semi-monthly, M monthly
      *> - with the date of that frequency's last completed run, so
      *> each group runs on its own schedule. A file from before the
      *> frequencies existed is one bare date, which is the weekly
      *> run's (PayPeriodLegacy).
       01 PayPeriodRecord.
              02 PpFreq          PIC X.
              02 FILLER          PIC X(1).
              02 PpLastRun       PIC 9(8).
       01 PayPeriodLegacy.
              02 PpLegacyRun     PIC 9(8).
              02 PpLegacyPad     PIC X(2).
