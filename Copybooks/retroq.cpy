      *> Shared RetroPay.dat line layout, COPYed into the FD by
      *> retropay.cob (which queues a line for every past check a
      *> back-dated rate change under-paid) and payroll.cob (which
      *> pays the queued lines on the employee's next check and marks
      *> them paid). One line per check re-priced: the original
      *> check, the period it paid, the hours behind it, the rate it
      *> was paid at and the rate it should have been, and the
      *> difference owed. Status Q is queued for the next run, P is
      *> paid on RqPaidCheck.
       01 RetroQueueRecord.
              02 RqEmpNo         PIC 9(4).
              02 FILLER          PIC X(1).
              02 RqCheckNum      PIC 9(6).
              02 FILLER          PIC X(1).
              02 RqPeriod        PIC 9(8).
              02 FILLER          PIC X(1).
              02 RqRegHours      PIC 9(3)V99.
              02 FILLER          PIC X(1).
              02 RqOTHours       PIC 9(3)V99.
              02 FILLER          PIC X(1).
              02 RqOldRate       PIC 9(3)V99.
              02 FILLER          PIC X(1).
              02 RqNewRate       PIC 9(3)V99.
              02 FILLER          PIC X(1).
              02 RqAmount        PIC 9(5)V99.
              02 FILLER          PIC X(1).
              02 RqQueuedOn      PIC 9(8).
              02 FILLER          PIC X(1).
              02 RqStatus        PIC X.
                  88 RetroQueued     VALUE 'Q'.
                  88 RetroPaid       VALUE 'P'.
              02 FILLER          PIC X(1).
              02 RqPaidCheck     PIC 9(6).
              02 FILLER          PIC X(1).
              02 RqPaidOn        PIC 9(8).
