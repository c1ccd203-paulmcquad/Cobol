      *> Shared PaymentPlans.dat line layout - installment plans
      *> credit control has agreed with customers clearing an
      *> overdue balance over time. Written by arplan.cob and read
      *> through Copybooks/arplanp.cpy by ardunning.cob and
      *> arplanrpt.cob. Each plan is a header line (PpSeq 00) then
      *> one line per installment (PpSeq 01 up), all under the
      *> plan's PLnnnn reference:
      *>   header      - PpDueDate is the date the plan was agreed,
      *>                 PpAmount the amount it clears, PpInterest
      *>                 the interest added on top (zero for none),
      *>                 PpFreq/PpRate/PpInstCount the terms, and
      *>                 PpStatus whether it still stands
      *>   installment - PpDueDate and PpAmount of that payment; the
      *>                 installments add up to amount plus interest
       01 PlanRecord.
              02 PpCustID     PIC X(8).
              02 FILLER       PIC X(1).
              02 PpPlanRef    PIC X(6).
              02 FILLER       PIC X(1).
              02 PpSeq        PIC 9(2).
                  88 PpHeader        VALUE ZERO.
              02 FILLER       PIC X(1).
              02 PpDueDate    PIC 9(8).
              02 FILLER       PIC X(1).
              02 PpAmount     PIC 9(7)V99.
              02 FILLER       PIC X(1).
              02 PpFreq       PIC X.
                  88 PpWeekly        VALUE 'W'.
                  88 PpFortnightly   VALUE 'F'.
                  88 PpMonthly       VALUE 'M'.
              02 FILLER       PIC X(1).
      *> annual rate, percent to two places - 0850 is 8.5%
              02 PpRate       PIC 9(2)V99.
              02 FILLER       PIC X(1).
              02 PpInstCount  PIC 9(2).
              02 FILLER       PIC X(1).
              02 PpStatus     PIC X.
                  88 PpActive        VALUE 'A'.
                  88 PpCancelled     VALUE 'C'.
              02 FILLER       PIC X(1).
              02 PpInterest   PIC 9(7)V99.
