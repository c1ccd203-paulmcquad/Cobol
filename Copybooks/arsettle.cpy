      *> Shared ARSettlement.dat line layout - the open-item record of
      *> which invoice each payment, credit and reversal was applied
      *> to. COPYed into the FD by the programs that record an
      *> allocation (arpayment.cob, arlockbox.cob, aradjust.cob,
      *> arreversal.cob) and the ones that age the ledger by it
      *> (araging.cob, ardunning.cob, arpayperf.cob). One line per
      *> slice: StRef is the P/C/R line's own ALRef, StInvRef the
      *> invoice it settled - spaces when the slice is unapplied cash
      *> held on account. The slices for one posting always add up to
      *> its amount. An R slice gives back exactly what the reversed
      *> payment's P slice took. A payment or credit with no lines
      *> here was never allocated and is still applied oldest-first.
       01 SettleRecord.
              02 StCustID     PIC X(8).
              02 FILLER       PIC X(1).
              02 StType       PIC X.
              02 FILLER       PIC X(1).
              02 StDate       PIC 9(8).
              02 FILLER       PIC X(1).
              02 StRef        PIC X(6).
              02 FILLER       PIC X(1).
              02 StInvRef     PIC X(6).
              02 FILLER       PIC X(1).
              02 StAmount     PIC 9(7)V99.
