      *> Shared CustDeposits.dat line layout, COPYed into the FD by
      *> every program that records or reads deposits taken against
      *> orders (orderentry.cob, ardeposit.cob, fixed.cob,
      *> arcredit.cob, depositrpt.cob, depositrecon.cob,
      *> ebilling.cob) so the columns only change in one place.
      *> Lines are only ever added - each thing that happens to an
      *> order's deposit is a line of its own:
      *>   R  required - keyed with the order in orderentry.cob, the
      *>      deposit the customer must pay up front
      *>   P  received - a deposit receipt taken in ardeposit.cob
      *>      under its DPnnnn receipt number. The money is held in
      *>      the customer deposits liability (GL 2400), not on AR.
      *>   A  applied - taken against the order's invoice by the
      *>      invoice run, or by arcredit.cob when it releases a held
      *>      invoice, under the invoice number
      *> What an order still holds is its P lines less its A lines.
       01 DepositRecord.
              02 CdType       PIC X.
                  88 CdRequired     VALUE 'R'.
                  88 CdReceived     VALUE 'P'.
                  88 CdApplied      VALUE 'A'.
              02 FILLER       PIC X(1).
              02 CdOrderNum   PIC 9(6).
              02 FILLER       PIC X(1).
              02 CdCustID     PIC X(8).
              02 FILLER       PIC X(1).
              02 CdDate       PIC 9(8).
              02 FILLER       PIC X(1).
              02 CdRef        PIC X(6).
              02 FILLER       PIC X(1).
              02 CdAmount     PIC 9(7)V99.
