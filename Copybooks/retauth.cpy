      *> Shared ReturnAuth.dat record layout, COPYed into the FD by
      *> returns.cob (which issues and receives return authorizations)
      *> so the layout only changes in one place. One record per
      *> authorized line: the RA number from NextReturn.dat, the
      *> invoice and the line of it on InvoiceHistory.dat being
      *> returned, and what that line sold - quantity, extended price
      *> and tax - so the credit is worked out from what was actually
      *> charged. The salesperson comes off the invoice's ledger line
      *> so the credit can take back the commission base. Open until
      *> the goods arrive; receiving records how many came back fit
      *> to sell and how many were scrapped.
       01 ReturnAuthRecord.
              02 RaNum           PIC 9(4).
              02 FILLER          PIC X(1).
              02 RaLineNo        PIC 99.
              02 FILLER          PIC X(1).
              02 RaInvNum        PIC 9(6).
              02 FILLER          PIC X(1).
              02 RaInvLine       PIC 99.
              02 FILLER          PIC X(1).
              02 RaCustID        PIC X(8).
              02 FILLER          PIC X(1).
              02 RaIssueDate     PIC 9(8).
              02 FILLER          PIC X(1).
              02 RaSalesRep      PIC X(3).
              02 FILLER          PIC X(1).
              02 RaProduct       PIC X(5).
              02 FILLER          PIC X(1).
              02 RaSize          PIC A.
              02 FILLER          PIC X(1).
              02 RaSoldQty       PIC 9(3).
              02 FILLER          PIC X(1).
              02 RaLinePrice     PIC 9(6)V99.
              02 FILLER          PIC X(1).
              02 RaLineTax       PIC 9(4)V99.
              02 FILLER          PIC X(1).
              02 RaQtyAuth       PIC 9(3).
              02 FILLER          PIC X(1).
              02 RaStatus        PIC X.
                  88 RaOpen          VALUE 'O'.
                  88 RaReceived      VALUE 'R'.
              02 FILLER          PIC X(1).
              02 RaQtyGood       PIC 9(3).
              02 FILLER          PIC X(1).
              02 RaQtyDamaged    PIC 9(3).
              02 FILLER          PIC X(1).
              02 RaRecvDate      PIC 9(8).
