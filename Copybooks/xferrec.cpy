      *> Shared Transfers.dat record layout, COPYed into the FD by
      *> invtrans.cob (which sends and receives transfers) and
      *> stocklocrpt.cob (which lists them). One record per transfer
      *> still in transit - one product and size on its way from
      *> XfFrom to XfTo, counted as in transit against XfTo until it
      *> is received, when the record drops off the file (both legs
      *> stay on InvMovements.log). Numbered from NextTransfer.dat,
      *> the same control-file discipline NextPO.dat uses.
       01 TransferRecord.
              02 XfNum           PIC 9(6).
              02 FILLER          PIC X(1).
              02 XfProduct       PIC X(5).
              02 FILLER          PIC X(1).
              02 XfSize          PIC A.
              02 FILLER          PIC X(1).
              02 XfFrom          PIC X(4).
              02 FILLER          PIC X(1).
              02 XfTo            PIC X(4).
              02 FILLER          PIC X(1).
              02 XfQty           PIC 9(4).
              02 FILLER          PIC X(1).
              02 XfSentOn        PIC 9(8).
