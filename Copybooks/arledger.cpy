      *> so the cash numbers lied. Lines written before the column
      *> existed are shorter - LINE SEQUENTIAL pads them with spaces
      *> on the way in, so they read back with a blank reason.
      *> NEW : F finance charge - the monthly service charge
      *> arfincharge.cob raises on an overdue balance, reason FIN.
      *> Every reader that treats anything but P and C as debt
      *> already ages and balances it correctly.
      *> NEW : a bad-debt write-off (arwriteoff.cob) is a C line with
      *> reason WOF. B bad debt recovered - written-off debt put back
      *> by arpayment.cob/arlockbox.cob, reason RCV, under the
      *> receipt's reference, immediately before the P line that
      *> pays it. Like F it is debt to every reader.
      *> NEW : D refund - a credit balance paid back by check
      *> (arrefund.cob), reason RFD, the refund check number as the
      *> reference. Debt to every reader, so it zeroes the credit.
      *> NEW : a scholarship, bursary or aid award applied to a
      *> tuition bill (tuitionbill.cob) is a C line with reason SCH
      *> under its own CMnnnn number.
       01 ARLedgerRecord.
              02 ALCustID     PIC X(8).
              02 FILLER       PIC X(1).
      *> header, carried so salescommission.cob can pay commission
      *> off the same ledger the register reconciles to. Blank on
      *> payments, credits, house sales and older lines.
      *> NEW : except a returns.cob credit (reason RTN, reference
      *> RAnnnn), which carries the returned invoice's salesperson
      *> so the return comes off their commission base.
              02 FILLER       PIC X(1).
              02 ALSalesRep   PIC X(3).
      *> NEW : the file is INDEXED, keyed on customer, date and
      *> reference plus this sequence number (RECORD KEY IS
      *> ALLedgerKey = ALCustID ALDate ALRef ALSeq in every SELECT),
      *> so a program wanting one customer STARTs on that customer
      *> instead of reading the whole ledger. The sequence tells
      *> apart lines a customer has under one reference on one day
      *> - a recovery and the receipt that pays it, an invoice and a
      *> same-day credit against it - and is given out in posting
      *> order by PostLedgerLine (Copybooks/arledgerkeyp.cpy).
      *> Reading the file straight through now returns each
      *> customer's lines together, oldest first.
              02 FILLER       PIC X(1).
              02 ALSeq        PIC 9(4).
