      *> Shared APLedger.dat line layout, COPYed into the FD by
      *> apinvoice.cob (which posts each invoice as it opens and
      *> prints the supplier ledger) and appay.cob (which posts each
      *> check). One line per posting, in date order: I an invoice
      *> owed to the supplier, P a payment made to them. What we owe
      *> a supplier is its I lines less its P lines, and the total
      *> across every supplier is the figure the 2000 Accounts
      *> Payable control account in GLJournal.dat should show.
       01 APLedgerRecord.
              02 PlSupplier    PIC X(4).
              02 FILLER        PIC X(1).
              02 PlDate        PIC 9(8).
              02 FILLER        PIC X(1).
              02 PlType        PIC X.
                  88 PlInvoice       VALUE 'I'.
                  88 PlPayment       VALUE 'P'.
              02 FILLER        PIC X(1).
              02 PlInvoiceNo   PIC X(12).
              02 FILLER        PIC X(1).
              02 PlCheckNum    PIC 9(6).
              02 FILLER        PIC X(1).
              02 PlAmount      PIC 9(7)V99.
