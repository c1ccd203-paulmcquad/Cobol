      *> Shared APInvoices.dat line layout, COPYed into the FD by
      *> apinvoice.cob (which keys supplier invoices and matches
      *> them) and appay.cob (which pays them). One line per invoice
      *> line, every line of an invoice carrying the same supplier,
      *> invoice number, dates and status. Each line is matched to
      *> one OpenPOs.dat purchase order: the quantity against what
      *> has been received and not yet invoiced, the unit price
      *> against the PO's agreed cost (kept here as AiPOCost so the
      *> posting values the stock the way the PO did). An invoice
      *> with any line outside tolerance is held whole - AiHoldCode
      *> says why on each line that broke - until a supervisor
      *> approves or rejects it. Open invoices are posted to the
      *> supplier ledger and the GL and wait for appay.cob; paid
      *> ones carry the check number and date.
       01 APInvoiceRecord.
              02 AiSupplier    PIC X(4).
              02 FILLER        PIC X(1).
              02 AiInvoiceNo   PIC X(12).
              02 FILLER        PIC X(1).
              02 AiLineNo      PIC 99.
              02 FILLER        PIC X(1).
              02 AiInvDate     PIC 9(8).
              02 FILLER        PIC X(1).
              02 AiDueDate     PIC 9(8).
              02 FILLER        PIC X(1).
              02 AiPONum       PIC 9(6).
              02 FILLER        PIC X(1).
              02 AiProduct     PIC X(5).
              02 FILLER        PIC X(1).
              02 AiSize        PIC A.
              02 FILLER        PIC X(1).
              02 AiQty         PIC 9(4).
              02 FILLER        PIC X(1).
              02 AiUnitPrice   PIC 9(4)V99.
              02 FILLER        PIC X(1).
              02 AiPOCost      PIC 9(4)V99.
              02 FILLER        PIC X(1).
              02 AiAmount      PIC 9(7)V99.
              02 FILLER        PIC X(1).
              02 AiStatus      PIC X.
                  88 AiHeld          VALUE 'H'.
                  88 AiOpen          VALUE 'O'.
                  88 AiPaid          VALUE 'P'.
                  88 AiRejected      VALUE 'R'.
              02 FILLER        PIC X(1).
      *> QTY more than received, PRC price off the PO, Q+P both
              02 AiHoldCode    PIC X(3).
              02 FILLER        PIC X(1).
              02 AiApprovedBy  PIC X(10).
              02 FILLER        PIC X(1).
              02 AiCheckNum    PIC 9(6).
              02 FILLER        PIC X(1).
              02 AiPaidOn      PIC 9(8).
