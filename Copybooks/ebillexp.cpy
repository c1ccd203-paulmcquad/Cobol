      *> E-billing export record layouts - built in WORKING-STORAGE by
      *> ebilling.cob and written to EBillInvoices.dat (a day's
      *> invoices) or EBillStatements.dat (a month's statements) for
      *> the mail gateway to pick up. The layout only changes here,
      *> and this comment is the gateway's specification.
      *>
      *> One record per line, fields separated by "|", every field
      *> fixed width so a position-based reader works as well as a
      *> split on the delimiter. The first field is the record type:
      *>   HDR  once, first   - run type (INV or STM), date the file
      *>                        was produced, and the day (YYYYMMDD)
      *>                        or month (YYYYMM) it covers
      *>   INV  per invoice   - number, date, customer, delivery
      *>                        method (E email, F file upload),
      *>                        address, bill-to name and totals:
      *>                        subtotal, tax, the invoice total
      *>                        (gross), the order deposit applied
      *>                        to it (the A lines on CustDeposits.dat
      *>                        under this invoice number, zero if
      *>                        none) and the balance due - the total
      *>                        less that deposit, what the customer
      *>                        is asked to pay
      *>   LIN  per line      - follows its INV: invoice number, line
      *>                        number, product, size, quantity, tax
      *>                        jurisdiction, extended price and tax
      *>   STM  per statement - customer, method, address, name,
      *>                        month, opening balance and the
      *>                        balance due (group balance for a
      *>                        head office with branches)
      *>   ITM  per entry     - follows its STM: statement customer,
      *>                        the account the entry is on (a branch
      *>                        or the customer itself), date, ledger
      *>                        type (I P C R F B D as on ARLedger.dat),
      *>                        reference, reason, amount and, for an
      *>                        invoice, the due date (zero otherwise)
      *>   TRL  once, last    - records in the file (HDR and TRL
      *>                        included), documents (INV or STM
      *>                        records), their total amount and
      *>                        what that total adds up: GROSS, the
      *>                        INV invoice totals before deposits,
      *>                        or BALDUE, the STM balances due
      *> Amounts carry an explicit decimal point. Statement amounts
      *> are signed in a leading position - "-" for a credit - and
      *> ITM amounts are signed the way they move the balance, so
      *> payments and credits read negative.
       01 EbHeaderRec.
              02 EbHType         PIC X(3) VALUE "HDR".
              02 FILLER          PIC X(1) VALUE "|".
              02 EbHRunType      PIC X(3).
                  88 EbInvoiceRun    VALUE "INV".
                  88 EbStatementRun  VALUE "STM".
              02 FILLER          PIC X(1) VALUE "|".
              02 EbHRunDate      PIC 9(8).
              02 FILLER          PIC X(1) VALUE "|".
              02 EbHPeriod       PIC X(8).
       01 EbInvoiceRec.
              02 EbIType         PIC X(3) VALUE "INV".
              02 FILLER          PIC X(1) VALUE "|".
              02 EbIInvNum       PIC 9(6).
              02 FILLER          PIC X(1) VALUE "|".
              02 EbIDate         PIC 9(8).
              02 FILLER          PIC X(1) VALUE "|".
              02 EbICustID       PIC X(8).
              02 FILLER          PIC X(1) VALUE "|".
              02 EbIMethod       PIC X.
              02 FILLER          PIC X(1) VALUE "|".
              02 EbIEmail        PIC X(40).
              02 FILLER          PIC X(1) VALUE "|".
              02 EbIBillName     PIC X(31).
              02 FILLER          PIC X(1) VALUE "|".
              02 EbISubtotal     PIC 9(6).99.
              02 FILLER          PIC X(1) VALUE "|".
              02 EbITax          PIC 9(6).99.
              02 FILLER          PIC X(1) VALUE "|".
              02 EbITotal        PIC 9(6).99.
              02 FILLER          PIC X(1) VALUE "|".
              02 EbIDeposit      PIC 9(6).99.
              02 FILLER          PIC X(1) VALUE "|".
              02 EbIBalanceDue   PIC 9(6).99.
       01 EbLineRec.
              02 EbLType         PIC X(3) VALUE "LIN".
              02 FILLER          PIC X(1) VALUE "|".
              02 EbLInvNum       PIC 9(6).
              02 FILLER          PIC X(1) VALUE "|".
              02 EbLLineNo       PIC 99.
              02 FILLER          PIC X(1) VALUE "|".
              02 EbLProduct      PIC X(5).
              02 FILLER          PIC X(1) VALUE "|".
              02 EbLSize         PIC X.
              02 FILLER          PIC X(1) VALUE "|".
              02 EbLQty          PIC 9(3).
              02 FILLER          PIC X(1) VALUE "|".
              02 EbLJurisdiction PIC X(2).
              02 FILLER          PIC X(1) VALUE "|".
              02 EbLPrice        PIC 9(6).99.
              02 FILLER          PIC X(1) VALUE "|".
              02 EbLTax          PIC 9(4).99.
       01 EbStatementRec.
              02 EbSType         PIC X(3) VALUE "STM".
              02 FILLER          PIC X(1) VALUE "|".
              02 EbSCustID       PIC X(8).
              02 FILLER          PIC X(1) VALUE "|".
              02 EbSMethod       PIC X.
              02 FILLER          PIC X(1) VALUE "|".
              02 EbSEmail        PIC X(40).
              02 FILLER          PIC X(1) VALUE "|".
              02 EbSName         PIC X(31).
              02 FILLER          PIC X(1) VALUE "|".
              02 EbSMonth        PIC X(6).
              02 FILLER          PIC X(1) VALUE "|".
              02 EbSOpening      PIC -9(7).99.
              02 FILLER          PIC X(1) VALUE "|".
              02 EbSBalanceDue   PIC -9(7).99.
       01 EbItemRec.
              02 EbTType         PIC X(3) VALUE "ITM".
              02 FILLER          PIC X(1) VALUE "|".
              02 EbTCustID       PIC X(8).
              02 FILLER          PIC X(1) VALUE "|".
              02 EbTAccount      PIC X(8).
              02 FILLER          PIC X(1) VALUE "|".
              02 EbTDate         PIC 9(8).
              02 FILLER          PIC X(1) VALUE "|".
              02 EbTLedgerType   PIC X.
              02 FILLER          PIC X(1) VALUE "|".
              02 EbTRef          PIC X(6).
              02 FILLER          PIC X(1) VALUE "|".
              02 EbTReason       PIC X(3).
              02 FILLER          PIC X(1) VALUE "|".
              02 EbTAmount       PIC -9(7).99.
              02 FILLER          PIC X(1) VALUE "|".
              02 EbTDueDate      PIC 9(8).
       01 EbTrailerRec.
              02 EbZType         PIC X(3) VALUE "TRL".
              02 FILLER          PIC X(1) VALUE "|".
              02 EbZRecordCount  PIC 9(6).
              02 FILLER          PIC X(1) VALUE "|".
              02 EbZDocCount     PIC 9(5).
              02 FILLER          PIC X(1) VALUE "|".
              02 EbZTotalAmount  PIC -9(9).99.
              02 FILLER          PIC X(1) VALUE "|".
              02 EbZTotalBasis   PIC X(6).
                  88 EbTotalGross    VALUE "GROSS ".
                  88 EbTotalBalDue   VALUE "BALDUE".
