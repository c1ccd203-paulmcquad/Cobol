      *> Shared fields for applying an order's deposit to its invoice
      *> in Copybooks/depapplyp.cpy - same fields-plus-paragraph split
      *> as arperiodchk/arperiodchkp. COPY this into WORKING-STORAGE
      *> alongside SELECT/FDs for CustDeposits.dat (DepositFile, COPY
      *> custdeposit, FILE STATUS WSDepositStatus), ARLedger.dat
      *> (ARLedgerFile, COPY arledger, FILE STATUS WSLedgerStatus,
      *> with COPY arledgerkey/arledgerkeyp), ARBalance.dat
      *> (ARBalanceFile, ArCustID/ArBalance, FILE STATUS
      *> WSBalanceStatus) and ARSettlement.dat (SettleFile, COPY
      *> arsettle, FILE STATUS WSSettleStatus).
      *> Set the order number and customer and FindDepositHeld
      *> answers what the order still holds, and the receipt number
      *> the deposit was first taken under.
       01 WSDepositStatus  PIC XX.
       01 WSDpOrderNum     PIC 9(6).
       01 WSDpCustID       PIC X(8).
       01 WSDpHeld         PIC S9(7)V99 COMP-3.
       01 WSDpRef          PIC X(6).
       01 WSDpEOF          PIC X VALUE 'N'.
              88 DpEndOfFile     VALUE 'Y'.
      *> The application in hand - the caller sets the invoice, the
      *> posting date and the amount (never more than the invoice or
      *> what the order holds) before ApplyOrderDeposit
       01 WSDpInvRef       PIC X(6).
       01 WSDpDate         PIC 9(8).
       01 WSDpApplied      PIC 9(7)V99 COMP-3.
       01 WSDpProgLabel    PIC X(10).
