      *> Shared fields for the open-item lookup and allocation in
      *> Copybooks/aropenitemp.cpy - same fields-plus-paragraph split
      *> as arperiodchk/arperiodchkp. COPY this into WORKING-STORAGE
      *> alongside a SELECT/FD for ARLedger.dat (ARLedgerFile, COPY
      *> arledger, FILE STATUS WSLedgerStatus) and ARSettlement.dat
      *> (SettleFile, COPY arsettle, FILE STATUS WSSettleStatus).
      *> Set WSOiCustID and LoadOpenItems fills WSOiTable with that
      *> customer's invoices in ledger order, each with what is still
      *> open on it after the recorded settlements and then the
      *> unallocated payments and credits oldest-first. WSOiOnAccount
      *> is cash held on account against no invoice.
       01 WSSettleStatus   PIC XX.
       01 WSOiCustID       PIC X(8).
       01 WSOiEOF          PIC X VALUE 'N'.
              88 OiEndOfFile     VALUE 'Y'.
       01 WSOiTable.
              02 WSOiEntry OCCURS 100 TIMES.
                  03 WSOiRef        PIC X(6).
                  03 WSOiDate       PIC 9(8).
      *> NEW : when the item falls due - the entry date for a line
      *> posted before due dates were carried
                  03 WSOiDue        PIC 9(8).
                  03 WSOiOpen       PIC S9(7)V99 COMP-3.
       01 WSOiCount        PIC 9(3).
       01 WSOiIdx          PIC 9(3).
       01 WSOiScanIdx      PIC 9(3).
       01 WSOiSetTable.
              02 WSOiSetEntry OCCURS 100 TIMES.
                  03 WSOiSetType    PIC X.
                  03 WSOiSetRef     PIC X(6).
                  03 WSOiSetInvRef  PIC X(6).
                  03 WSOiSetAmount  PIC 9(7)V99 COMP-3.
       01 WSOiSetCount     PIC 9(3).
       01 WSOiSetIdx       PIC 9(3).
       01 WSOiOverflow     PIC X VALUE 'N'.
              88 OiTableFull     VALUE 'Y'.
       01 WSOiSettled      PIC X VALUE 'N'.
              88 OiRefSettled    VALUE 'Y'.
       01 WSOiPool         PIC S9(7)V99 COMP-3.
       01 WSOiOnAccount    PIC S9(7)V99 COMP-3.
       01 WSOiOpenCount    PIC 9(3).
       01 WSOiShown        PIC Z,ZZZ,ZZ9.99CR.
      *> The allocation of the posting in hand - the caller sets the
      *> posting's customer, type, date, reference and amount
      *> (WSAlLeft) and fills the slices; WriteAllocation records
      *> them with whatever is left held on account
       01 WSAlCustID       PIC X(8).
       01 WSAlType         PIC X.
       01 WSAlDate         PIC 9(8).
       01 WSAlRef          PIC X(6).
       01 WSAlQuotedRef    PIC X(6).
       01 WSAlTable.
              02 WSAlEntry OCCURS 20 TIMES.
                  03 WSAlInvRef     PIC X(6).
                  03 WSAlAmount     PIC 9(7)V99 COMP-3.
       01 WSAlCount        PIC 9(3).
       01 WSAlIdx          PIC 9(3).
       01 WSAlLeft         PIC 9(7)V99 COMP-3.
       01 WSAlFlag         PIC X VALUE 'N'.
              88 AllocationMade  VALUE 'Y'.
