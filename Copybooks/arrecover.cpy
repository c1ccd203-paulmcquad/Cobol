      *> Shared fields for the bad-debt recovery check in
      *> Copybooks/arrecoverp.cpy - same fields-plus-paragraph split
      *> as arperiodchk/arperiodchkp. COPY this into WORKING-STORAGE
      *> alongside a SELECT/FD for WriteOffs.dat (WriteOffFile, COPY
      *> arwriteoff, FILE STATUS WSWriteOffStatus) as well as the
      *> ARLedger.dat and ARBalance.dat files the program already
      *> posts to. Set the receipt's customer, date, reference,
      *> amount and program name and PERFORM CheckRecovery:
      *> WSRcAmount comes back as the part of the receipt recovered
      *> against an earlier write-off (zero for an ordinary account),
      *> and WSRcTotal accumulates the run's recoveries for the
      *> caller's journal.
       01 WSWriteOffStatus PIC XX.
       01 WSRcCustID       PIC X(8).
       01 WSRcDate         PIC 9(8).
       01 WSRcRef          PIC X(6).
       01 WSRcOffered      PIC 9(7)V99 COMP-3.
       01 WSRcBy           PIC X(10).
       01 WSRcOpen         PIC S9(8)V99 COMP-3.
       01 WSRcAmount       PIC 9(7)V99 COMP-3.
       01 WSRcTotal        PIC 9(8)V99 COMP-3 VALUE ZERO.
       01 WSRcShown        PIC Z,ZZZ,ZZ9.99.
       01 WSRcEOF          PIC X VALUE 'N'.
              88 RcEndOfFile     VALUE 'Y'.
