      *> Shared WriteOffs.dat line layout - the register of bad debts
      *> written off and what has since been recovered on them.
      *> COPYed into the FD by arwriteoff.cob, which appends a W line
      *> for each write-off a supervisor approves, and by the receipt
      *> programs (arpayment.cob, arlockbox.cob) through
      *> Copybooks/arrecoverp.cpy, which append an R line for each
      *> recovery. What is still recoverable on an account is its W
      *> lines less its R lines. WoBy is the approving supervisor on
      *> a W line and the posting program on an R line.
       01 WriteOffRecord.
              02 WoCustID     PIC X(8).
              02 FILLER       PIC X(1).
              02 WoType       PIC X.
                  88 WoWrittenOff    VALUE 'W'.
                  88 WoRecovered     VALUE 'R'.
              02 FILLER       PIC X(1).
              02 WoDate       PIC 9(8).
              02 FILLER       PIC X(1).
              02 WoRef        PIC X(6).
              02 FILLER       PIC X(1).
              02 WoAmount     PIC 9(7)V99.
              02 FILLER       PIC X(1).
              02 WoBy         PIC X(10).
