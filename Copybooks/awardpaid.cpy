      *> Shared AwardsApplied.dat line layout, COPYed into the FD by
      *> tuitionbill.cob (which writes a line for every award credit
      *> it posts) and awardmaint.cob (whose budget report totals
      *> them by funding source against the annual limit). ApRef is
      *> the CMnnnn credit memo the award went to ARLedger.dat under,
      *> reason SCH, so each line ties to the ledger.
       01 AppliedRecord.
              02 ApTerm        PIC X(5).
              02 FILLER        PIC X(1).
              02 ApStudentID   PIC 9(4).
              02 FILLER        PIC X(1).
              02 ApSource      PIC X(4).
              02 FILLER        PIC X(1).
              02 ApKind        PIC X(3).
              02 FILLER        PIC X(1).
              02 ApCustID      PIC X(8).
              02 FILLER        PIC X(1).
              02 ApAmount      PIC 9(7)V99.
              02 FILLER        PIC X(1).
              02 ApRef         PIC X(6).
              02 FILLER        PIC X(1).
              02 ApDate        PIC 9(8).
