                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS IDNum
      *> NEW : alternate name key, LastName then FirstName -
      *> see Copybooks/custrec.cpy
                  ALTERNATE RECORD KEY IS CustNameKey
                      = LastName FirstName WITH DUPLICATES
      *> NEW : bill-to parent key, so a head office's branches
      *> can be found without walking the file
                  ALTERNATE RECORD KEY IS CustBillToID WITH DUPLICATES
      *> NEW : record-level locking so two clerks updating at once
      *> can't interleave REWRITEs - a busy record surfaces as FILE
      *> STATUS "99" and is handled with a message instead of quiet
              02 ArCustPhone           PIC X(12).
              02 ArCustCreditLim       PIC 9(7)V99 COMP-3.
              02 ArCustTermsCode       PIC X(3).
              02 ArCustBillToID        PIC 9(8) COMP-3.
              02 ArCustMailFlag        PIC X.
              02 ArCustFinChg          PIC X.
              02 ArCustWriteOff        PIC X.
              02 ArCustDelivery        PIC X.
              02 ArCustEmail           PIC X(40).
       FD AuditFile.
       01 AuditLine    PIC X(120).

