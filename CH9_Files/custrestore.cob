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
                  FILE STATUS IS WSFileStatus.
              SELECT BackupFile ASSIGN DYNAMIC WSBackupName
                  ORGANIZATION IS INDEXED
              02 BkCustPhone           PIC X(12).
              02 BkCustCreditLim      PIC 9(7)V99 COMP-3.
              02 BkCustTermsCode     PIC X(3).
              02 BkCustBillToID      PIC 9(8) COMP-3.
              02 BkCustMailFlag      PIC X.
              02 BkCustFinChg        PIC X.
              02 BkCustWriteOff      PIC X.
              02 BkCustDelivery      PIC X.
              02 BkCustEmail         PIC X(40).
       FD BackupListFile.
       01 BackupListLine    PIC X(40).

