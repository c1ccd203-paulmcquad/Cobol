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

       DATA DIVISION.
      *> none set until the credit manager grants one
           MOVE ZERO TO CustCreditLimit.
           MOVE SPACES TO CustTermsCode.
      *> NEW : and bills itself until arcredit.cob links it to a
      *> head office
           MOVE ZERO TO CustBillToID.
      *> NEW : and has had no mail returned yet
           SET CustMailOK TO TRUE.
      *> NEW : charges apply and the account is not written off
           MOVE SPACE TO CustFinChgFlag.
           MOVE SPACE TO CustWriteOffFlag.
      *> NEW : and is billed on paper until it asks for e-billing
           SET DeliverPaper TO TRUE.
           MOVE SPACES TO CustEmail.
           WRITE CustomerData
               INVALID KEY
                   DISPLAY "custconvert: duplicate ID " OldIDNum
