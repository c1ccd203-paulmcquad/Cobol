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
                  LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                  FILE STATUS IS WSFileStatus.
              SELECT AuditFile ASSIGN TO "CustomerAudit.log"
              02 WSEntryPostal   PIC X(10).
              02 WSEntryPhone    PIC X(12).
       01 WSStatusMsg     PIC X(60) VALUE SPACES.
       *> NEW : city/state/postal agreement, as reported back by
       *> CH5_Subroutines/postalcheck.cob - 'N' means it couldn't be
       *> checked (nothing keyed, or no PostalCodes.dat) and passes
       01 WSPostalResult  PIC X.
              88 AddressAgrees   VALUE 'Y' 'N'.
       01 WSPostalReason  PIC X(40).
       01 WSEntryOK       PIC X VALUE 'N'.
              88 EntryClean      VALUE 'Y'.
       01 WSDuplicateFlag PIC X VALUE 'N'.
      *> credit manager grants one through arcredit.cob
              MOVE ZERO TO CustCreditLimit
              MOVE SPACES TO CustTermsCode
      *> NEW : and bills itself until arcredit.cob links it to a
      *> head office
              MOVE ZERO TO CustBillToID
      *> NEW : and has had no mail returned yet
              SET CustMailOK TO TRUE
      *> NEW : and starts clear of whatever the record area last
      *> held - charges apply, not written off, billed on paper
              MOVE SPACE TO CustFinChgFlag
              MOVE SPACE TO CustWriteOffFlag
              SET DeliverPaper TO TRUE
              MOVE SPACES TO CustEmail
              WRITE CustomerData
              END-WRITE
              IF WSFileStatus = "00"
       AcceptAndValidateAdd.
           DISPLAY CustomerScreen.
           ACCEPT CustomerScreen.
           PERFORM CheckEntryAddress.
           EVALUATE TRUE
               WHEN WSEntry = SPACES
                   SET EntryClean TO TRUE
                   MOVE "First name cannot be blank" TO WSStatusMsg
               WHEN WSEntryLast = SPACES
                   MOVE "Last name cannot be blank" TO WSStatusMsg
               WHEN NOT AddressAgrees
                   MOVE WSPostalReason TO WSStatusMsg
               WHEN OTHER
                   PERFORM CheckForDuplicate
                   IF DuplicateFound
       AcceptAndValidateUpdate.
           DISPLAY CustomerScreen.
           ACCEPT CustomerScreen.
           PERFORM CheckEntryAddress.
           IF WSEntryID IS NUMERIC
              MOVE WSEntryID TO WSKeyCheck
           ELSE
                   MOVE "First name cannot be blank" TO WSStatusMsg
               WHEN WSEntryLast = SPACES
                   MOVE "Last name cannot be blank" TO WSStatusMsg
               WHEN NOT AddressAgrees
                   MOVE WSPostalReason TO WSStatusMsg
               WHEN OTHER
                   SET EntryClean TO TRUE
           END-EVALUATE.

      *> NEW : city, state and postal code must agree with the
      *> PostalCodes.dat reference before the record can commit -
      *> the mismatch goes on the status line like any other
       CheckEntryAddress.
           CALL 'postalcheck' USING WSEntryPostal, WSEntryCity,
               WSEntryState, WSPostalResult, WSPostalReason
           END-CALL.

       LookupOnScreen.
           MOVE SPACES TO WSEntryID.
           DISPLAY "Customer ID to look up " WITH NO ADVANCING.
