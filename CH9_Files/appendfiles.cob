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

       *> accepted here first so a blank entry on an update can mean
       *> "keep what's on file" instead of blanking the field
       01 WSContactEntry   PIC X(20).
       *> NEW : city/state/postal agreement, as reported back by
       *> CH5_Subroutines/postalcheck.cob - 'N' means it couldn't be
       *> checked (nothing keyed, or no PostalCodes.dat) and passes
       01 WSPostalResult   PIC X.
              88 AddressAgrees   VALUE 'Y' 'N'.
       01 WSPostalReason   PIC X(40).
       *> NEW : audit trail for every customer added
       01 WSOperatorID   PIC X(10) VALUE SPACES.
       *> NEW : operator signed on at the custmenu.cob front door,
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
                     MOVE "ADD" TO WSAuditActionCode
           IF WSContactEntry NOT = SPACES OR NoDuplicateFound
              MOVE WSContactEntry TO CustStreet
           END-IF.
      *> NEW : city, state and postal code must agree with the
      *> PostalCodes.dat reference - a mismatch is logged and the
      *> three are asked for again, so a returned-mail address can't
      *> get onto the master in the first place
           MOVE 'X' TO WSPostalResult.
           PERFORM UNTIL AddressAgrees
              PERFORM GetCityStatePostal
              CALL 'postalcheck' USING CustPostal, CustCity,
                  CustState, WSPostalResult, WSPostalReason
              END-CALL
              IF NOT AddressAgrees
                 DISPLAY WSPostalReason " - on file now: " CustCity
                     " " CustState " " CustPostal
                 DISPLAY "Re-enter city, state and postal code"
                 MOVE IDNum TO RejectID
                 MOVE WSPostalReason TO RejectReason
                 PERFORM WriteReject
              END-IF
           END-PERFORM.
           MOVE SPACES TO WSContactEntry.
           DISPLAY "Phone " WITH NO ADVANCING.
           ACCEPT WSContactEntry.
           IF WSContactEntry NOT = SPACES OR NoDuplicateFound
              MOVE WSContactEntry TO CustPhone
           END-IF.

       GetCityStatePostal.
           MOVE SPACES TO WSContactEntry.
           DISPLAY "City " WITH NO ADVANCING.
           ACCEPT WSContactEntry.
           IF WSContactEntry NOT = SPACES OR NoDuplicateFound
              MOVE WSContactEntry TO CustPostal
           END-IF.

       *> NEW : common reject-file mechanism for invalid data-entry
       *> attempts, so bad input is captured instead of only being
