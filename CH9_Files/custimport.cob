       *> 8-digit ID, no blank names) and applied as an add or an
       *> update; bad rows go to ImportRejects.log with a reason so
       *> the spreadsheet owner can fix them.
       *> NEW : a row may carry three more columns - City,State,
       *> Postal - for the mailing clean-up sheets. When present they
       *> are checked against PostalCodes.dat and applied; a row
       *> without them leaves the address on file alone.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       01 WSFieldID       PIC X(20).
       01 WSFieldFirst    PIC X(20).
       01 WSFieldLast     PIC X(20).
       01 WSFieldCity     PIC X(20).
       01 WSFieldState    PIC X(20).
       01 WSFieldPostal   PIC X(20).
       *> NEW : city/state/postal agreement, as reported back by
       *> CH5_Subroutines/postalcheck.cob - 'N' means it couldn't be
       *> checked (nothing keyed, or no PostalCodes.dat) and passes
       01 WSPostalResult  PIC X.
              88 AddressAgrees   VALUE 'Y' 'N'.
       01 WSPostalReason  PIC X(40).
       01 WSDuplicateFlag PIC X VALUE 'N'.
              88 DuplicateFound    VALUE 'Y'.
              88 NoDuplicateFound  VALUE 'N'.
       *> the header line custexport writes is skipped, everything
       *> else is validated with appendfiles.cob's rules
       ImportOneRow.
           IF CSVLine(1:6) = "IDNum,"
              CONTINUE
           ELSE
              ADD 1 TO WSRowCount
              MOVE SPACES TO WSFieldID
              MOVE SPACES TO WSFieldFirst
              MOVE SPACES TO WSFieldLast
              MOVE SPACES TO WSFieldCity
              MOVE SPACES TO WSFieldState
              MOVE SPACES TO WSFieldPostal
              UNSTRING CSVLine
                  DELIMITED BY ","
                  INTO WSFieldID, WSFieldFirst, WSFieldLast,
                      WSFieldCity, WSFieldState, WSFieldPostal
              END-UNSTRING
              EVALUATE TRUE
                  WHEN WSFieldID(1:8) NOT NUMERIC
      *> exactly as it was
              MOVE WSFieldFirst TO FirstName
              MOVE WSFieldLast TO LastName
      *> NEW : address columns, when the row has them, replace the
      *> ones on file - a blank column keeps what's there
              MOVE 'N' TO WSPostalResult
              IF WSFieldCity NOT = SPACES OR WSFieldState NOT = SPACES
                 OR WSFieldPostal NOT = SPACES
                 PERFORM ApplyAddressColumns
              END-IF
              IF NOT AddressAgrees
                 MOVE WSFieldID TO RejectID
                 MOVE WSPostalReason TO RejectReason
                 PERFORM WriteReject
              ELSE
              SET CustActive TO TRUE
              MOVE FUNCTION CURRENT-DATE(1:8) TO CustLastActivity
              REWRITE CustomerData
                 MOVE "Not applied - record in use" TO RejectReason
                 PERFORM WriteReject
              END-IF
              END-IF
           ELSE
              MOVE WSFieldID(1:8) TO IDNum
              MOVE WSFieldFirst TO FirstName
              MOVE FUNCTION CURRENT-DATE(1:8) TO CustLastActivity
              MOVE SPACES TO CustAddress
              MOVE SPACES TO CustPhone
              PERFORM ApplyAddressColumns
      *> NEW : a new account starts with no credit limit set
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
              IF NOT AddressAgrees
                 MOVE WSFieldID TO RejectID
                 MOVE WSPostalReason TO RejectReason
                 PERFORM WriteReject
              ELSE
              WRITE CustomerData
              END-WRITE
              IF WSFileStatus = "00"
                 MOVE "Not applied - write failed" TO RejectReason
                 PERFORM WriteReject
              END-IF
              END-IF
           END-IF
           END-IF.

       *> NEW : the optional City,State,Postal columns onto the record,
       *> then checked against the PostalCodes.dat reference - a row
       *> that disagrees is rejected rather than applied
       ApplyAddressColumns.
           IF WSFieldCity NOT = SPACES
              MOVE WSFieldCity TO CustCity
           END-IF.
           IF WSFieldState NOT = SPACES
              MOVE FUNCTION UPPER-CASE(WSFieldState(1:2))
                  TO CustState
           END-IF.
           IF WSFieldPostal NOT = SPACES
              MOVE WSFieldPostal TO CustPostal
           END-IF.
           CALL 'postalcheck' USING CustPostal, CustCity, CustState,
               WSPostalResult, WSPostalReason
           END-CALL.

       *> NEW : common reject-file mechanism, same copybook and
       *> pattern appendfiles.cob uses
       WriteReject.
