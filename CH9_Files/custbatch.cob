       *> applied with the same duplicate and blank-name rules the
       *> interactive programs enforce, with every applied action
       *> audited and every bad record captured in the reject log.
       *> NEW : head office's batch carries a header (source
       *> CUSTTRAN, file date, sequence) and a trailer (transaction
       *> count, hash total of the customer IDs) and is proved whole
       *> before a single transaction applies - a short, repeated or
       *> out-of-sequence batch is refused whole and logged to
       *> InterfaceRejects.log for the morning summary.
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
              SELECT RejectFile ASSIGN TO "BatchRejects.log"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSRejectStatus.
       *> NEW : inbound files accepted and refused - see
       *> Copybooks/ifctl.cpy
              SELECT IfControlFile ASSIGN TO "InterfaceControl.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSIfControlStatus.
              SELECT IfRejectFile ASSIGN TO "InterfaceRejects.log"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSIfRejectStatus.

       DATA DIVISION.
       FILE SECTION.
       01 AuditLine    PIC X(120).
       FD RejectFile.
       COPY rejectrec.
       FD IfControlFile.
       01 IfControlLine   PIC X(100).
       FD IfRejectFile.
       01 IfRejectLine    PIC X(100).

       WORKING-STORAGE SECTION.
       01 WSFileStatus    PIC XX.
       *> stood before the change, captured when LookUpCustomer reads
       *> the existing record back
       01 WSAuditActionCode  PIC X(8).
       *> NEW : city/state/postal agreement, as reported back by
       *> CH5_Subroutines/postalcheck.cob - 'N' means it couldn't be
       *> checked (nothing keyed, or no PostalCodes.dat) and passes
       01 WSPostalResult  PIC X.
              88 AddressAgrees   VALUE 'Y' 'N'.
       01 WSPostalReason  PIC X(40).
       01 WSBeforeImage.
              02 WSBeforeFirst    PIC X(15).
              02 WSBeforeLast     PIC X(15).
      *> NEW : shared file-open status check - see
      *> Copybooks/filestatuschkp.cpy
       COPY filestatuschk.
      *> NEW : shared inbound interface control fields - see
      *> Copybooks/ifctlp.cpy
       COPY ifctl.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WSJobStart.
      *> NEW : header and trailer proved before anything applies
           PERFORM CheckTransControl.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           OPEN INPUT TransFile.
           MOVE WSTransStatus TO WSCheckFileStatus.
           MOVE "custbatch" TO WSCheckProgLabel.
              READ TransFile
                  AT END MOVE 'Y' TO WSEOF
                  NOT AT END
                      MOVE TransRecord TO WSIfLine
                      IF NOT IfControlTag
                         ADD 1 TO WSTransCount
                         PERFORM ApplyOneTransaction
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE TransFile.
           CLOSE CustomerFile.
           IF IfAccepted
              PERFORM LogInterfaceAccepted
           END-IF.
           PERFORM PrintJobStats.
      *> GOBACK so this can be CALLed as a subprogram as well as run
      *> standalone; acts the same as STOP RUN either way.
       GOBACK.

       *> NEW : the whole batch read once against its header and
       *> trailer - the hash is the customer IDs. A file that won't
       *> open is left to the open check in Main.
       CheckTransControl.
           MOVE "CUSTTRAN" TO WSIfSource.
           MOVE "custbatch" TO WSIfProgLabel.
           MOVE "CustTrans.dat" TO WSIfFileLabel.
           PERFORM StartInterfaceCheck.
           MOVE 'N' TO WSEOF.
           OPEN INPUT TransFile.
           IF WSTransStatus NOT = "00"
              CLOSE TransFile
           ELSE
              PERFORM UNTIL EndOfTrans
                 READ TransFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         MOVE TransRecord TO WSIfLine
                         PERFORM TakeInterfaceLine
                         IF IfDetailLine AND TrIDNum NUMERIC
                            COMPUTE WSIfHash =
                                WSIfHash + FUNCTION NUMVAL(TrIDNum)
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE TransFile
              MOVE 'N' TO WSEOF
              PERFORM FinishInterfaceCheck
           END-IF.

       *> NEW : one transaction in, one master action (or one reject)
       *> out - the same edits appendfiles.cob applies at the console
       ApplyOneTransaction.
                 MOVE TrState TO CustState
                 MOVE TrPostal TO CustPostal
                 MOVE TrPhone TO CustPhone
      *> NEW : an address that disagrees with PostalCodes.dat is
      *> rejected for head office to correct, not added
                 PERFORM CheckAddress
                 IF NOT AddressAgrees
                    MOVE TrIDNum TO RejectID
                    MOVE WSPostalReason TO RejectReason
                    PERFORM WriteReject
                 ELSE
                    SET CustActive TO TRUE
                    MOVE FUNCTION CURRENT-DATE(1:8) TO CustLastActivity
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
                    WRITE CustomerData
                    END-WRITE
      *> NEW : a WRITE that fails is rejected, not audited and
      *> counted as if it happened - custbalance.cob reconciles the
      *> master against these audit entries
                    IF WSFileStatus = "00"
                       MOVE "ADD" TO WSAuditActionCode
                       PERFORM WriteAuditRecord
                       ADD 1 TO WSAddCount
                    ELSE
                       MOVE TrIDNum TO RejectID
                       MOVE "Not applied - write failed"
                           TO RejectReason
                       PERFORM WriteReject
                    END-IF
                 END-IF
              END-IF
           END-IF.
                 MOVE TrFirstName TO FirstName
                 MOVE TrLastName TO LastName
                 PERFORM ApplyContactFields
      *> NEW : the address as it will stand after the update must
      *> agree with PostalCodes.dat, or the whole update is rejected
                 PERFORM CheckAddress
                 IF NOT AddressAgrees
                    MOVE TrIDNum TO RejectID
                    MOVE WSPostalReason TO RejectReason
                    PERFORM WriteReject
                 ELSE
      *> NEW : an update counts as activity, and reopens a previously
      *> closed account - same rule custmaint.cob applies
                    SET CustActive TO TRUE
                    MOVE FUNCTION CURRENT-DATE(1:8)
                        TO CustLastActivity
                    REWRITE CustomerData
                    END-REWRITE
                    IF WSFileStatus = "00"
                       MOVE "UPDATE" TO WSAuditActionCode
                       PERFORM WriteAuditRecord
                       ADD 1 TO WSUpdateCount
                    ELSE
                       MOVE TrIDNum TO RejectID
                       MOVE "Not applied - record in use"
                           TO RejectReason
                       PERFORM WriteReject
                    END-IF
                 END-IF
              END-IF
           END-IF.

       *> NEW : city, state and postal code in the record area are
       *> checked against the PostalCodes.dat reference
       CheckAddress.
           CALL 'postalcheck' USING CustPostal, CustCity, CustState,
               WSPostalResult, WSPostalReason
           END-CALL.

       *> NEW : a blank contact field on an update keeps the value
       *> already on file - head office's name-only corrections come
       *> through with the address columns empty
      *> Copybooks/filestatuschkp.cpy paragraph instead of each
      *> program writing its own IF/DISPLAY
       COPY filestatuschkp.

      *> NEW : shared inbound interface control check - see
      *> Copybooks/ifctl.cpy for the fields
       COPY ifctlp.
