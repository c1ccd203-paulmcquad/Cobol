       IDENTIFICATION DIVISION.
       PROGRAM-ID. taxexmaint.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Maintains the tax-exemption certificates fixed.cob honours
       *> - resellers, charities and schools used to be invoiced the
       *> tax anyway and credited by hand after they phoned, with
       *> the certificate itself in a filing cabinet nobody checked
       *> the date on. One certificate per customer in TaxExempt.dat:
       *> its number, the jurisdictions it covers and the date it
       *> expires. A renewal simply replaces the certificate on file.
       *> Lines invoiced in a covered jurisdiction on or before the
       *> expiry date carry no tax and are recorded as exempt sales
       *> for artaxreport.cob; taxexpiry.cob lists the certificates
       *> about to run out so renewals are chased in time.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ExemptFile ASSIGN TO "TaxExempt.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS TxeCustID
                  FILE STATUS IS WSExemptStatus.
              SELECT CustomerFile ASSIGN TO "Customer.dat"
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
                  FILE STATUS IS WSCustFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ExemptFile.
       COPY taxexempt.
       FD CustomerFile.
       COPY custrec.

       WORKING-STORAGE SECTION.
       01 WSExemptStatus  PIC XX.
       01 WSCustFileStatus PIC XX.
       01 WSEOF           PIC X VALUE 'N'.
              88 EndOfCerts     VALUE 'Y'.
       01 WSMenuChoice    PIC X VALUE SPACE.
              88 WantsList      VALUE 'L' 'l'.
              88 WantsAdd       VALUE 'A' 'a'.
              88 WantsRemove    VALUE 'R' 'r'.
              88 WantsQuit      VALUE 'Q' 'q'.
       01 WSContinueFlag  PIC X VALUE 'Y'.
              88 KeepGoing      VALUE 'Y'.
       01 WSIDEntry       PIC X(8).
       01 WSCertEntry     PIC X(15).
       01 WSJurEntry      PIC X(2).
       01 WSDateEntry     PIC X(8).
       01 WSIssueDate     PIC 9(8).
       01 WSConfirm       PIC X.
              88 Confirmed      VALUE 'Y' 'y'.
       01 WSJurCount      PIC 9.
       01 WSCertCount     PIC 9(5).
       01 WSProceed       PIC X VALUE 'N'.
              88 ProceedWithIt  VALUE 'Y'.
       01 WSRenewal       PIC X VALUE 'N'.
              88 IsRenewal      VALUE 'Y'.
       01 WSCustOnFile    PIC X VALUE 'N'.
              88 CustomerOnFile VALUE 'Y'.
       01 WSOperatorID    PIC X(10) VALUE SPACES.
       *> NEW : operator signed on at the custmenu.cob front door,
       *> shared via EXTERNAL storage - same pickup the other
       *> customer programs use
       01 WSSignedOnOper     PIC X(10) EXTERNAL.
       01 WSSignedOnLevel    PIC 9 EXTERNAL.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           IF WSSignedOnOper NOT = SPACES
              AND WSSignedOnOper NOT = LOW-VALUES
              MOVE WSSignedOnOper TO WSOperatorID
           ELSE
              DISPLAY "Operator ID " WITH NO ADVANCING
              ACCEPT WSOperatorID
           END-IF.
           OPEN INPUT CustomerFile.
           IF WSCustFileStatus NOT = "00"
              DISPLAY "taxexmaint: Customer.dat unavailable - status "
                  WSCustFileStatus
              CLOSE CustomerFile
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *> NEW : the certificate file is created empty the first time
      *> through, so the first certificate can be keyed
           OPEN I-O ExemptFile.
           IF WSExemptStatus = "35"
              OPEN OUTPUT ExemptFile
              CLOSE ExemptFile
              OPEN I-O ExemptFile
           END-IF.
           IF WSExemptStatus NOT = "00"
              DISPLAY "taxexmaint: TaxExempt.dat unavailable - status "
                  WSExemptStatus
              CLOSE CustomerFile
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM ShowExemptMenu UNTIL NOT KeepGoing.
           CLOSE ExemptFile.
           CLOSE CustomerFile.
      *> GOBACK so a menu program can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

       ShowExemptMenu.
           DISPLAY " ".
           DISPLAY "Tax Exemption Certificates".
           DISPLAY "(L)ist  (A)dd or renew  (R)emove  (Q)uit".
           DISPLAY "Select an option " WITH NO ADVANCING.
           ACCEPT WSMenuChoice.
           EVALUATE TRUE
               WHEN WantsList    PERFORM ListCertificates
               WHEN WantsAdd     PERFORM AddCertificate
               WHEN WantsRemove  PERFORM RemoveCertificate
               WHEN WantsQuit    MOVE 'N' TO WSContinueFlag
               WHEN OTHER
                   DISPLAY "Invalid option, please try again"
           END-EVALUATE.

       ListCertificates.
           MOVE 'N' TO WSEOF.
           MOVE ZERO TO WSCertCount.
           MOVE LOW-VALUES TO TaxExemptRecord.
           MOVE ZERO TO TxeCustID.
           START ExemptFile KEY IS NOT LESS THAN TxeCustID
               INVALID KEY MOVE 'Y' TO WSEOF
           END-START.
           PERFORM UNTIL EndOfCerts
              READ ExemptFile NEXT RECORD
                  AT END MOVE 'Y' TO WSEOF
                  NOT AT END
                      ADD 1 TO WSCertCount
                      PERFORM ShowOneCertificate
              END-READ
           END-PERFORM.
           IF WSCertCount = ZERO
              DISPLAY "No exemption certificates on file"
           END-IF.

       ShowOneCertificate.
           DISPLAY TxeCustID " cert " TxeCertNumber
               " expires " TxeExpiryDate
               " covers " TxeJurisdiction(1) " " TxeJurisdiction(2)
               " " TxeJurisdiction(3) " " TxeJurisdiction(4)
               " " TxeJurisdiction(5) " " TxeJurisdiction(6).

       *> NEW : the customer must be on the master - a certificate
       *> for a number nobody invoices would sit there forever.
       *> Keying a customer who already holds a certificate replaces
       *> it once the clerk confirms - that is how a renewal lands.
       AddCertificate.
           MOVE 'N' TO WSProceed.
           MOVE 'N' TO WSRenewal.
           PERFORM AcceptCustomerID.
           IF CustomerOnFile
              MOVE IDNum TO TxeCustID
              READ ExemptFile
                  INVALID KEY
                      SET ProceedWithIt TO TRUE
                  NOT INVALID KEY
                      DISPLAY "Certificate already on file:"
                      PERFORM ShowOneCertificate
                      DISPLAY "Replace it with a renewal (Y/N) "
                          WITH NO ADVANCING
                      ACCEPT WSConfirm
                      IF Confirmed
                         SET ProceedWithIt TO TRUE
                         SET IsRenewal TO TRUE
                      END-IF
              END-READ
           END-IF.
           IF ProceedWithIt
              PERFORM KeyCertificate
           END-IF.

       KeyCertificate.
           MOVE SPACES TO WSCertEntry.
           PERFORM UNTIL WSCertEntry NOT = SPACES
               DISPLAY "Certificate number " WITH NO ADVANCING
               ACCEPT WSCertEntry
           END-PERFORM.
           MOVE SPACES TO TxeJurisdictions.
           MOVE ZERO TO WSJurCount.
           MOVE 'X' TO WSJurEntry.
           PERFORM UNTIL WSJurEntry = SPACES OR WSJurCount = 6
               MOVE SPACES TO WSJurEntry
               DISPLAY "Jurisdiction covered (2 letters, blank when "
                   "done) " WITH NO ADVANCING
               ACCEPT WSJurEntry
               IF WSJurEntry NOT = SPACES
                  ADD 1 TO WSJurCount
                  MOVE FUNCTION UPPER-CASE(WSJurEntry)
                      TO TxeJurisdiction(WSJurCount)
               END-IF
           END-PERFORM.
           IF WSJurCount = ZERO
              DISPLAY "No jurisdictions keyed - certificate not "
                  "recorded"
           ELSE
              PERFORM KeyCertificateDates
              PERFORM SaveCertificate
           END-IF.

       KeyCertificateDates.
           MOVE SPACES TO WSDateEntry.
           PERFORM UNTIL WSDateEntry IS NUMERIC
               DISPLAY "Issue date (YYYYMMDD) " WITH NO ADVANCING
               ACCEPT WSDateEntry
               IF WSDateEntry NOT NUMERIC
                  DISPLAY "Invalid date - enter 8 numeric digits"
               END-IF
           END-PERFORM.
           MOVE WSDateEntry TO WSIssueDate.
           MOVE SPACES TO WSDateEntry.
           PERFORM UNTIL WSDateEntry IS NUMERIC
               DISPLAY "Expiry date (YYYYMMDD) " WITH NO ADVANCING
               ACCEPT WSDateEntry
               IF WSDateEntry NOT NUMERIC
                  DISPLAY "Invalid date - enter 8 numeric digits"
               ELSE
                  IF WSDateEntry < WSIssueDate
                     DISPLAY "Expiry is before the issue date"
                     MOVE SPACES TO WSDateEntry
                  END-IF
               END-IF
           END-PERFORM.

       SaveCertificate.
           MOVE IDNum TO TxeCustID.
           MOVE WSCertEntry TO TxeCertNumber.
           MOVE WSIssueDate TO TxeIssueDate.
           MOVE WSDateEntry TO TxeExpiryDate.
           MOVE WSOperatorID TO TxeRecordedBy.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TxeRecordedOn.
           IF IsRenewal
              REWRITE TaxExemptRecord
                  INVALID KEY
                      DISPLAY "taxexmaint: rewrite failed - status "
                          WSExemptStatus
                  NOT INVALID KEY
                      DISPLAY "Certificate renewed"
              END-REWRITE
           ELSE
              WRITE TaxExemptRecord
                  INVALID KEY
                      DISPLAY "taxexmaint: write failed - status "
                          WSExemptStatus
                  NOT INVALID KEY
                      DISPLAY "Certificate recorded"
              END-WRITE
           END-IF.

       *> NEW : a certificate withdrawn by the customer, or keyed
       *> against the wrong account - the next invoice run taxes
       *> them again
       RemoveCertificate.
           PERFORM AcceptCustomerID.
           IF CustomerOnFile
              MOVE IDNum TO TxeCustID
              READ ExemptFile
                  INVALID KEY
                      DISPLAY "No certificate on file for " WSIDEntry
                  NOT INVALID KEY
                      PERFORM ShowOneCertificate
                      DISPLAY "Remove this certificate (Y/N) "
                          WITH NO ADVANCING
                      ACCEPT WSConfirm
                      IF Confirmed
                         DELETE ExemptFile
                             INVALID KEY
                                 DISPLAY "taxexmaint: delete failed"
                                     " - status " WSExemptStatus
                             NOT INVALID KEY
                                 DISPLAY "Certificate removed"
                         END-DELETE
                      END-IF
              END-READ
           END-IF.

       AcceptCustomerID.
           MOVE 'N' TO WSCustOnFile.
           MOVE SPACES TO WSIDEntry.
           DISPLAY "Customer ID (blank to cancel) " WITH NO ADVANCING.
           ACCEPT WSIDEntry.
           IF WSIDEntry = SPACES
              CONTINUE
           ELSE
              IF WSIDEntry NOT NUMERIC
                 DISPLAY "Invalid ID - enter 8 numeric digits"
              ELSE
                 MOVE WSIDEntry TO IDNum
                 READ CustomerFile
                     INVALID KEY
                         DISPLAY "Customer " WSIDEntry " not found"
                     NOT INVALID KEY
                         SET CustomerOnFile TO TRUE
                         DISPLAY FUNCTION TRIM(FirstName) " "
                             FUNCTION TRIM(LastName)
                 END-READ
              END-IF
           END-IF.
