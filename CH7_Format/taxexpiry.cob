       IDENTIFICATION DIVISION.
       PROGRAM-ID. taxexpiry.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Monthly list of the tax-exemption certificates about to run
       *> out - fixed.cob starts charging tax the day after a
       *> certificate's expiry date, and the customer only finds out
       *> when the invoice arrives. Every certificate in
       *> TaxExempt.dat expiring within the next 60 days is listed
       *> with the customer's name and phone in ExemptExpiry.txt, so
       *> the renewal can be chased before then. Certificates that
       *> have already expired without a renewal are listed too,
       *> marked EXPIRED - those customers are being taxed now.
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
              SELECT ReportFile ASSIGN TO "ExemptExpiry.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ExemptFile.
       COPY taxexempt.
       FD CustomerFile.
       COPY custrec.
       FD ReportFile.
       01 ReportLine   PIC X(90).

       WORKING-STORAGE SECTION.
       01 WSExemptStatus    PIC XX.
       01 WSCustFileStatus  PIC XX.
       01 WSReportStatus    PIC XX.
       01 WSEOF             PIC X VALUE 'N'.
              88 EndOfCerts      VALUE 'Y'.
       01 WSCustUp          PIC X VALUE 'N'.
              88 CustMasterAvailable  VALUE 'Y'.
       01 WSToday           PIC 9(8).
       01 WSHorizon         PIC 9(8).
       01 WSDaysAhead       PIC 9(3) VALUE 60.
       01 WSListedCount     PIC 9(5) VALUE ZERO.
       01 WSExpiredCount    PIC 9(5) VALUE ZERO.
       01 WSColumnHeads.
              02 FILLER  PIC X(10) VALUE "Customer".
              02 FILLER  PIC X(32) VALUE "Name".
              02 FILLER  PIC X(17) VALUE "Certificate".
              02 FILLER  PIC X(10) VALUE "Expires".
              02 FILLER  PIC X(8) VALUE "Phone".
       01 WSDetailLine.
              02 WSDCustID     PIC 9(8).
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSDName       PIC X(30).
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSDCert       PIC X(15).
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSDExpiry     PIC 9(8).
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSDPhone      PIC X(12).
       01 WSExpiredNote.
              02 FILLER        PIC X(10) VALUE SPACES.
              02 FILLER        PIC X(40) VALUE
                  "** EXPIRED - invoices now carry tax".

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday.
           COMPUTE WSHorizon = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WSToday) + WSDaysAhead).
           OPEN INPUT ExemptFile.
           IF WSExemptStatus NOT = "00"
              DISPLAY "taxexpiry: no TaxExempt.dat on file - "
                  "status " WSExemptStatus
              CLOSE ExemptFile
              GOBACK
           END-IF.
      *> NEW : the name and phone are a convenience - without the
      *> master the list still prints, by customer number
           OPEN INPUT CustomerFile.
           IF WSCustFileStatus = "00"
              MOVE 'Y' TO WSCustUp
           ELSE
              DISPLAY "taxexpiry: Customer.dat unavailable - status "
                  WSCustFileStatus " - names not shown"
           END-IF.
           OPEN OUTPUT ReportFile.
           IF WSReportStatus NOT = "00"
              DISPLAY "taxexpiry: unable to open ExemptExpiry.txt - "
                  "status " WSReportStatus
              CLOSE ExemptFile
              IF CustMasterAvailable
                 CLOSE CustomerFile
              END-IF
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE SPACES TO ReportLine.
           STRING "Exemption certificates expiring by " WSHorizon
               " (run " WSToday ")"
               DELIMITED BY SIZE INTO ReportLine.
           WRITE ReportLine.
           WRITE ReportLine FROM WSColumnHeads
               AFTER ADVANCING 2 LINES
           END-WRITE.
           PERFORM UNTIL EndOfCerts
              READ ExemptFile NEXT RECORD
                  AT END MOVE 'Y' TO WSEOF
                  NOT AT END
                      IF TxeExpiryDate NOT > WSHorizon
                         PERFORM ListOneCertificate
                      END-IF
              END-READ
           END-PERFORM.
           IF WSListedCount = ZERO
              MOVE "No certificates expire in the period"
                  TO ReportLine
              WRITE ReportLine
                  AFTER ADVANCING 1 LINE
              END-WRITE
           END-IF.
           CLOSE ReportFile.
           CLOSE ExemptFile.
           IF CustMasterAvailable
              CLOSE CustomerFile
           END-IF.
           DISPLAY "taxexpiry: " WSListedCount " certificate(s) "
               "listed, " WSExpiredCount " already expired - see "
               "ExemptExpiry.txt".
      *> GOBACK so a batch driver can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

       ListOneCertificate.
           ADD 1 TO WSListedCount.
           MOVE TxeCustID TO WSDCustID.
           MOVE TxeCertNumber TO WSDCert.
           MOVE TxeExpiryDate TO WSDExpiry.
           MOVE SPACES TO WSDName.
           MOVE SPACES TO WSDPhone.
           IF CustMasterAvailable
              MOVE TxeCustID TO IDNum
              READ CustomerFile
                  INVALID KEY
                      MOVE "** not on customer master" TO WSDName
                  NOT INVALID KEY
                      STRING FUNCTION TRIM(FirstName)
                          DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(LastName) DELIMITED BY SIZE
                          INTO WSDName
                      MOVE CustPhone TO WSDPhone
              END-READ
           END-IF.
           WRITE ReportLine FROM WSDetailLine
               AFTER ADVANCING 1 LINE
           END-WRITE.
           IF TxeExpiryDate < WSToday
              ADD 1 TO WSExpiredCount
              WRITE ReportLine FROM WSExpiredNote
                  AFTER ADVANCING 1 LINE
              END-WRITE
           END-IF.
