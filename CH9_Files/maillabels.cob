       *> skipped and counted, so the mailroom knows how many labels
       *> to expect and how many accounts still need an address
       *> captured.
       *> NEW : labels come out in LastName/FirstName order through
       *> the CustNameKey alternate key, so the mailroom can bundle
       *> them without a separate sort.
       *> NEW : customers the clerk has flagged for returned mail in
       *> custmaint.cob get no label - they are listed on
       *> ReturnedMail.txt instead, with the address that failed and
       *> a phone number, so someone can ring them for a new one.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
                  FILE STATUS IS WSFileStatus.
              SELECT LabelFile ASSIGN TO "MailingLabels.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSLabelStatus.
              SELECT FollowUpFile ASSIGN TO "ReturnedMail.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSFollowUpStatus.

       DATA DIVISION.
       FILE SECTION.
       COPY custrec.
       FD LabelFile.
       01 LabelLine    PIC X(50).
       FD FollowUpFile.
       01 FollowUpLine PIC X(132).

       WORKING-STORAGE SECTION.
       01 WSFileStatus    PIC XX.
       01 WSLabelCount    PIC 9(5) VALUE 0.
       01 WSSkipClosed    PIC 9(5) VALUE 0.
       01 WSSkipNoAddr    PIC 9(5) VALUE 0.
       01 WSFollowUpStatus PIC XX.
       01 WSSkipReturned  PIC 9(5) VALUE 0.
       01 WSFollowUpHead.
              02 FILLER       PIC X(10) VALUE "ID".
              02 FILLER       PIC X(32) VALUE "Name".
              02 FILLER       PIC X(50) VALUE "Address on file".
              02 FILLER       PIC X(12) VALUE "Phone".
       01 WSFollowUpDetail.
              02 WSFUID       PIC 9(8).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSFUName     PIC X(30).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSFUStreet   PIC X(20).
              02 FILLER       PIC X(1) VALUE SPACES.
              02 WSFUCity     PIC X(29).
              02 WSFUPhone    PIC X(12).
       *> NEW : name and city/state/postal assembled with single
       *> spacing before they're written, the same STRING technique
       *> custexport.cob uses for its CSV lines
              CLOSE CustomerFile
              GOBACK
           END-IF.
           OPEN OUTPUT FollowUpFile.
           MOVE WSFollowUpStatus TO WSCheckFileStatus.
           MOVE "maillabels" TO WSCheckProgLabel.
           MOVE "ReturnedMail.txt" TO WSCheckFileLabel.
           PERFORM CheckFileStatus.
           IF RETURN-CODE NOT = ZERO
              CLOSE CustomerFile
              CLOSE LabelFile
              GOBACK
           END-IF.
           MOVE "Returned mail - customers needing a new address"
               TO FollowUpLine.
           WRITE FollowUpLine.
           WRITE FollowUpLine FROM WSFollowUpHead.
           MOVE LOW-VALUES TO CustName.
           START CustomerFile KEY IS NOT LESS THAN CustNameKey
               INVALID KEY MOVE 'Y' TO WSEOF
           END-START.
           PERFORM UNTIL EndOfCustomers
              READ CustomerFile NEXT
                  AT END MOVE 'Y' TO WSEOF
                  NOT AT END PERFORM PrintOneLabel
              END-READ
           END-PERFORM.
           CLOSE CustomerFile.
           CLOSE LabelFile.
           CLOSE FollowUpFile.
           PERFORM PrintJobStats.
      *> GOBACK so custmenu.cob can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
           EVALUATE TRUE
               WHEN CustClosed
                   ADD 1 TO WSSkipClosed
      *> NEW : a known-bad address gets a follow-up line, not a label
               WHEN CustMailReturned
                   PERFORM ListReturnedMail
               WHEN CustStreet = SPACES
                   ADD 1 TO WSSkipNoAddr
               WHEN OTHER
                   ADD 1 TO WSLabelCount
           END-EVALUATE.

       ListReturnedMail.
           MOVE IDNum TO WSFUID.
           MOVE SPACES TO WSFUName.
           STRING FUNCTION TRIM(FirstName) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LastName) DELIMITED BY SIZE
               INTO WSFUName.
           MOVE CustStreet TO WSFUStreet.
           MOVE SPACES TO WSFUCity.
           STRING FUNCTION TRIM(CustCity) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               CustState DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CustPostal DELIMITED BY SIZE
               INTO WSFUCity.
           MOVE CustPhone TO WSFUPhone.
           WRITE FollowUpLine FROM WSFollowUpDetail.
           ADD 1 TO WSSkipReturned.

      *> NEW : standard end-of-job summary so operations has a
      *> consistent way to confirm a run's scope after the fact
       PrintJobStats.
           DISPLAY "Labels printed     : " WSLabelCount.
           DISPLAY "Closed skipped     : " WSSkipClosed.
           DISPLAY "No address skipped : " WSSkipNoAddr.
           DISPLAY "Returned mail      : " WSSkipReturned
               " - see ReturnedMail.txt".
           DISPLAY "Run time (seconds) : " WSElapsedSecs.

      *> NEW : file-open error handling standardized via the shared
