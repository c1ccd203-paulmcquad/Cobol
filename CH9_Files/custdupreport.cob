       *> IDs, status and last-activity dates so a supervisor can
       *> decide which record survives and close the rest via
       *> custmaint.cob.
       *> NEW : reads through the CustNameKey alternate key one
       *> initial letter at a time instead of loading the whole master
       *> into one table - the old run aborted once Customer.dat
       *> passed 500 records. Clusters now print in name order.
       *> NEW : one START at the front of the name key and a single
       *> read to the end of the file, clustering each initial as the
       *> next one arrives - the pass that STARTed on each of A-Z in
       *> turn never saw a surname keyed with a digit, a leading
       *> space or punctuation. A surname keyed with a lower-case
       *> initial sorts after "Z" and clusters with the other names
       *> keyed that way.
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
              SELECT ReportFile ASSIGN TO "DuplicateNameReport.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
       01 WSReportStatus  PIC XX.
       01 WSEOF           PIC X VALUE 'N'.
              88 EndOfCustomers    VALUE 'Y'.
       *> NEW : every customer under the current initial loaded once
       *> with a normalized name, so clusters can be found with table
       *> scans - same bounded-table-with-abort pattern joinroster.cob
       *> uses
       01 WSCustTable.
              02 WSCustEntry OCCURS 500 TIMES.
                  03 WSCustEntryID       PIC 9(8).
       01 WSCustTableFull PIC X VALUE 'N'.
              88 CustTableFull  VALUE 'Y'.
       01 WSTableIdx      PIC 9(3).
       *> NEW : the initial being clustered, upper-cased, and the
       *> initial of the customer just read
       01 WSUpperLetters  PIC X(26)
              VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WSLowerLetters  PIC X(26)
              VALUE "abcdefghijklmnopqrstuvwxyz".
       01 WSPassInitial   PIC X.
       01 WSReadInitial   PIC X.
       01 WSScanIdx       PIC 9(3).
       01 WSClusterSize   PIC 9(3).
       01 WSClusterCount  PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           OPEN INPUT CustomerFile.
           MOVE WSFileStatus TO WSCheckFileStatus.
           MOVE "custdupreport" TO WSCheckProgLabel.
           MOVE "Customer.dat" TO WSCheckFileLabel.
           PERFORM CheckFileStatus.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           MOVE "DuplicateReport" TO WSCheckFileLabel.
           PERFORM CheckFileStatus.
           IF RETURN-CODE NOT = ZERO
              CLOSE CustomerFile
              GOBACK
           END-IF.
           WRITE ReportLine FROM WSReportTitle.
      *> NEW : one pass in name order - only the current initial's
      *> customers are ever held in the table
           PERFORM ScanNameKey.
           CLOSE CustomerFile.
           MOVE WSClusterCount TO WSFooterCount.
           WRITE ReportLine FROM WSFooterLine
               AFTER ADVANCING 2 LINES
      *> standalone; acts the same as STOP RUN either way.
       GOBACK.

      *> NEW : STARTs the name key from LOW-VALUES and reads to the
      *> end of the file; each change of initial clusters the
      *> customers loaded under the one before
       ScanNameKey.
           MOVE ZERO TO WSCustCount.
           MOVE SPACES TO WSPassInitial.
           MOVE 'N' TO WSEOF.
           MOVE LOW-VALUES TO LastName.
           MOVE LOW-VALUES TO FirstName.
           START CustomerFile KEY IS NOT LESS THAN CustNameKey
               INVALID KEY MOVE 'Y' TO WSEOF
           END-START.
           PERFORM UNTIL EndOfCustomers OR CustTableFull
              READ CustomerFile NEXT
                  AT END MOVE 'Y' TO WSEOF
                  NOT AT END PERFORM LoadOneCustomer
              END-READ
           END-PERFORM.
           IF CustTableFull
              DISPLAY "custdupreport: more than 500 customers under "
                  "initial " WSPassInitial
                  " - name-match table exceeded, aborting run"
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM FindClusters
           END-IF.

      *> NEW : the initial is compared upper-cased, so a "SMITH"
      *> and a "Smith" are held in the table together
       LoadOneCustomer.
           MOVE LastName(1:1) TO WSReadInitial.
           INSPECT WSReadInitial
               CONVERTING WSLowerLetters TO WSUpperLetters.
           IF WSCustCount > ZERO
              AND WSReadInitial NOT = WSPassInitial
              PERFORM FindClusters
              MOVE ZERO TO WSCustCount
           END-IF.
           MOVE WSReadInitial TO WSPassInitial.
           ADD 1 TO WSCustCount.
           IF WSCustCount > 500
              SET CustTableFull TO TRUE
           ELSE
              PERFORM AddCustomerToTable
           END-IF.

       AddCustomerToTable.
