       *> Finds customers by full or partial LastName - most phone
       *> calls start with a name, not an 8-digit IDNum, so the clerk
       *> browses every match (there are many Smiths) and reads the ID
       *> off the listing for custlookup.cob/custmaint.cob.
       *> NEW : Customer.dat now carries the CustNameKey alternate key
       *> (LastName then FirstName), so this STARTs at the name
       *> instead of walking every record from the first IDNum, and
       *> the matches come back in name order. Names are stored as
       *> keyed, so the search runs twice - once from the upper-case
       *> initial and once from the lower-case one - and only the
       *> records under those two initials are ever read.
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

       DATA DIVISION.
       01 WSLastUpper     PIC X(15).
       01 WSSearchLen     PIC 99 VALUE ZERO.
       01 WSMatchCount    PIC 9(5) VALUE ZERO.
       *> NEW : the initial letter the current pass STARTs from and
       *> stops after
       01 WSPassInitial   PIC X.
       01 WSLowerInitial  PIC X.
       01 WSIDDisplay     PIC 9(8).
      *> NEW : shared file-open status check - see
      *> Copybooks/filestatuschkp.cpy
           IF RETURN-CODE NOT = ZERO
              MOVE 'N' TO WSContinueFlag
           ELSE
              MOVE WSSearchUpper(1:1) TO WSPassInitial
              PERFORM ScanOneInitial
              MOVE FUNCTION LOWER-CASE(WSSearchUpper(1:1))
                  TO WSLowerInitial
              IF WSLowerInitial NOT = WSSearchUpper(1:1)
                 MOVE WSLowerInitial TO WSPassInitial
                 PERFORM ScanOneInitial
              END-IF
              CLOSE CustomerFile
              DISPLAY WSMatchCount " customer(s) matched "
                  WSSearchUpper(1:WSSearchLen)
           END-IF.

       *> NEW : positions on the first name under this initial and
       *> reads forward in name order until the initial changes
       ScanOneInitial.
           MOVE 'N' TO WSEOF.
           MOVE SPACES TO LastName.
           MOVE WSPassInitial TO LastName(1:1).
           MOVE LOW-VALUES TO FirstName.
           START CustomerFile KEY IS NOT LESS THAN CustNameKey
               INVALID KEY MOVE 'Y' TO WSEOF
           END-START.
           PERFORM UNTIL EndOfCustomers
               READ CustomerFile NEXT
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF LastName(1:1) NOT = WSPassInitial
                          MOVE 'Y' TO WSEOF
                       ELSE
                          PERFORM CheckOneCustomer
                       END-IF
               END-READ
           END-PERFORM.

       CheckOneCustomer.
           MOVE FUNCTION UPPER-CASE(LastName) TO WSLastUpper.
           IF WSLastUpper(1:WSSearchLen) =
