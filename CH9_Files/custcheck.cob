       *>     rules math.cob's ValidateDOB applies)
       *>   - blank CustName fields
       *>   - an IDNum whose packed-decimal storage isn't numeric
       *> NEW :
       *>   - a CustNameKey alternate index that doesn't hold the
       *>     same number of records as the IDNum key, or doesn't
       *>     read back in name order - the name search, duplicate
       *>     report and label run all go through it
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
              SELECT ReportFile ASSIGN TO "IntegrityReport.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
       01 WSRecordCount   PIC 9(5) VALUE 0.
       01 WSProblemCount  PIC 9(5) VALUE 0.
       01 WSBadRecords    PIC 9(5) VALUE 0.
       *> NEW : the second sweep through the name index - how many
       *> records it holds, and the previous key to prove the order
       01 WSNameKeyCount  PIC 9(5) VALUE 0.
       01 WSNameOutOfSeq  PIC 9(5) VALUE 0.
       01 WSPrevNameKey   PIC X(30).
       01 WSThisNameKey   PIC X(30).
       01 WSRecordBad     PIC X VALUE 'N'.
              88 RecordHasProblem    VALUE 'Y'.
       *> NEW : the activity date split for the calendar validation -
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
           PERFORM UNTIL EndOfCustomers
              READ CustomerFile NEXT
                  AT END MOVE 'Y' TO WSEOF
                  NOT AT END
                      ADD 1 TO WSRecordCount
                      PERFORM CheckOneRecord
              END-READ
           END-PERFORM.
           PERFORM CheckNameIndex.
           CLOSE CustomerFile.
           PERFORM PrintFooter.
           CLOSE ReportFile.
              END-IF
           END-IF.

       *> NEW : walks the whole file again through CustNameKey - a
       *> count that differs from the IDNum sweep, or a key lower than
       *> the one before it, means the alternate index was damaged
       *> and needs rebuilding (custrestore.cob or a reload through
       *> custconvert.cob) before the name search can be trusted
       CheckNameIndex.
           MOVE 'N' TO WSEOF.
           MOVE LOW-VALUES TO WSPrevNameKey.
           MOVE LOW-VALUES TO CustName.
           START CustomerFile KEY IS NOT LESS THAN CustNameKey
               INVALID KEY MOVE 'Y' TO WSEOF
           END-START.
           PERFORM UNTIL EndOfCustomers
              READ CustomerFile NEXT
                  AT END MOVE 'Y' TO WSEOF
                  NOT AT END
                      ADD 1 TO WSNameKeyCount
                      STRING LastName FirstName DELIMITED BY SIZE
                          INTO WSThisNameKey
                      IF WSThisNameKey < WSPrevNameKey
                         ADD 1 TO WSNameOutOfSeq
                      END-IF
                      MOVE WSThisNameKey TO WSPrevNameKey
              END-READ
           END-PERFORM.
           IF WSNameKeyCount NOT = WSRecordCount
              MOVE ZERO TO WSDIDNum
              MOVE "Name index count differs from IDNum count"
                  TO WSDProblem
              PERFORM WriteProblem
              ADD 1 TO WSBadRecords
           END-IF.
           IF WSNameOutOfSeq > ZERO
              MOVE ZERO TO WSDIDNum
              MOVE "Name index reads back out of name order"
                  TO WSDProblem
              PERFORM WriteProblem
              ADD 1 TO WSBadRecords
           END-IF.

       WriteKeyedProblem.
           IF IDNum NUMERIC
              MOVE IDNum TO WSDIDNum
               "   Records with problems : " WSBadRecords
               DELIMITED BY SIZE INTO ReportLine.
           WRITE ReportLine.
           MOVE SPACES TO ReportLine.
           STRING "Name index records : " WSNameKeyCount
               DELIMITED BY SIZE INTO ReportLine.
           WRITE ReportLine.
      *> NEW : a dirty master is flagged to the caller the same way a
      *> failed step is, so a jobstream can stop before the nightly
      *> programs read bad records
