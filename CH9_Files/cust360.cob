       *> ARBalance.dat, the last few ARLedger.dat lines, and the
       *> most recent CustomerAudit.log entries for the account, all
       *> on one screenful.
       *> NEW : plus the customer's segment from the last
       *> custsegment.cob run, so whoever takes the call knows a
       *> champion from a lapsed account.
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
                  FILE STATUS IS WSFileStatus.
              SELECT ARBalanceFile ASSIGN TO "ARBalance.dat"
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS ArCustID
                  FILE STATUS IS WSBalanceStatus.
              SELECT ARLedgerFile ASSIGN TO "ARLedger.dat"
      *> NEW : keyed on customer, date, reference and sequence -
      *> see Copybooks/arledger.cpy
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS ALLedgerKey
                      = ALCustID ALDate ALRef ALSeq
                  FILE STATUS IS WSLedgerStatus.
              SELECT AuditFile ASSIGN TO "CustomerAudit.log"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSAuditStatus.
              SELECT SegmentFile ASSIGN TO "CustomerSegments.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS SegCustID
                  FILE STATUS IS WSSegmentStatus.

       DATA DIVISION.
       FILE SECTION.
       COPY arledger.
       FD AuditFile.
       01 AuditLine    PIC X(120).
       FD SegmentFile.
       COPY custseg.

       WORKING-STORAGE SECTION.
       01 WSFileStatus    PIC XX.
       01 WSBalanceStatus PIC XX.
       01 WSLedgerStatus  PIC XX.
       01 WSAuditStatus   PIC XX.
       01 WSSegmentStatus PIC XX.
       01 WSEOF           PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
       01 WSIDEntry       PIC X(8).
      *> NEW : shared file-open status check - see
      *> Copybooks/filestatuschkp.cpy
       COPY filestatuschk.
      *> NEW : shared keyed ledger fields - see
      *> Copybooks/arledgerkeyp.cpy
       COPY arledgerkey.

       PROCEDURE DIVISION.
       Main.
                         DISPLAY "Customer " WSIDEntry " not found"
                     NOT INVALID KEY
                         PERFORM ShowMasterRecord
                         PERFORM ShowSegment
                         PERFORM ShowBalance
                         PERFORM ShowRecentLedger
                         PERFORM ShowRecentAudit
           MOVE CustCreditLimit TO WSLimitShown.
           DISPLAY "  Credit limit : " WSLimitShown
               "  terms : " CustTermsCode.
      *> NEW : the head office a branch account bills to
           IF CustBillToID > ZERO
              DISPLAY "  Bills to : " CustBillToID
           END-IF.

       *> NEW : a customer custsegment.cob hasn't scored yet (added
       *> since the last run, or closed) simply has no line
       ShowSegment.
           OPEN INPUT SegmentFile.
           IF WSSegmentStatus = "00"
              MOVE IDNum TO SegCustID
              READ SegmentFile
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      DISPLAY "  Segment : " SegName "  (R" SegRecency
                          " F" SegFrequency " M" SegMonetary
                          ", as of " SegRunDate ")"
              END-READ
           END-IF.
           CLOSE SegmentFile.

       ShowBalance.
           OPEN INPUT ARBalanceFile.
       *> NEW : the file streams past once and the ring keeps the
       *> five newest of this customer's lines - the ledger appends
       *> in date order, so last on file is most recent
       *> NEW : only this customer's lines are read now, from a START
       *> on the ledger key - they come back oldest first, so the
       *> ring still ends on the most recent
       ShowRecentLedger.
           MOVE ZERO TO WSLedgerHeld.
           MOVE 'N' TO WSEOF.
           IF WSLedgerStatus NOT = "00"
              CLOSE ARLedgerFile
           ELSE
              MOVE WSIDEntry TO WSLgCustID
              PERFORM StartCustLedger
              IF LgEndOfCust
                 MOVE 'Y' TO WSEOF
              END-IF
              PERFORM UNTIL EndOfPass
                 READ ARLedgerFile NEXT RECORD
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF ALCustID = WSIDEntry
                            PERFORM KeepOneLedgerLine
                         ELSE
                            MOVE 'Y' TO WSEOF
                         END-IF
                 END-READ
              END-PERFORM
              DISPLAY "  No ledger activity"
           ELSE
              DISPLAY "  Recent ledger activity "
                  "(I invoice, P payment, C credit, R reversal, "
                  "F finance charge, B bad debt recovered, "
                  "D refund) :"
              PERFORM VARYING WSShowIdx FROM 1 BY 1
                  UNTIL WSShowIdx > WSLedgerHeld
                  DISPLAY "    " WSLedgerLine(WSShowIdx)
      *> Copybooks/filestatuschkp.cpy paragraph instead of each
      *> program writing its own IF/DISPLAY
       COPY filestatuschkp.

      *> NEW : shared keyed ledger access - see
      *> Copybooks/arledgerkey.cpy for the fields
       COPY arledgerkeyp.
