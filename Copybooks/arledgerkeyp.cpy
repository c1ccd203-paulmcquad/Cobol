      *> Shared keyed ARLedger.dat access, COPYed into the PROCEDURE
      *> DIVISION by the programs that post to the ledger or need
      *> one customer's lines from it. Requires the fields from
      *> Copybooks/arledgerkey.cpy.
      *> Positions the file at the customer's first line - the
      *> lowest possible key for the ID. LgEndOfCust comes back set
      *> when the customer has no lines at all.
       StartCustLedger.
           MOVE 'N' TO WSLgEOF.
           MOVE LOW-VALUES TO ARLedgerRecord.
           MOVE WSLgCustID TO ALCustID.
           START ARLedgerFile KEY IS NOT LESS THAN ALLedgerKey
               INVALID KEY MOVE 'Y' TO WSLgEOF
           END-START.

      *> The first free sequence number under the line's customer,
      *> date and reference is taken, so lines sharing that much of
      *> the key still read back in the order they were posted. Any
      *> failure other than the key already being taken stops the
      *> post and is reported - a line silently lost would put the
      *> ledger out with ARBalance.dat.
       PostLedgerLine.
           MOVE ZERO TO ALSeq.
           MOVE 'N' TO WSLgPosted.
           MOVE 'N' TO WSLgFailed.
           PERFORM UNTIL LedgerLinePosted OR LedgerPostFailed
              ADD 1 TO ALSeq
              WRITE ARLedgerRecord
                  INVALID KEY CONTINUE
              END-WRITE
              EVALUATE TRUE
                  WHEN WSLedgerStatus(1:1) = "0"
                      SET LedgerLinePosted TO TRUE
                  WHEN WSLedgerStatus = "22" AND ALSeq < 9999
                      CONTINUE
                  WHEN OTHER
                      SET LedgerPostFailed TO TRUE
              END-EVALUATE
           END-PERFORM.
           IF LedgerPostFailed
              DISPLAY "ARLedger.dat line " ALType " " ALRef
                  " for customer " ALCustID " NOT posted - status "
                  WSLedgerStatus
              MOVE 16 TO RETURN-CODE
           END-IF.
