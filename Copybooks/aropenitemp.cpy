      *> Shared open-item lookup and allocation, COPYed into the
      *> PROCEDURE DIVISION by the programs that post cash or credit
      *> against the AR ledger (arpayment.cob, arlockbox.cob,
      *> aradjust.cob). Requires the fields from
      *> Copybooks/aropenitem.cpy and SELECT/FDs for ARLedger.dat and
      *> ARSettlement.dat, plus Copybooks/arledgerkey.cpy and
      *> arledgerkeyp.cpy for the keyed ledger read. Must run before
      *> the posting's own ledger line is written, or the new line
      *> would be counted against the invoices it is about to be
      *> allocated to. A missing settlement file just means nothing
      *> has been allocated yet - everything is applied
      *> oldest-first, as it always was.
       LoadOpenItems.
           MOVE ZERO TO WSOiCount.
           MOVE ZERO TO WSOiSetCount.
           MOVE ZERO TO WSOiPool.
           MOVE ZERO TO WSOiOnAccount.
           MOVE ZERO TO WSOiOpenCount.
           MOVE 'N' TO WSOiOverflow.
           PERFORM LoadCustSettlements.
           PERFORM LoadCustLedger.
           PERFORM ApplyCustSettlements
               VARYING WSOiSetIdx FROM 1 BY 1
               UNTIL WSOiSetIdx > WSOiSetCount.
           PERFORM ApplyCustPool
               VARYING WSOiIdx FROM 1 BY 1
               UNTIL WSOiIdx > WSOiCount.
           IF WSOiPool > ZERO
              ADD WSOiPool TO WSOiOnAccount
           END-IF.

       LoadCustSettlements.
           MOVE 'N' TO WSOiEOF.
           OPEN INPUT SettleFile.
           IF WSSettleStatus = "00"
              PERFORM UNTIL OiEndOfFile
                 READ SettleFile
                     AT END MOVE 'Y' TO WSOiEOF
                     NOT AT END
                         IF StCustID = WSOiCustID
                            AND StAmount NUMERIC
                            PERFORM FileOneSettlement
                         END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE SettleFile.

       FileOneSettlement.
           IF WSOiSetCount < 100
              ADD 1 TO WSOiSetCount
              MOVE StType TO WSOiSetType(WSOiSetCount)
              MOVE StRef TO WSOiSetRef(WSOiSetCount)
              MOVE StInvRef TO WSOiSetInvRef(WSOiSetCount)
              MOVE StAmount TO WSOiSetAmount(WSOiSetCount)
           ELSE
              SET OiTableFull TO TRUE
           END-IF.

      *> NEW : the customer's lines only, from a START on the
      *> ledger key - see Copybooks/arledgerkeyp.cpy, which the
      *> posting programs COPY as well
       LoadCustLedger.
           MOVE 'N' TO WSOiEOF.
           OPEN INPUT ARLedgerFile.
           IF WSLedgerStatus = "00"
              MOVE WSOiCustID TO WSLgCustID
              PERFORM StartCustLedger
              IF LgEndOfCust
                 MOVE 'Y' TO WSOiEOF
              END-IF
              PERFORM UNTIL OiEndOfFile
                 READ ARLedgerFile NEXT RECORD
                     AT END MOVE 'Y' TO WSOiEOF
                     NOT AT END
                         IF ALCustID = WSOiCustID
                            PERFORM FileOneOpenItem
                         ELSE
                            MOVE 'Y' TO WSOiEOF
                         END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE ARLedgerFile.

      *> A payment, credit or reversal with settlement lines is
      *> accounted for by them alone. Anything else is an open item
      *> (invoices, and reversals of never-allocated payments, which
      *> age as debt the way they always have) or goes in the pool
      *> applied oldest-first.
      *> NEW : each open item carries its due date, the entry date
      *> standing in where the line has none
       FileOneOpenItem.
           MOVE 'N' TO WSOiSettled.
           IF ALType = 'P' OR ALType = 'C' OR ALType = 'R'
              PERFORM CheckRefSettled
                  VARYING WSOiSetIdx FROM 1 BY 1
                  UNTIL WSOiSetIdx > WSOiSetCount OR OiRefSettled
           END-IF.
           EVALUATE TRUE
               WHEN OiRefSettled
                   CONTINUE
               WHEN ALType = 'P' OR ALType = 'C'
                   ADD ALAmount TO WSOiPool
               WHEN WSOiCount < 100
                   ADD 1 TO WSOiCount
                   MOVE ALRef TO WSOiRef(WSOiCount)
                   MOVE ALDate TO WSOiDate(WSOiCount)
                   IF ALDueDate NUMERIC AND ALDueDate > ZERO
                      MOVE ALDueDate TO WSOiDue(WSOiCount)
                   ELSE
                      MOVE ALDate TO WSOiDue(WSOiCount)
                   END-IF
                   MOVE ALAmount TO WSOiOpen(WSOiCount)
               WHEN OTHER
                   SET OiTableFull TO TRUE
           END-EVALUATE.

       CheckRefSettled.
           IF WSOiSetType(WSOiSetIdx) = ALType
              AND WSOiSetRef(WSOiSetIdx) = ALRef
              SET OiRefSettled TO TRUE
           END-IF.

      *> A slice against an invoice no longer in the table (or against
      *> none) is cash on account; an R slice gives back what its
      *> payment's slice took
       ApplyCustSettlements.
           MOVE ZERO TO WSOiIdx.
           IF WSOiSetInvRef(WSOiSetIdx) NOT = SPACES
              PERFORM VARYING WSOiScanIdx FROM 1 BY 1
                  UNTIL WSOiScanIdx > WSOiCount OR WSOiIdx > ZERO
                  IF WSOiRef(WSOiScanIdx) = WSOiSetInvRef(WSOiSetIdx)
                     MOVE WSOiScanIdx TO WSOiIdx
                  END-IF
              END-PERFORM
           END-IF.
           IF WSOiSetType(WSOiSetIdx) = 'R'
              IF WSOiIdx > ZERO
                 ADD WSOiSetAmount(WSOiSetIdx) TO WSOiOpen(WSOiIdx)
              ELSE
                 SUBTRACT WSOiSetAmount(WSOiSetIdx) FROM WSOiOnAccount
              END-IF
           ELSE
              IF WSOiIdx > ZERO
                 SUBTRACT WSOiSetAmount(WSOiSetIdx)
                     FROM WSOiOpen(WSOiIdx)
              ELSE
                 ADD WSOiSetAmount(WSOiSetIdx) TO WSOiOnAccount
              END-IF
           END-IF.

      *> The unallocated pool eats the oldest invoices first; an
      *> invoice settled past its amount passes the excess on account
       ApplyCustPool.
           IF WSOiOpen(WSOiIdx) < ZERO
              SUBTRACT WSOiOpen(WSOiIdx) FROM WSOiOnAccount
              MOVE ZERO TO WSOiOpen(WSOiIdx)
           END-IF.
           IF WSOiPool > ZERO AND WSOiOpen(WSOiIdx) > ZERO
              IF WSOiPool >= WSOiOpen(WSOiIdx)
                 SUBTRACT WSOiOpen(WSOiIdx) FROM WSOiPool
                 MOVE ZERO TO WSOiOpen(WSOiIdx)
              ELSE
                 SUBTRACT WSOiPool FROM WSOiOpen(WSOiIdx)
                 MOVE ZERO TO WSOiPool
              END-IF
           END-IF.
           IF WSOiOpen(WSOiIdx) > ZERO
              ADD 1 TO WSOiOpenCount
           END-IF.

      *> The customer's invoices with anything still open on them
       ShowOpenItems.
           DISPLAY "  Open items for " WSOiCustID ":".
           PERFORM VARYING WSOiIdx FROM 1 BY 1
               UNTIL WSOiIdx > WSOiCount
               IF WSOiOpen(WSOiIdx) > ZERO
                  MOVE WSOiOpen(WSOiIdx) TO WSOiShown
                  DISPLAY "    " WSOiRef(WSOiIdx) "  dated "
                      WSOiDate(WSOiIdx) "  open " WSOiShown
               END-IF
           END-PERFORM.
           IF WSOiOnAccount NOT = ZERO
              COMPUTE WSOiShown = ZERO - WSOiOnAccount
              DISPLAY "    held on account    " WSOiShown
           END-IF.

      *> The quoted invoice takes as much as is open on it; anything
      *> over stays on account. An invoice not open on this account
      *> leaves AllocationMade off for the caller to decide.
       ApplyQuotedRef.
           PERFORM VARYING WSOiIdx FROM 1 BY 1
               UNTIL WSOiIdx > WSOiCount OR AllocationMade
               IF WSOiRef(WSOiIdx) = WSAlQuotedRef
                  AND WSOiOpen(WSOiIdx) > ZERO
                  SET AllocationMade TO TRUE
                  ADD 1 TO WSAlCount
                  MOVE WSAlQuotedRef TO WSAlInvRef(WSAlCount)
                  IF WSAlLeft > WSOiOpen(WSOiIdx)
                     MOVE WSOiOpen(WSOiIdx) TO WSAlAmount(WSAlCount)
                  ELSE
                     MOVE WSAlLeft TO WSAlAmount(WSAlCount)
                  END-IF
                  SUBTRACT WSAlAmount(WSAlCount) FROM WSAlLeft
               END-IF
           END-PERFORM.

      *> One line per slice and one for anything held on account, so
      *> the lines always add back to the posting. Same
      *> create-if-missing handling the other EXTEND files use.
       WriteAllocation.
           IF AllocationMade
              OPEN EXTEND SettleFile
              IF WSSettleStatus = "35"
                 OPEN OUTPUT SettleFile
                 CLOSE SettleFile
                 OPEN EXTEND SettleFile
              END-IF
              IF WSSettleStatus NOT = "00"
                 DISPLAY "ARSettlement.dat unavailable - status "
                     WSSettleStatus " - " WSAlRef
                     " will apply oldest-first"
              ELSE
                 PERFORM WriteOneSlice
                     VARYING WSAlIdx FROM 1 BY 1
                     UNTIL WSAlIdx > WSAlCount
                 IF WSAlLeft > ZERO
                    MOVE SPACES TO SettleRecord
                    MOVE WSAlCustID TO StCustID
                    MOVE WSAlType TO StType
                    MOVE WSAlDate TO StDate
                    MOVE WSAlRef TO StRef
                    MOVE WSAlLeft TO StAmount
                    WRITE SettleRecord
                 END-IF
              END-IF
              CLOSE SettleFile
           END-IF.

       WriteOneSlice.
           MOVE SPACES TO SettleRecord.
           MOVE WSAlCustID TO StCustID.
           MOVE WSAlType TO StType.
           MOVE WSAlDate TO StDate.
           MOVE WSAlRef TO StRef.
           MOVE WSAlInvRef(WSAlIdx) TO StInvRef.
           MOVE WSAlAmount(WSAlIdx) TO StAmount.
           WRITE SettleRecord.
