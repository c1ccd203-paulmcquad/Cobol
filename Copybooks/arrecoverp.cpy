      *> Shared bad-debt recovery, COPYed into the PROCEDURE DIVISION
      *> by the programs that post receipts (arpayment.cob,
      *> arlockbox.cob). Requires the fields from
      *> Copybooks/arrecover.cpy. Money arriving on an account that
      *> still has written-off debt outstanding in WriteOffs.dat is a
      *> recovery, not an ordinary payment: up to what is still
      *> recoverable, the write-off is reversed first - a B line on
      *> ARLedger.dat (reason RCV, under the receipt's reference)
      *> puts the debt back and the balance goes up by the same
      *> amount - so the P line the caller posts next pays off
      *> reinstated debt instead of leaving the account in credit.
      *> Must run before the receipt's own P line is written. No
      *> register file means nothing was ever written off.
       CheckRecovery.
           MOVE ZERO TO WSRcOpen.
           MOVE ZERO TO WSRcAmount.
           MOVE 'N' TO WSRcEOF.
           OPEN INPUT WriteOffFile.
           IF WSWriteOffStatus = "00"
              PERFORM UNTIL RcEndOfFile
                 READ WriteOffFile
                     AT END MOVE 'Y' TO WSRcEOF
                     NOT AT END
                         IF WoCustID = WSRcCustID
                            AND WoAmount NUMERIC
                            IF WoWrittenOff
                               ADD WoAmount TO WSRcOpen
                            END-IF
                            IF WoRecovered
                               SUBTRACT WoAmount FROM WSRcOpen
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE WriteOffFile.
           IF WSRcOpen > ZERO
              IF WSRcOffered > WSRcOpen
                 MOVE WSRcOpen TO WSRcAmount
              ELSE
                 MOVE WSRcOffered TO WSRcAmount
              END-IF
              PERFORM PostRecovery
           END-IF.

      *> The B line and the register's R line go down together, so
      *> the register never claims a recovery the ledger lacks. Same
      *> create-if-missing handling the other EXTEND files use.
       PostRecovery.
           MOVE SPACES TO ARLedgerRecord.
           MOVE WSRcCustID TO ALCustID.
           MOVE 'B' TO ALType.
           MOVE WSRcDate TO ALDate.
           MOVE WSRcRef TO ALRef.
           MOVE WSRcAmount TO ALAmount.
           MOVE "RCV" TO ALReason.
      *> NEW : posted by key - see Copybooks/arledgerkeyp.cpy
           OPEN I-O ARLedgerFile.
           IF WSLedgerStatus = "35"
              OPEN OUTPUT ARLedgerFile
              CLOSE ARLedgerFile
              OPEN I-O ARLedgerFile
           END-IF.
           PERFORM PostLedgerLine.
           CLOSE ARLedgerFile.
      *> NEW : no B line, no recovery - the balance, the register
      *> and the journal are left alone and the whole receipt posts
      *> as an ordinary payment
           IF LedgerLinePosted
              PERFORM ReinstateRecovery
           ELSE
              MOVE ZERO TO WSRcAmount
           END-IF.

       ReinstateRecovery.
           OPEN I-O ARBalanceFile.
           IF WSBalanceStatus = "35"
              OPEN OUTPUT ARBalanceFile
              CLOSE ARBalanceFile
              OPEN I-O ARBalanceFile
           END-IF.
           IF WSBalanceStatus NOT = "00"
              DISPLAY "ARBalance.dat unavailable - status "
                  WSBalanceStatus " - recovery on " WSRcCustID
                  " written, balance not updated"
              CLOSE ARBalanceFile
           ELSE
              MOVE WSRcCustID TO ArCustID
              READ ARBalanceFile
                  INVALID KEY
                      MOVE WSRcCustID TO ArCustID
                      MOVE WSRcAmount TO ArBalance
                      WRITE ARBalanceRecord
                      END-WRITE
                  NOT INVALID KEY
                      ADD WSRcAmount TO ArBalance
                      REWRITE ARBalanceRecord
                      END-REWRITE
              END-READ
              CLOSE ARBalanceFile
           END-IF.
           OPEN EXTEND WriteOffFile.
           IF WSWriteOffStatus = "35"
              OPEN OUTPUT WriteOffFile
              CLOSE WriteOffFile
              OPEN EXTEND WriteOffFile
           END-IF.
           MOVE SPACES TO WriteOffRecord.
           MOVE WSRcCustID TO WoCustID.
           MOVE 'R' TO WoType.
           MOVE WSRcDate TO WoDate.
           MOVE WSRcRef TO WoRef.
           MOVE WSRcAmount TO WoAmount.
           MOVE WSRcBy TO WoBy.
           WRITE WriteOffRecord.
           CLOSE WriteOffFile.
           ADD WSRcAmount TO WSRcTotal.
