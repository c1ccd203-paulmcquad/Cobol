      *> Shared deposit application, COPYed into the PROCEDURE
      *> DIVISION by the programs that post an order's invoice to AR
      *> (fixed.cob, and arcredit.cob for an invoice the run held).
      *> Requires the fields and files described in
      *> Copybooks/depapply.cpy.
      *> What the order still holds - its receipts less what has
      *> already been applied. A missing CustDeposits.dat just means
      *> no deposit has ever been taken.
       FindDepositHeld.
           MOVE ZERO TO WSDpHeld.
           MOVE SPACES TO WSDpRef.
           MOVE 'N' TO WSDpEOF.
           OPEN INPUT DepositFile.
           IF WSDepositStatus = "00"
              PERFORM UNTIL DpEndOfFile
                 READ DepositFile
                     AT END SET DpEndOfFile TO TRUE
                     NOT AT END
                         IF CdOrderNum NUMERIC
                            AND CdOrderNum = WSDpOrderNum
                            AND CdCustID = WSDpCustID
                            AND CdAmount NUMERIC
                            EVALUATE TRUE
                                WHEN CdReceived
                                    ADD CdAmount TO WSDpHeld
                                    IF WSDpRef = SPACES
                                       MOVE CdRef TO WSDpRef
                                    END-IF
                                WHEN CdApplied
                                    SUBTRACT CdAmount FROM WSDpHeld
                                WHEN OTHER
                                    CONTINUE
                            END-EVALUATE
                         END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE DepositFile.
           IF WSDpHeld < ZERO
              MOVE ZERO TO WSDpHeld
           END-IF.

      *> The deposit comes off the customer's account as a C line,
      *> reason DEP, under the receipt number it was taken on, and
      *> is settled against the invoice in ARSettlement.dat so the
      *> aging sees that invoice paid down and no other. The A line
      *> on CustDeposits.dat then stops it being applied twice. Same
      *> create-if-missing handling the other files use. The caller
      *> tests LedgerLinePosted before counting the deposit applied.
       ApplyOrderDeposit.
           MOVE SPACES TO ARLedgerRecord.
           MOVE WSDpCustID TO ALCustID.
           MOVE 'C' TO ALType.
           MOVE WSDpDate TO ALDate.
           MOVE WSDpRef TO ALRef.
           MOVE WSDpApplied TO ALAmount.
           MOVE "DEP" TO ALReason.
           OPEN I-O ARLedgerFile.
           IF WSLedgerStatus = "35"
              OPEN OUTPUT ARLedgerFile
              CLOSE ARLedgerFile
              OPEN I-O ARLedgerFile
           END-IF.
           PERFORM PostLedgerLine.
           CLOSE ARLedgerFile.
           IF LedgerLinePosted
              PERFORM SettleOrderDeposit
           END-IF.

      *> Only once the C line is on the ledger - a failed post leaves
      *> the balance, the settlement and the deposit untouched, so the
      *> order still holds the money and the caller journals nothing
       SettleOrderDeposit.
           OPEN I-O ARBalanceFile.
           IF WSBalanceStatus = "35"
              OPEN OUTPUT ARBalanceFile
              CLOSE ARBalanceFile
              OPEN I-O ARBalanceFile
           END-IF.
           IF WSBalanceStatus = "00"
              MOVE WSDpCustID TO ArCustID
              READ ARBalanceFile
                  INVALID KEY
                      MOVE WSDpCustID TO ArCustID
                      COMPUTE ArBalance = ZERO - WSDpApplied
                      WRITE ARBalanceRecord
                      END-WRITE
                  NOT INVALID KEY
                      SUBTRACT WSDpApplied FROM ArBalance
                      REWRITE ARBalanceRecord
                      END-REWRITE
              END-READ
              CLOSE ARBalanceFile
           ELSE
              DISPLAY FUNCTION TRIM(WSDpProgLabel)
                  ": ARBalance.dat unavailable - status "
                  WSBalanceStatus " - deposit " WSDpRef
                  " not taken off the balance"
              CLOSE ARBalanceFile
           END-IF.
           OPEN EXTEND SettleFile.
           IF WSSettleStatus = "35"
              OPEN OUTPUT SettleFile
              CLOSE SettleFile
              OPEN EXTEND SettleFile
           END-IF.
           IF WSSettleStatus = "00"
              MOVE SPACES TO SettleRecord
              MOVE WSDpCustID TO StCustID
              MOVE 'C' TO StType
              MOVE WSDpDate TO StDate
              MOVE WSDpRef TO StRef
              MOVE WSDpInvRef TO StInvRef
              MOVE WSDpApplied TO StAmount
              WRITE SettleRecord
              END-WRITE
           ELSE
              DISPLAY FUNCTION TRIM(WSDpProgLabel)
                  ": ARSettlement.dat unavailable - status "
                  WSSettleStatus " - deposit " WSDpRef
                  " will apply oldest-first"
           END-IF.
           CLOSE SettleFile.
           OPEN EXTEND DepositFile.
           IF WSDepositStatus = "35"
              OPEN OUTPUT DepositFile
              CLOSE DepositFile
              OPEN EXTEND DepositFile
           END-IF.
           MOVE SPACES TO DepositRecord.
           SET CdApplied TO TRUE.
           MOVE WSDpOrderNum TO CdOrderNum.
           MOVE WSDpCustID TO CdCustID.
           MOVE WSDpDate TO CdDate.
           MOVE WSDpInvRef TO CdRef.
           MOVE WSDpApplied TO CdAmount.
           WRITE DepositRecord.
           CLOSE DepositFile.
