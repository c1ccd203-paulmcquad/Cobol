      *> Shared payment-plan tracking, COPYed into the PROCEDURE
      *> DIVISION by the programs that need to know who is on an
      *> installment plan and how it is going (ardunning.cob,
      *> arplanrpt.cob, arplan.cob). Requires the fields from
      *> Copybooks/arplan.cpy. Only plans still standing (PpActive)
      *> are loaded - a cancelled plan is history. No plan file just
      *> means nobody is on a plan.
       LoadPaymentPlans.
           MOVE ZERO TO WSPlanCount.
           MOVE 'N' TO WSPlEOF.
           OPEN INPUT PlanFile.
           IF WSPlanStatus = "00"
              PERFORM UNTIL PlEndOfFile
                 READ PlanFile
                     AT END MOVE 'Y' TO WSPlEOF
                     NOT AT END
                         IF PpSeq NUMERIC AND PpDueDate NUMERIC
                            AND PpAmount NUMERIC
                            PERFORM FilePlanLine
                         END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE PlanFile.
           MOVE 'N' TO WSPlEOF.

      *> Installment lines follow their header, but are matched on
      *> the reference rather than trusted to be in order
       FilePlanLine.
           IF PpHeader
              IF PpActive
                 IF WSPlanCount < 100
                    ADD 1 TO WSPlanCount
                    MOVE WSPlanCount TO WSPlIdx
                    MOVE PpCustID TO WSPlCustID(WSPlIdx)
                    MOVE PpPlanRef TO WSPlRef(WSPlIdx)
                    MOVE PpDueDate TO WSPlStart(WSPlIdx)
                    MOVE PpAmount TO WSPlAmount(WSPlIdx)
                    IF PpInterest NUMERIC
                       MOVE PpInterest TO WSPlInterest(WSPlIdx)
                    ELSE
                       MOVE ZERO TO WSPlInterest(WSPlIdx)
                    END-IF
                    COMPUTE WSPlTotal(WSPlIdx) =
                        WSPlAmount(WSPlIdx) + WSPlInterest(WSPlIdx)
                    MOVE PpFreq TO WSPlFreq(WSPlIdx)
                    MOVE ZERO TO WSPlInstCount(WSPlIdx)
                    MOVE ZERO TO WSPlPaid(WSPlIdx)
                    MOVE ZERO TO WSPlDueToDate(WSPlIdx)
                    MOVE ZERO TO WSPlMissed(WSPlIdx)
                    MOVE ZERO TO WSPlNextDue(WSPlIdx)
                    SET PlanOnTrack(WSPlIdx) TO TRUE
                 ELSE
                    SET PlanTableFull TO TRUE
                 END-IF
              END-IF
           ELSE
              MOVE ZERO TO WSPlIdx
              PERFORM VARYING WSPlScan FROM 1 BY 1
                  UNTIL WSPlScan > WSPlanCount OR WSPlIdx > ZERO
                  IF WSPlRef(WSPlScan) = PpPlanRef
                     AND WSPlCustID(WSPlScan) = PpCustID
                     MOVE WSPlScan TO WSPlIdx
                  END-IF
              END-PERFORM
              IF WSPlIdx > ZERO AND PpSeq NOT > 24
                 MOVE PpDueDate TO WSPlInstDue(WSPlIdx, PpSeq)
                 MOVE PpAmount TO WSPlInstAmt(WSPlIdx, PpSeq)
                 IF PpSeq > WSPlInstCount(WSPlIdx)
                    MOVE PpSeq TO WSPlInstCount(WSPlIdx)
                 END-IF
              END-IF
           END-IF.

      *> Money received on the account from the day the plan was
      *> agreed counts towards it; a reversed receipt comes back off
       NotePlanReceipt.
           IF (ALType = 'P' OR ALType = 'R')
              AND ALAmount NUMERIC AND ALDate NUMERIC
              PERFORM VARYING WSPlScan FROM 1 BY 1
                  UNTIL WSPlScan > WSPlanCount
                  IF WSPlCustID(WSPlScan) = ALCustID
                     AND ALDate NOT < WSPlStart(WSPlScan)
                     IF ALType = 'P'
                        ADD ALAmount TO WSPlPaid(WSPlScan)
                     ELSE
                        SUBTRACT ALAmount FROM WSPlPaid(WSPlScan)
                     END-IF
                  END-IF
              END-PERFORM
           END-IF.

       AssessPaymentPlans.
           PERFORM AssessOnePlan
               VARYING WSPlIdx FROM 1 BY 1
               UNTIL WSPlIdx > WSPlanCount.

      *> Installments are paid in order - one is missed when it has
      *> fallen due and the running total of the schedule up to it
      *> is more than the customer has paid. The next due is the
      *> first installment not yet covered, overdue or not.
       AssessOnePlan.
           MOVE ZERO TO WSPlCumulative.
           MOVE ZERO TO WSPlDueToDate(WSPlIdx).
           MOVE ZERO TO WSPlMissed(WSPlIdx).
           MOVE ZERO TO WSPlNextDue(WSPlIdx).
           PERFORM VARYING WSPlInstIdx FROM 1 BY 1
               UNTIL WSPlInstIdx > WSPlInstCount(WSPlIdx)
               ADD WSPlInstAmt(WSPlIdx, WSPlInstIdx) TO WSPlCumulative
               IF WSPlCumulative > WSPlPaid(WSPlIdx)
                  AND WSPlNextDue(WSPlIdx) = ZERO
                  MOVE WSPlInstDue(WSPlIdx, WSPlInstIdx)
                      TO WSPlNextDue(WSPlIdx)
               END-IF
               IF WSPlInstDue(WSPlIdx, WSPlInstIdx) NOT > WSPlAsOf
                  MOVE WSPlCumulative TO WSPlDueToDate(WSPlIdx)
                  IF WSPlCumulative > WSPlPaid(WSPlIdx)
                     ADD 1 TO WSPlMissed(WSPlIdx)
                  END-IF
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WSPlPaid(WSPlIdx) NOT < WSPlTotal(WSPlIdx)
                   SET PlanPaidOff(WSPlIdx) TO TRUE
               WHEN WSPlMissed(WSPlIdx) > ZERO
                   SET PlanBehind(WSPlIdx) TO TRUE
               WHEN OTHER
                   SET PlanOnTrack(WSPlIdx) TO TRUE
           END-EVALUATE.

       FindCustomerPlan.
           MOVE ZERO TO WSPlIdx.
           PERFORM VARYING WSPlScan FROM 1 BY 1
               UNTIL WSPlScan > WSPlanCount OR WSPlIdx > ZERO
               IF WSPlCustID(WSPlScan) = WSPlFindID
                  AND PlanStillRunning(WSPlScan)
                  MOVE WSPlScan TO WSPlIdx
               END-IF
           END-PERFORM.
