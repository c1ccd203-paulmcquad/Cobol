       *> followed by every ledger line of each discrepant customer,
       *> so the difference can be traced to the entry that caused
       *> it. A clean run says so and exits zero.
       *> NEW : ARLedger.dat is now INDEXED (see arledgerconvert.cob).
       *> While the pre-conversion copy, ARLedger.dat.old, is still
       *> on disk this also proves the conversion lost nothing: each
       *> customer's line count, net balance and gross amount on the
       *> old file must agree with the new one, or the disagreements
       *> report to ARReconcile.txt and the run exits 8. Run it
       *> straight after the conversion, before anything posts, then
       *> put ARLedger.dat.old away with the backups.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ARLedgerFile ASSIGN TO "ARLedger.dat"
      *> NEW : keyed on customer, date, reference and sequence -
      *> see Copybooks/arledger.cpy
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS ALLedgerKey
                      = ALCustID ALDate ALRef ALSeq
                  FILE STATUS IS WSLedgerStatus.
              SELECT ARBalanceFile ASSIGN TO "ARBalance.dat"
                  ORGANIZATION IS INDEXED
              SELECT ReportFile ASSIGN TO "ARReconcile.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReportStatus.
      *> NEW : the line sequential ledger as it stood before
      *> arledgerconvert.cob, under the name the operator gave it
              SELECT OldLedgerFile ASSIGN TO "ARLedger.dat.old"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSOldStatus.

       DATA DIVISION.
       FILE SECTION.
              02 ArBalance    PIC S9(7)V99 COMP-3.
       FD ReportFile.
       01 ReportLine   PIC X(80).
       *> NEW : the old line - arledger.cpy up to the sales rep,
       *> before the sequence number was added
       FD OldLedgerFile.
       01 OldLedgerRecord.
              02 OlCustID     PIC X(8).
              02 FILLER       PIC X(1).
              02 OlType       PIC X.
              02 FILLER       PIC X(1).
              02 OlDate       PIC 9(8).
              02 FILLER       PIC X(1).
              02 OlRef        PIC X(6).
              02 FILLER       PIC X(1).
              02 OlAmount     PIC 9(7)V99.
              02 FILLER       PIC X(17).

       WORKING-STORAGE SECTION.
       01 WSLedgerStatus   PIC XX.
       01 WSBalanceStatus  PIC XX.
       01 WSReportStatus   PIC XX.
       01 WSOldStatus      PIC XX.
       01 WSEOF            PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
       *> NEW : one slot per customer seen on either file - computed
                  03 WSCustOnLedger    PIC X.
                  03 WSCustOnBalance   PIC X.
                  03 WSCustDiscrepant  PIC X.
      *> NEW : both ledgers' line counts and gross amounts, and the
      *> old ledger's net, for the conversion check
                  03 WSCustNewLines    PIC 9(6).
                  03 WSCustNewGross    PIC 9(9)V99 COMP-3.
                  03 WSCustOldLines    PIC 9(6).
                  03 WSCustOldGross    PIC 9(9)V99 COMP-3.
                  03 WSCustOldNet      PIC S9(8)V99 COMP-3.
       01 WSCustCount      PIC 9(3) VALUE ZERO.
       01 WSTableIdx       PIC 9(3).
       01 WSScanIdx        PIC 9(3).
       01 WSCustIDWork     PIC X(8).
       01 WSDiscrepCount   PIC 9(3) VALUE ZERO.
       01 WSDifference     PIC S9(8)V99 COMP-3.
       01 WSOldPresent     PIC X VALUE 'N'.
              88 ConversionToCheck VALUE 'Y'.
       01 WSConvertBad     PIC 9(3) VALUE ZERO.
       01 WSOldTotalLines  PIC 9(7) VALUE ZERO.
       01 WSNewTotalLines  PIC 9(7) VALUE ZERO.
       01 WSConvertLine.
              02 FILLER        PIC X(11) VALUE "Customer : ".
              02 WSVCustID     PIC X(8).
              02 FILLER        PIC X(7)  VALUE "  old ".
              02 WSVOldLines   PIC ZZZZZ9.
              02 FILLER        PIC X(1)  VALUE SPACE.
              02 WSVOldNet     PIC Z,ZZZ,ZZ9.99CR.
              02 FILLER        PIC X(7)  VALUE "  new ".
              02 WSVNewLines   PIC ZZZZZ9.
              02 FILLER        PIC X(1)  VALUE SPACE.
              02 WSVNewNet     PIC Z,ZZZ,ZZ9.99CR.
       01 WSConvertTotals.
              02 FILLER        PIC X(22)
                  VALUE "Lines - old ledger : ".
              02 WSVOldTotal   PIC Z,ZZZ,ZZ9.
              02 FILLER        PIC X(17)
                  VALUE "   new ledger : ".
              02 WSVNewTotal   PIC Z,ZZZ,ZZ9.
       01 WSHeadLine.
              02 FILLER        PIC X(11) VALUE "Customer : ".
              02 WSHCustID     PIC X(8).
              02 WSLRef        PIC X(6).
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSLAmount     PIC Z,ZZZ,ZZ9.99.
      *> NEW : shared keyed ledger fields - see
      *> Copybooks/arledgerkeyp.cpy
       COPY arledgerkey.

       PROCEDURE DIVISION.
       Main.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM TallyOldLedger.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           IF WSCustCount = ZERO
              DISPLAY "arreconcile: no AR activity on either file"
              GOBACK
           END-IF.
           PERFORM CompareBalances.
           IF ConversionToCheck
              PERFORM CompareConversion
           END-IF.
           PERFORM PrintReconciliation.
           IF WSDiscrepCount = ZERO
              DISPLAY "arreconcile: " WSCustCount " customer(s) "
                  "ARReconcile.txt"
              MOVE 8 TO RETURN-CODE
           END-IF.
           IF ConversionToCheck
              IF WSConvertBad = ZERO
                 DISPLAY "arreconcile: ARLedger.dat.old and "
                     "ARLedger.dat agree - " WSNewTotalLines
                     " line(s)"
              ELSE
                 DISPLAY "arreconcile: " WSConvertBad
                     " customer(s) differ between ARLedger.dat.old "
                     "and ARLedger.dat - see ARReconcile.txt"
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
      *> GOBACK so a batch driver can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.
              CLOSE ARLedgerFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ ARLedgerFile NEXT RECORD
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END PERFORM TallyOneEntry
                 END-READ
           PERFORM FindCustomerSlot.
           IF WSFoundIdx > ZERO
              MOVE 'Y' TO WSCustOnLedger(WSFoundIdx)
              ADD 1 TO WSCustNewLines(WSFoundIdx)
              ADD 1 TO WSNewTotalLines
              IF ALAmount NUMERIC
                 ADD ALAmount TO WSCustNewGross(WSFoundIdx)
              END-IF
              IF ALType = 'P' OR ALType = 'C'
                 SUBTRACT ALAmount
                     FROM WSCustComputed(WSFoundIdx)
                 MOVE 'N' TO WSCustOnLedger(WSCustCount)
                 MOVE 'N' TO WSCustOnBalance(WSCustCount)
                 MOVE 'N' TO WSCustDiscrepant(WSCustCount)
                 MOVE ZERO TO WSCustNewLines(WSCustCount)
                 MOVE ZERO TO WSCustNewGross(WSCustCount)
                 MOVE ZERO TO WSCustOldLines(WSCustCount)
                 MOVE ZERO TO WSCustOldGross(WSCustCount)
                 MOVE ZERO TO WSCustOldNet(WSCustCount)
                 MOVE WSCustCount TO WSFoundIdx
              ELSE
                 SET CustTableFull TO TRUE
              END-IF
           END-IF.

      *> NEW : no old ledger on disk means there is no conversion to
      *> prove - the normal reconciliation runs alone
       TallyOldLedger.
           OPEN INPUT OldLedgerFile.
           IF WSOldStatus NOT = "00"
              CLOSE OldLedgerFile
           ELSE
              SET ConversionToCheck TO TRUE
              PERFORM UNTIL EndOfPass
                 READ OldLedgerFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END PERFORM TallyOneOldEntry
                 END-READ
              END-PERFORM
              CLOSE OldLedgerFile
              MOVE 'N' TO WSEOF
              IF CustTableFull
                 DISPLAY "arreconcile: files exceed the table - "
                     "aborting before a partial verdict"
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.

      *> A blank line is skipped here as arledgerconvert.cob skips
      *> it
       TallyOneOldEntry.
           MOVE ZERO TO WSFoundIdx.
           IF OldLedgerRecord NOT = SPACES
              MOVE OlCustID TO WSCustIDWork
              PERFORM FindCustomerSlot
           END-IF.
           IF WSFoundIdx > ZERO
              ADD 1 TO WSCustOldLines(WSFoundIdx)
              ADD 1 TO WSOldTotalLines
              IF OlAmount NUMERIC
                 ADD OlAmount TO WSCustOldGross(WSFoundIdx)
                 IF OlType = 'P' OR OlType = 'C'
                    SUBTRACT OlAmount FROM WSCustOldNet(WSFoundIdx)
                 ELSE
                    ADD OlAmount TO WSCustOldNet(WSFoundIdx)
                 END-IF
              END-IF
           END-IF.

       CompareBalances.
           PERFORM VARYING WSTableIdx FROM 1 BY 1
               UNTIL WSTableIdx > WSCustCount
               END-IF
           END-PERFORM.

      *> NEW : a customer differs when any of line count, net or
      *> gross amount moved in the conversion - gross catches two
      *> errors that would cancel out in the net
       CompareConversion.
           PERFORM VARYING WSTableIdx FROM 1 BY 1
               UNTIL WSTableIdx > WSCustCount
               IF WSCustOldLines(WSTableIdx) NOT =
                   WSCustNewLines(WSTableIdx)
                  OR WSCustOldNet(WSTableIdx) NOT =
                   WSCustComputed(WSTableIdx)
                  OR WSCustOldGross(WSTableIdx) NOT =
                   WSCustNewGross(WSTableIdx)
                  ADD 1 TO WSConvertBad
               END-IF
           END-PERFORM.

       PrintReconciliation.
           OPEN OUTPUT ReportFile.
           IF WSReportStatus NOT = "00"
                  END-IF
              END-PERFORM
           END-IF.
           IF ConversionToCheck
              PERFORM PrintConversionCheck
           END-IF.
           CLOSE ReportFile.

       PrintConversionCheck.
           MOVE "Conversion check : ARLedger.dat.old against new"
               TO ReportLine.
           WRITE ReportLine
               AFTER ADVANCING 3 LINES
           END-WRITE.
           MOVE WSOldTotalLines TO WSVOldTotal.
           MOVE WSNewTotalLines TO WSVNewTotal.
           WRITE ReportLine FROM WSConvertTotals
               AFTER ADVANCING 1 LINE
           END-WRITE.
           IF WSConvertBad = ZERO
              MOVE "Every customer agrees - the conversion is proved"
                  TO ReportLine
              WRITE ReportLine
                  AFTER ADVANCING 2 LINES
              END-WRITE
           ELSE
              PERFORM VARYING WSTableIdx FROM 1 BY 1
                  UNTIL WSTableIdx > WSCustCount
                  IF WSCustOldLines(WSTableIdx) NOT =
                      WSCustNewLines(WSTableIdx)
                     OR WSCustOldNet(WSTableIdx) NOT =
                      WSCustComputed(WSTableIdx)
                     OR WSCustOldGross(WSTableIdx) NOT =
                      WSCustNewGross(WSTableIdx)
                     MOVE WSCustEntryID(WSTableIdx) TO WSVCustID
                     MOVE WSCustOldLines(WSTableIdx) TO WSVOldLines
                     MOVE WSCustOldNet(WSTableIdx) TO WSVOldNet
                     MOVE WSCustNewLines(WSTableIdx) TO WSVNewLines
                     MOVE WSCustComputed(WSTableIdx) TO WSVNewNet
                     WRITE ReportLine FROM WSConvertLine
                         AFTER ADVANCING 1 LINE
                     END-WRITE
                  END-IF
              END-PERFORM
           END-IF.

       PrintOneDiscrepancy.
           MOVE WSCustEntryID(WSTableIdx) TO WSHCustID.
           EVALUATE TRUE
       *> NEW : the lines that make the computed side up, replayed
       *> from the ledger so the difference can be traced to the
       *> entry that caused it
       *> NEW : read from a START on the customer's key rather than
       *> the whole file per discrepancy
       ListCustomerLines.
           MOVE 'N' TO WSEOF.
           OPEN INPUT ARLedgerFile.
           IF WSLedgerStatus NOT = "00"
              CLOSE ARLedgerFile
           ELSE
              MOVE WSCustEntryID(WSTableIdx) TO WSLgCustID
              PERFORM StartCustLedger
              IF LgEndOfCust
                 MOVE 'Y' TO WSEOF
              END-IF
              PERFORM UNTIL EndOfPass
                 READ ARLedgerFile NEXT RECORD
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF ALCustID NOT =
                             WSCustEntryID(WSTableIdx)
                            MOVE 'Y' TO WSEOF
                         END-IF
                         IF ALCustID =
                             WSCustEntryID(WSTableIdx)
                            MOVE ALType TO WSLType
              CLOSE ARLedgerFile
              MOVE 'N' TO WSEOF
           END-IF.

      *> NEW : shared keyed ledger access - see
      *> Copybooks/arledgerkey.cpy for the fields
       COPY arledgerkeyp.
