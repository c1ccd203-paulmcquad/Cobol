       *> off the same ledger the register reconciles to, so the two
       *> can never disagree again. Blank codes total as HOUSE and
       *> earn nothing.
       *> NEW : return credits raised by returns.cob come off the
       *> salesperson's sales base in the month the goods come back.
       *> NEW : once the report is printed a supervisor can approve
       *> it for payroll - each linked rep's commission is written
       *> to CommissionFeed.dat for the next payroll.cob run to pay
       *> as supplemental earnings, so the figure paid is the figure
       *> reported and nobody re-keys it. A rep already fed for the
       *> month is never fed again.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ARLedgerFile ASSIGN TO "ARLedger.dat"
      *> NEW : keyed on customer, date, reference and sequence -
      *> see Copybooks/arledger.cpy
                  ORGANIZATION IS INDEXED
                  ACCESS IS SEQUENTIAL
                  RECORD KEY IS ALLedgerKey
                      = ALCustID ALDate ALRef ALSeq
                  FILE STATUS IS WSLedgerStatus.
              SELECT SalesRepFile ASSIGN TO "SalespersonMaster.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
              SELECT ReportFile ASSIGN TO "CommissionReport.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReportStatus.
       *> NEW : the payroll earnings feed, and the operator master
       *> the approval is checked against
              SELECT CommFeedFile ASSIGN TO "CommissionFeed.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSCommFeedStatus.
              SELECT OperatorFile ASSIGN TO "OperatorMaster.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSOperatorStatus.

       DATA DIVISION.
       FILE SECTION.
              02 SpName      PIC X(20).
              02 FILLER      PIC X(1).
              02 SpRate      PIC 9(2).
      *> NEW : the employee number payroll pays the rep under -
      *> blank for a rep not on the payroll, who is never fed
              02 FILLER      PIC X(1).
              02 SpEmpNo     PIC 9(4).
       FD ReportFile.
       01 ReportLine   PIC X(80).
       FD CommFeedFile.
       COPY commfeed.
       FD OperatorFile.
       01 OperatorRecord.
              02 OperID      PIC X(10).
              02 FILLER      PIC X(2).
              02 OperName    PIC X(20).
              02 FILLER      PIC X(2).
              02 OperLevel   PIC 9.

       WORKING-STORAGE SECTION.
       01 WSLedgerStatus   PIC XX.
                  03 WSRepRate        PIC V99 COMP-3.
                  03 WSRepSales       PIC S9(8)V99 COMP-3.
                  03 WSRepInvoices    PIC 9(4) COMP-3.
      *> NEW : the payroll link, and the commission as printed
                  03 WSRepEmpNo       PIC 9(4).
                  03 WSRepComm        PIC S9(7)V99 COMP-3.
                  03 WSRepFed         PIC X.
       01 WSRepCount       PIC 99 VALUE ZERO.
       01 WSTableIdx       PIC 99.
       01 WSScanIdx        PIC 99.
       01 WSRepOverflow    PIC X VALUE 'N'.
              88 RepTableFull     VALUE 'Y'.
       01 WSLineCount      PIC 9(5) VALUE ZERO.
       01 WSReturnLine     PIC X VALUE 'N'.
              88 ReturnCredit     VALUE 'Y'.
       01 WSCommission     PIC S9(7)V99 COMP-3.
       01 WSTotSales       PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WSTotCommission  PIC S9(8)V99 COMP-3 VALUE ZERO.
      *> NEW : the approval for payroll
       01 WSCommFeedStatus PIC XX.
       01 WSOperatorStatus PIC XX.
       01 WSApproveEntry   PIC X VALUE SPACE.
              88 ApproveForPay   VALUE 'Y' 'y'.
       01 WSSignedOnOper     PIC X(10) EXTERNAL.
       01 WSSignedOnLevel    PIC 9 EXTERNAL.
       01 WSOperatorID     PIC X(10) VALUE SPACES.
       01 WSAuthority      PIC 9 VALUE ZERO.
              88 SupervisorAuthority   VALUE 2 THRU 9.
       01 WSFedCount       PIC 99 VALUE ZERO.
       01 WSAlreadyCount   PIC 99 VALUE ZERO.
       01 WSFedTotal       PIC 9(8)V99 COMP-3 VALUE ZERO.
       01 WSFedShown       PIC $$,$$$,$$9.99.
       01 WSColumnHeads.
              02 FILLER  PIC X(5)  VALUE "Code".
              02 FILLER  PIC X(22) VALUE "Name".
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSDInvs      PIC ZZZ9.
              02 FILLER       PIC X(2) VALUE SPACES.
      *> NEW : trailing sign - a rep whose returns outweigh the
      *> month's sales shows a negative base and commission
              02 WSDSales     PIC $$$,$$$,$$9.99-.
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSDRate      PIC .99.
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSDComm      PIC $$,$$$,$$9.99-.
       01 WSTotalLine.
              02 FILLER       PIC X(33) VALUE "Totals".
              02 WSTSales     PIC $$$,$$$,$$9.99-.
              02 FILLER       PIC X(6) VALUE SPACES.
              02 WSTComm      PIC $$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       Main.
           END-IF.
           PERFORM JoinSalesRepMaster.
           PERFORM PrintCommissionReport.
           PERFORM OfferPayrollApproval.
      *> GOBACK so a batch driver can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.
       *> NEW : only I lines in the month count - credits and
       *> payments don't earn and don't claw back; a credited sale is
       *> a management conversation, not an arithmetic one
       *> NEW : except goods that physically came back - a returns.cob
       *> credit (reason RTN under an RAnnnn reference) carries the
       *> invoice's salesperson and comes off their sales in the
       *> month it is received, without counting as an invoice
       TallyOneLine.
           IF ALType = 'C' AND ALReason = "RTN" AND ALRef(1:2) = "RA"
              MOVE 'Y' TO WSReturnLine
           ELSE
              MOVE 'N' TO WSReturnLine
           END-IF.
           IF (ALType NOT = 'I' AND NOT ReturnCredit)
              OR ALDate NOT NUMERIC
              OR ALDate(1:6) NOT = WSMonthEntry
              OR ALAmount NOT NUMERIC
              CONTINUE
           ELSE
              IF NOT ReturnCredit
                 ADD 1 TO WSLineCount
              END-IF
              MOVE ZERO TO WSFoundIdx
              PERFORM VARYING WSScanIdx FROM 1 BY 1
                  UNTIL WSScanIdx > WSRepCount OR WSFoundIdx > 0
                    MOVE ZERO TO WSRepRate(WSRepCount)
                    MOVE ZERO TO WSRepSales(WSRepCount)
                    MOVE ZERO TO WSRepInvoices(WSRepCount)
                    MOVE ZERO TO WSRepEmpNo(WSRepCount)
                    MOVE WSRepCount TO WSFoundIdx
                 ELSE
                    SET RepTableFull TO TRUE
                 END-IF
              END-IF
              IF WSFoundIdx > ZERO
                 IF ReturnCredit
                    SUBTRACT ALAmount FROM WSRepSales(WSFoundIdx)
                 ELSE
                    ADD ALAmount TO WSRepSales(WSFoundIdx)
                    ADD 1 TO WSRepInvoices(WSFoundIdx)
                 END-IF
              END-IF
           END-IF.

                             IF WSRepEntryCode(WSScanIdx) = SpCode
                                MOVE SpName
                                    TO WSRepName(WSScanIdx)
                                IF SpEmpNo NUMERIC
                                   MOVE SpEmpNo
                                       TO WSRepEmpNo(WSScanIdx)
                                END-IF
                                IF SpRate NUMERIC
                                   COMPUTE WSRepRate(WSScanIdx) =
                                       SpRate / 100
               COMPUTE WSCommission ROUNDED =
                   WSRepSales(WSTableIdx) * WSRepRate(WSTableIdx)
               MOVE WSCommission TO WSDComm
               MOVE WSCommission TO WSRepComm(WSTableIdx)
               ADD WSRepSales(WSTableIdx) TO WSTotSales
               ADD WSCommission TO WSTotCommission
               WRITE ReportLine FROM WSDetailLine
           DISPLAY "salescommission: " WSRepCount " code(s) "
               "reported for " WSMonthEntry " - see "
               "CommissionReport.txt".

      *> NEW : approval is a supervisor action - the sign-on travels
      *> in via EXTERNAL storage from a menu, a standalone run is
      *> verified against OperatorMaster.dat. Only a positive
      *> commission for a rep linked to an employee number is fed; a
      *> rep already on the feed for the month is left alone, so a
      *> rep linked late can be fed by approving the month again.
       OfferPayrollApproval.
           DISPLAY "Approve this commission for payroll (Y/N) "
               WITH NO ADVANCING.
           ACCEPT WSApproveEntry.
           IF ApproveForPay
              PERFORM EstablishAuthority
              IF NOT SupervisorAuthority
                 DISPLAY "salescommission: supervisor authority "
                     "required to approve commission for payroll"
              ELSE
                 PERFORM NoteRepsAlreadyFed
                 PERFORM WriteCommissionFeed
              END-IF
           END-IF.

       EstablishAuthority.
           IF WSSignedOnOper NOT = SPACES
              AND WSSignedOnOper NOT = LOW-VALUES
              MOVE WSSignedOnOper TO WSOperatorID
              MOVE WSSignedOnLevel TO WSAuthority
           ELSE
              DISPLAY "Operator ID " WITH NO ADVANCING
              ACCEPT WSOperatorID
              MOVE 'N' TO WSEOF
              OPEN INPUT OperatorFile
              IF WSOperatorStatus NOT = "00"
                 DISPLAY "salescommission: operator master "
                     "unavailable - status " WSOperatorStatus
                 CLOSE OperatorFile
              ELSE
                 PERFORM UNTIL EndOfPass
                    READ OperatorFile
                        AT END MOVE 'Y' TO WSEOF
                        NOT AT END
                            IF OperID = WSOperatorID
                               MOVE OperLevel TO WSAuthority
                               MOVE 'Y' TO WSEOF
                            END-IF
                    END-READ
                 END-PERFORM
                 CLOSE OperatorFile
                 MOVE 'N' TO WSEOF
              END-IF
           END-IF.

       NoteRepsAlreadyFed.
           PERFORM VARYING WSScanIdx FROM 1 BY 1
               UNTIL WSScanIdx > WSRepCount
               MOVE 'N' TO WSRepFed(WSScanIdx)
           END-PERFORM.
           OPEN INPUT CommFeedFile.
           IF WSCommFeedStatus NOT = "00"
              CLOSE CommFeedFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ CommFeedFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF CfMonth = WSMonthEntry
                            PERFORM VARYING WSScanIdx FROM 1 BY 1
                                UNTIL WSScanIdx > WSRepCount
                                IF WSRepEntryCode(WSScanIdx)
                                    = CfRepCode
                                   MOVE 'Y' TO WSRepFed(WSScanIdx)
                                END-IF
                            END-PERFORM
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE CommFeedFile
              MOVE 'N' TO WSEOF
           END-IF.

      *> same create-if-missing handling the other EXTEND files use
       WriteCommissionFeed.
           OPEN EXTEND CommFeedFile.
           IF WSCommFeedStatus = "35"
              OPEN OUTPUT CommFeedFile
              CLOSE CommFeedFile
              OPEN EXTEND CommFeedFile
           END-IF.
           PERFORM VARYING WSScanIdx FROM 1 BY 1
               UNTIL WSScanIdx > WSRepCount
               EVALUATE TRUE
                   WHEN WSRepComm(WSScanIdx) NOT > ZERO
                       CONTINUE
                   WHEN WSRepFed(WSScanIdx) = 'Y'
                       ADD 1 TO WSAlreadyCount
                   WHEN WSRepEmpNo(WSScanIdx) = ZERO
                       DISPLAY "salescommission: rep "
                           WSRepEntryCode(WSScanIdx) " has no "
                           "employee number on SalespersonMaster.dat"
                           " - not fed to payroll"
                   WHEN OTHER
                       MOVE SPACES TO CommFeedRecord
                       MOVE WSMonthEntry TO CfMonth
                       MOVE WSRepEntryCode(WSScanIdx) TO CfRepCode
                       MOVE WSRepEmpNo(WSScanIdx) TO CfEmpNo
                       MOVE WSRepComm(WSScanIdx) TO CfAmount
                       SET CommQueued TO TRUE
                       MOVE WSOperatorID TO CfApprovedBy
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO CfApprovedOn
                       MOVE ZERO TO CfPaidCheck
                       MOVE ZERO TO CfPaidOn
                       WRITE CommFeedRecord
                       ADD 1 TO WSFedCount
                       ADD WSRepComm(WSScanIdx) TO WSFedTotal
               END-EVALUATE
           END-PERFORM.
           CLOSE CommFeedFile.
           MOVE WSFedTotal TO WSFedShown.
           DISPLAY "salescommission: " WSFedCount " rep(s) fed to "
               "payroll totalling " WSFedShown.
           IF WSAlreadyCount > ZERO
              DISPLAY "salescommission: " WSAlreadyCount " rep(s) "
                  "already fed for " WSMonthEntry " - not fed again"
           END-IF.
