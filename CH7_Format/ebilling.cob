       IDENTIFICATION DIVISION.
       PROGRAM-ID. ebilling.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Electronic invoice and statement delivery - customers who
       *> asked for their paper by email or upload (CustDelivery E or
       *> F on Customer.dat, set in custmaint.cob) are left off
       *> Invoice.txt by fixed.cob and off Statements.txt by
       *> arstatement.cob, and this is how their documents go out
       *> instead. (I)nvoices exports every invoice InvoiceHistory.dat
       *> holds for the day named to EBillInvoices.dat, each with the
       *> order deposit applied to it (CustDeposits.dat) and the
       *> balance left to pay; (S)tatements
       *> exports the month's statement for every e-billing account
       *> on ARLedger.dat to EBillStatements.dat, worked out the way
       *> arstatement.cob works it out - opening balance, the month's
       *> entries, branches rolled up under their head office and the
       *> balance due. Both files are the pipe-delimited layout
       *> documented in Copybooks/ebillexp.cpy, a header record first
       *> and a control record of counts and totals last, for the
       *> mail gateway to pick up. Every document sent is logged to
       *> EBillDelivery.log - when, to whom, by which method and for
       *> how much - so "we never got it" can be answered.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT HistoryFile ASSIGN TO "InvoiceHistory.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS IhInvNum
                  FILE STATUS IS WSHistoryStatus.
              SELECT ARLedgerFile ASSIGN TO "ARLedger.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS IS SEQUENTIAL
                  RECORD KEY IS ALLedgerKey
                      = ALCustID ALDate ALRef ALSeq
                  FILE STATUS IS WSLedgerStatus.
              SELECT CustomerFile ASSIGN TO "Customer.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS IDNum
                  ALTERNATE RECORD KEY IS CustNameKey
                      = LastName FirstName WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CustBillToID WITH DUPLICATES
                  FILE STATUS IS WSCustFileStatus.
              SELECT InvExportFile ASSIGN TO "EBillInvoices.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSExportStatus.
              SELECT StmtExportFile ASSIGN TO "EBillStatements.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSExportStatus.
              SELECT DepositFile ASSIGN TO "CustDeposits.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSDepositStatus.
              SELECT DeliveryLog ASSIGN TO "EBillDelivery.log"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSLogStatus.

       DATA DIVISION.
       FILE SECTION.
       FD HistoryFile.
       COPY invhist.
       FD ARLedgerFile.
       COPY arledger.
       FD CustomerFile.
       COPY custrec.
       FD InvExportFile.
       01 InvExportLine    PIC X(160).
       FD StmtExportFile.
       01 StmtExportLine   PIC X(160).
       FD DepositFile.
       COPY custdeposit.
       FD DeliveryLog.
       01 DeliveryLogLine  PIC X(100).

       WORKING-STORAGE SECTION.
       01 WSHistoryStatus  PIC XX.
       01 WSLedgerStatus   PIC XX.
       01 WSCustFileStatus PIC XX.
       01 WSExportStatus   PIC XX.
       01 WSLogStatus      PIC XX.
       01 WSDepositStatus  PIC XX.
       01 WSEOF            PIC X VALUE 'N'.
              88 EndOfFile        VALUE 'Y'.
       01 WSMenuChoice     PIC X.
              88 WantsInvoices    VALUE 'I' 'i'.
              88 WantsStatements  VALUE 'S' 's'.
              88 WantsQuit        VALUE 'Q' 'q'.
       01 WSContinueFlag   PIC X VALUE 'Y'.
              88 KeepGoing        VALUE 'Y'.
       01 WSDateEntry      PIC X(8).
       01 WSMonthEntry     PIC X(6).
       01 WSToday          PIC 9(8).
       *> the customer a document is for, and how they take it
       01 WSSendTo.
              02 WSSendMethod   PIC X.
                  88 SendElectronic  VALUE 'E' 'F'.
              02 WSSendEmail    PIC X(40).
              02 WSSendName     PIC X(31).
       01 WSLookupID       PIC X(8).
       *> control totals for the trailer record
       01 WSRecordCount    PIC 9(6) VALUE ZERO.
       01 WSDocCount       PIC 9(5) VALUE ZERO.
       01 WSDocTotal       PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WSLineIdx        PIC 99.
       *> the deposit applied to the invoice being exported
       01 WSInvRef         PIC 9(6).
       01 WSInvDeposit     PIC 9(7)V99 COMP-3.
       01 WSDepEOF         PIC X VALUE 'N'.
              88 EndOfDeposits    VALUE 'Y'.
       *> the statement month's ledger, one slot per customer and one
       *> per entry - same shape and limits as arstatement.cob, so
       *> the two runs agree on every balance
       01 WSCustTable.
              02 WSCustEntry OCCURS 200 TIMES.
                  03 WSCustEntryID      PIC X(8).
                  03 WSCustOpening      PIC S9(7)V99 COMP-3.
                  03 WSCustParent       PIC X(8).
       01 WSCustCount      PIC 9(3) VALUE ZERO.
       01 WSTableIdx       PIC 9(3).
       01 WSFoundIdx       PIC 9(3).
       01 WSSearchIdx      PIC 9(3).
       01 WSCustOverflow   PIC X VALUE 'N'.
              88 CustTableFull    VALUE 'Y'.
       01 WSItemTable.
              02 WSItemEntry OCCURS 500 TIMES.
                  03 WSItemCustID   PIC X(8).
                  03 WSItemType     PIC X.
                  03 WSItemDate     PIC 9(8).
                  03 WSItemRef      PIC X(6).
                  03 WSItemReason   PIC X(3).
                  03 WSItemDue      PIC 9(8).
                  03 WSItemAmount   PIC 9(7)V99 COMP-3.
       01 WSItemCount      PIC 9(3) VALUE ZERO.
       01 WSItemIdx        PIC 9(3).
       01 WSItemOverflow   PIC X VALUE 'N'.
              88 ItemTableFull    VALUE 'Y'.
       01 WSParentID       PIC 9(8).
       01 WSParentIdx      PIC 9(3).
       01 WSAcctIdx        PIC 9(3).
       01 WSSignedAmount   PIC S9(7)V99 COMP-3.
       01 WSGroupOpening   PIC S9(7)V99 COMP-3.
       01 WSGroupBalance   PIC S9(7)V99 COMP-3.
       *> the export layouts - also the gateway's specification
       COPY ebillexp.
       *> one line per document sent
       01 WSLogRecord.
              02 WSLogTimestamp PIC X(14).
              02 FILLER         PIC X(1) VALUE SPACES.
              02 WSLogCustID    PIC X(8).
              02 FILLER         PIC X(1) VALUE SPACES.
              02 WSLogDocType   PIC X(3).
              02 FILLER         PIC X(1) VALUE SPACES.
              02 WSLogRef       PIC X(8).
              02 FILLER         PIC X(1) VALUE SPACES.
              02 WSLogMethod    PIC X.
              02 FILLER         PIC X(1) VALUE SPACES.
              02 WSLogEmail     PIC X(40).
              02 FILLER         PIC X(1) VALUE SPACES.
              02 WSLogAmount    PIC -9(7).99.
       COPY filestatuschk.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday.
           PERFORM ShowEBillMenu UNTIL NOT KeepGoing.
      *> GOBACK so a menu program can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

       ShowEBillMenu.
           DISPLAY " ".
           DISPLAY "E-billing Delivery".
           DISPLAY "(I)nvoices for a day  (S)tatements for a month  "
               "(Q)uit".
           DISPLAY "Select an option " WITH NO ADVANCING.
           ACCEPT WSMenuChoice.
           EVALUATE TRUE
               WHEN WantsInvoices     PERFORM ExportInvoices
               WHEN WantsStatements   PERFORM ExportStatements
               WHEN WantsQuit         MOVE 'N' TO WSContinueFlag
               WHEN OTHER
                   DISPLAY "Invalid option, please try again"
           END-EVALUATE.

       *> every invoice dated the day named, for a customer on
       *> e-billing, as an INV record with its LIN records behind it
       ExportInvoices.
           MOVE SPACES TO WSDateEntry.
           PERFORM UNTIL WSDateEntry IS NUMERIC
               DISPLAY "Invoice date (YYYYMMDD) " WITH NO ADVANCING
               ACCEPT WSDateEntry
               IF WSDateEntry NOT NUMERIC
                  DISPLAY "Invalid date - enter 8 numeric digits"
               END-IF
           END-PERFORM.
           OPEN INPUT HistoryFile.
           MOVE WSHistoryStatus TO WSCheckFileStatus.
           MOVE "ebilling" TO WSCheckProgLabel.
           MOVE "InvoiceHistory.dat" TO WSCheckFileLabel.
           PERFORM CheckFileStatus.
           IF RETURN-CODE NOT = ZERO
              CLOSE HistoryFile
              MOVE 'N' TO WSContinueFlag
           ELSE
              PERFORM OpenCustomerAndLog
              OPEN OUTPUT InvExportFile
              MOVE "INV" TO EbHRunType
              MOVE WSDateEntry TO EbHPeriod
              PERFORM StartExportCounts
              WRITE InvExportLine FROM EbHeaderRec
              MOVE 'N' TO WSEOF
              PERFORM UNTIL EndOfFile
                 READ HistoryFile NEXT RECORD
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF IhDate = WSDateEntry
                            PERFORM ExportOneInvoice
                         END-IF
                 END-READ
              END-PERFORM
              PERFORM FinishExportCounts
              SET EbTotalGross TO TRUE
              WRITE InvExportLine FROM EbTrailerRec
              CLOSE InvExportFile
              CLOSE HistoryFile
              CLOSE CustomerFile
              CLOSE DeliveryLog
              DISPLAY "ebilling: " WSDocCount " invoice(s) written "
                  "to EBillInvoices.dat"
           END-IF.

       ExportOneInvoice.
           MOVE IhCustID TO WSLookupID.
           PERFORM LookUpDelivery.
           IF SendElectronic
              MOVE IhInvNum TO EbIInvNum
              MOVE IhDate TO EbIDate
              MOVE IhCustID TO EbICustID
              MOVE WSSendMethod TO EbIMethod
              MOVE WSSendEmail TO EbIEmail
              MOVE IhBillName TO EbIBillName
              MOVE IhSubtotal TO EbISubtotal
              MOVE IhTaxTotal TO EbITax
              MOVE IhGrandTotal TO EbITotal
              PERFORM FindInvoiceDeposit
              MOVE WSInvDeposit TO EbIDeposit
              COMPUTE EbIBalanceDue = IhGrandTotal - WSInvDeposit
              WRITE InvExportLine FROM EbInvoiceRec
              ADD 1 TO WSRecordCount
              ADD 1 TO WSDocCount
              ADD IhGrandTotal TO WSDocTotal
              PERFORM VARYING WSLineIdx FROM 1 BY 1
                  UNTIL WSLineIdx > IhLineCount OR WSLineIdx > 15
                  MOVE IhInvNum TO EbLInvNum
                  MOVE WSLineIdx TO EbLLineNo
                  MOVE IhProduct(WSLineIdx) TO EbLProduct
                  MOVE IhSize(WSLineIdx) TO EbLSize
                  MOVE IhQty(WSLineIdx) TO EbLQty
                  MOVE IhJurisdiction(WSLineIdx) TO EbLJurisdiction
                  MOVE IhLinePrice(WSLineIdx) TO EbLPrice
                  MOVE IhLineTax(WSLineIdx) TO EbLTax
                  WRITE InvExportLine FROM EbLineRec
                  ADD 1 TO WSRecordCount
              END-PERFORM
              MOVE "INV" TO WSLogDocType
              MOVE IhInvNum TO WSLogRef
              MOVE IhGrandTotal TO WSLogAmount
              PERFORM WriteDeliveryLog
           END-IF.

       *> every A line under the invoice's number is deposit taken
       *> off it - the invoice run applies it, or arcredit.cob when it
       *> releases a held invoice. Never more than the invoice, so
       *> the balance due can't go below zero. No CustDeposits.dat
       *> means no deposits have ever been taken.
       FindInvoiceDeposit.
           MOVE ZERO TO WSInvDeposit.
           MOVE 'N' TO WSDepEOF.
           OPEN INPUT DepositFile.
           IF WSDepositStatus = "00"
              PERFORM UNTIL EndOfDeposits
                 READ DepositFile
                     AT END MOVE 'Y' TO WSDepEOF
                     NOT AT END
                         IF CdApplied AND CdRef IS NUMERIC
                            AND CdAmount IS NUMERIC
                            MOVE CdRef TO WSInvRef
                            IF WSInvRef = IhInvNum
                               ADD CdAmount TO WSInvDeposit
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE DepositFile.
           IF WSInvDeposit > IhGrandTotal
              MOVE IhGrandTotal TO WSInvDeposit
           END-IF.

       *> the month's statement for every e-billing account that
       *> bills itself - a branch rides along inside its head
       *> office's statement, so the head office's method governs
       ExportStatements.
           MOVE SPACES TO WSMonthEntry.
           PERFORM UNTIL WSMonthEntry IS NUMERIC
               DISPLAY "Statement month (YYYYMM) " WITH NO ADVANCING
               ACCEPT WSMonthEntry
               IF WSMonthEntry NOT NUMERIC
                  DISPLAY "Invalid month - enter 6 numeric digits"
               END-IF
           END-PERFORM.
           MOVE ZERO TO WSCustCount.
           MOVE ZERO TO WSItemCount.
           MOVE 'N' TO WSCustOverflow.
           MOVE 'N' TO WSItemOverflow.
           PERFORM LoadLedger.
           IF RETURN-CODE NOT = ZERO
              MOVE 'N' TO WSContinueFlag
           ELSE
              PERFORM OpenCustomerAndLog
              PERFORM ResolveBillToParent
                  VARYING WSTableIdx FROM 1 BY 1
                  UNTIL WSTableIdx > WSCustCount
              IF CustTableFull
                 DISPLAY "ebilling: bill-to parents exceed the "
                     "statement tables - aborting before a partial "
                     "export is written"
                 CLOSE CustomerFile
                 CLOSE DeliveryLog
                 MOVE 16 TO RETURN-CODE
                 MOVE 'N' TO WSContinueFlag
              ELSE
                 PERFORM WriteStatementExport
              END-IF
           END-IF.

       WriteStatementExport.
           OPEN OUTPUT StmtExportFile.
           MOVE "STM" TO EbHRunType.
           MOVE WSMonthEntry TO EbHPeriod.
           PERFORM StartExportCounts.
           WRITE StmtExportLine FROM EbHeaderRec.
           PERFORM ExportOneStatement
               VARYING WSTableIdx FROM 1 BY 1
               UNTIL WSTableIdx > WSCustCount.
           PERFORM FinishExportCounts.
           SET EbTotalBalDue TO TRUE.
           WRITE StmtExportLine FROM EbTrailerRec.
           CLOSE StmtExportFile.
           CLOSE CustomerFile.
           CLOSE DeliveryLog.
           DISPLAY "ebilling: " WSDocCount " statement(s) written "
               "to EBillStatements.dat".

       *> one pass over the ledger - entries before the month fold
       *> into the opening balance, entries in it are kept to list
       LoadLedger.
           OPEN INPUT ARLedgerFile.
           IF WSLedgerStatus NOT = "00"
              DISPLAY "ebilling: no ARLedger.dat on file - "
                  "status " WSLedgerStatus
              CLOSE ARLedgerFile
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE 'N' TO WSEOF
              PERFORM UNTIL EndOfFile
                 READ ARLedgerFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END PERFORM SortOneEntry
                 END-READ
              END-PERFORM
              CLOSE ARLedgerFile
              IF CustTableFull OR ItemTableFull
                 DISPLAY "ebilling: ledger exceeds the statement"
                     " tables - aborting before a partial export"
                     " is written"
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.

       SortOneEntry.
           PERFORM FindCustomerSlot.
           IF WSFoundIdx > ZERO
              EVALUATE TRUE
                  WHEN ALDate(1:6) < WSMonthEntry
                      IF ALType = 'P' OR ALType = 'C'
                         SUBTRACT ALAmount
                             FROM WSCustOpening(WSFoundIdx)
                      ELSE
                         ADD ALAmount
                             TO WSCustOpening(WSFoundIdx)
                      END-IF
                  WHEN ALDate(1:6) = WSMonthEntry
                      IF WSItemCount < 500
                         ADD 1 TO WSItemCount
                         MOVE ALCustID
                             TO WSItemCustID(WSItemCount)
                         MOVE ALType TO WSItemType(WSItemCount)
                         MOVE ALDate TO WSItemDate(WSItemCount)
                         MOVE ALRef TO WSItemRef(WSItemCount)
                         MOVE ALReason TO WSItemReason(WSItemCount)
                         IF ALDueDate NUMERIC
                            MOVE ALDueDate
                                TO WSItemDue(WSItemCount)
                         ELSE
                            MOVE ZERO TO WSItemDue(WSItemCount)
                         END-IF
                         MOVE ALAmount
                             TO WSItemAmount(WSItemCount)
                      ELSE
                         SET ItemTableFull TO TRUE
                      END-IF
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
           END-IF.

       FindCustomerSlot.
           MOVE ZERO TO WSFoundIdx.
           PERFORM VARYING WSSearchIdx FROM 1 BY 1
               UNTIL WSSearchIdx > WSCustCount OR WSFoundIdx > 0
               IF WSCustEntryID(WSSearchIdx) = ALCustID
                  MOVE WSSearchIdx TO WSFoundIdx
               END-IF
           END-PERFORM.
           IF WSFoundIdx = ZERO
              IF WSCustCount < 200
                 ADD 1 TO WSCustCount
                 MOVE ALCustID TO WSCustEntryID(WSCustCount)
                 MOVE ZERO TO WSCustOpening(WSCustCount)
                 MOVE SPACES TO WSCustParent(WSCustCount)
                 MOVE WSCustCount TO WSFoundIdx
              ELSE
                 SET CustTableFull TO TRUE
              END-IF
           END-IF.

       *> a branch rolls up to the head office on its master record,
       *> which gets a slot even with no ledger activity of its own
       ResolveBillToParent.
           IF WSCustFileStatus = "00"
              AND WSCustEntryID(WSTableIdx) IS NUMERIC
              MOVE WSCustEntryID(WSTableIdx) TO IDNum
              READ CustomerFile
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF CustBillToID > ZERO
                         MOVE CustBillToID TO WSParentID
                         PERFORM FindParentSlot
                      END-IF
              END-READ
           END-IF.

       FindParentSlot.
           MOVE ZERO TO WSParentIdx.
           PERFORM VARYING WSSearchIdx FROM 1 BY 1
               UNTIL WSSearchIdx > WSCustCount OR WSParentIdx > 0
               IF WSCustEntryID(WSSearchIdx) = WSParentID
                  MOVE WSSearchIdx TO WSParentIdx
               END-IF
           END-PERFORM.
           IF WSParentIdx = ZERO
              MOVE WSParentID TO IDNum
              READ CustomerFile
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF WSCustCount < 200
                         ADD 1 TO WSCustCount
                         MOVE WSParentID
                             TO WSCustEntryID(WSCustCount)
                         MOVE ZERO TO WSCustOpening(WSCustCount)
                         MOVE SPACES TO WSCustParent(WSCustCount)
                         MOVE WSCustCount TO WSParentIdx
                      ELSE
                         SET CustTableFull TO TRUE
                      END-IF
              END-READ
           END-IF.
           IF WSParentIdx > ZERO
              MOVE WSParentID TO WSCustParent(WSTableIdx)
           END-IF.

       *> the STM record carries the group's opening and balance due,
       *> so those are totalled across the account and its branches
       *> before the entries are listed behind it
       ExportOneStatement.
           IF WSCustParent(WSTableIdx) = SPACES
              MOVE WSCustEntryID(WSTableIdx) TO WSLookupID
              PERFORM LookUpDelivery
              IF SendElectronic
                 MOVE ZERO TO WSGroupOpening
                 MOVE ZERO TO WSGroupBalance
                 PERFORM TotalOneAccount
                     VARYING WSAcctIdx FROM 1 BY 1
                     UNTIL WSAcctIdx > WSCustCount
                 MOVE WSCustEntryID(WSTableIdx) TO EbSCustID
                 MOVE WSSendMethod TO EbSMethod
                 MOVE WSSendEmail TO EbSEmail
                 MOVE WSSendName TO EbSName
                 MOVE WSMonthEntry TO EbSMonth
                 MOVE WSGroupOpening TO EbSOpening
                 MOVE WSGroupBalance TO EbSBalanceDue
                 WRITE StmtExportLine FROM EbStatementRec
                 ADD 1 TO WSRecordCount
                 ADD 1 TO WSDocCount
                 ADD WSGroupBalance TO WSDocTotal
                 PERFORM ExportAccountItems
                     VARYING WSAcctIdx FROM 1 BY 1
                     UNTIL WSAcctIdx > WSCustCount
                 MOVE "STM" TO WSLogDocType
                 MOVE WSMonthEntry TO WSLogRef
                 MOVE WSGroupBalance TO WSLogAmount
                 PERFORM WriteDeliveryLog
              END-IF
           END-IF.

       TotalOneAccount.
           IF WSAcctIdx = WSTableIdx
              OR WSCustParent(WSAcctIdx) = WSCustEntryID(WSTableIdx)
              ADD WSCustOpening(WSAcctIdx) TO WSGroupOpening
              ADD WSCustOpening(WSAcctIdx) TO WSGroupBalance
              PERFORM VARYING WSItemIdx FROM 1 BY 1
                  UNTIL WSItemIdx > WSItemCount
                  IF WSItemCustID(WSItemIdx) =
                      WSCustEntryID(WSAcctIdx)
                     PERFORM SignItemAmount
                     ADD WSSignedAmount TO WSGroupBalance
                  END-IF
              END-PERFORM
           END-IF.

       ExportAccountItems.
           IF WSAcctIdx = WSTableIdx
              OR WSCustParent(WSAcctIdx) = WSCustEntryID(WSTableIdx)
              PERFORM VARYING WSItemIdx FROM 1 BY 1
                  UNTIL WSItemIdx > WSItemCount
                  IF WSItemCustID(WSItemIdx) =
                      WSCustEntryID(WSAcctIdx)
                     PERFORM ExportOneItem
                  END-IF
              END-PERFORM
           END-IF.

       ExportOneItem.
           PERFORM SignItemAmount.
           MOVE WSCustEntryID(WSTableIdx) TO EbTCustID.
           MOVE WSItemCustID(WSItemIdx) TO EbTAccount.
           MOVE WSItemDate(WSItemIdx) TO EbTDate.
           MOVE WSItemType(WSItemIdx) TO EbTLedgerType.
           MOVE WSItemRef(WSItemIdx) TO EbTRef.
           MOVE WSItemReason(WSItemIdx) TO EbTReason.
           MOVE WSSignedAmount TO EbTAmount.
           IF WSItemType(WSItemIdx) = 'I'
              MOVE WSItemDue(WSItemIdx) TO EbTDueDate
           ELSE
              MOVE ZERO TO EbTDueDate
           END-IF.
           WRITE StmtExportLine FROM EbItemRec.
           ADD 1 TO WSRecordCount.

       *> payments and credit memos take the balance down, every
       *> other ledger type puts it up - as on the printed statement
       SignItemAmount.
           IF WSItemType(WSItemIdx) = 'P'
              OR WSItemType(WSItemIdx) = 'C'
              COMPUTE WSSignedAmount = ZERO - WSItemAmount(WSItemIdx)
           ELSE
              MOVE WSItemAmount(WSItemIdx) TO WSSignedAmount
           END-IF.

       *> the customer's delivery method, address and name - an
       *> account not on the master, or on paper, is not sent
       LookUpDelivery.
           MOVE SPACES TO WSSendTo.
           IF WSCustFileStatus = "00"
              AND WSLookupID IS NUMERIC
              MOVE WSLookupID TO IDNum
              READ CustomerFile
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF DeliverElectronic AND CustEmail NOT = SPACES
                         MOVE CustDelivery TO WSSendMethod
                         MOVE CustEmail TO WSSendEmail
                         STRING FUNCTION TRIM(FirstName)
                             DELIMITED BY SIZE
                             " " DELIMITED BY SIZE
                             FUNCTION TRIM(LastName)
                             DELIMITED BY SIZE
                             INTO WSSendName
                      END-IF
              END-READ
           END-IF.

       *> the master is read-only here; the log takes the same
       *> create-if-missing handling the other EXTEND files use
       OpenCustomerAndLog.
           OPEN INPUT CustomerFile.
           IF WSCustFileStatus NOT = "00"
              DISPLAY "ebilling: Customer.dat unavailable - status "
                  WSCustFileStatus " - nothing can be addressed"
           END-IF.
           OPEN EXTEND DeliveryLog.
           IF WSLogStatus = "35"
              OPEN OUTPUT DeliveryLog
              CLOSE DeliveryLog
              OPEN EXTEND DeliveryLog
           END-IF.

       StartExportCounts.
           MOVE WSToday TO EbHRunDate.
           MOVE 1 TO WSRecordCount.
           MOVE ZERO TO WSDocCount.
           MOVE ZERO TO WSDocTotal.

       *> the trailer counts itself along with the header
       FinishExportCounts.
           ADD 1 TO WSRecordCount.
           MOVE WSRecordCount TO EbZRecordCount.
           MOVE WSDocCount TO EbZDocCount.
           MOVE WSDocTotal TO EbZTotalAmount.

       WriteDeliveryLog.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WSLogTimestamp.
           MOVE WSLookupID TO WSLogCustID.
           MOVE WSSendMethod TO WSLogMethod.
           MOVE WSSendEmail TO WSLogEmail.
           WRITE DeliveryLogLine FROM WSLogRecord.

      *> shared file-open status check - see
      *> Copybooks/filestatuschkp.cpy
       COPY filestatuschkp.
