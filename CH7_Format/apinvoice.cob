       IDENTIFICATION DIVISION.
       PROGRAM-ID. apinvoice.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Accounts payable - porder.cob raises the orders and
       *> invtrans.cob checks the goods in against them, but the
       *> supplier's invoice went straight into a drawer and was paid
       *> by hand: the same invoice was paid twice, and goods that
       *> never arrived were paid for. (E)nter keys an invoice from a
       *> supplier on SupplierMaster.dat, refused outright if that
       *> supplier's invoice number is already on file, and matches
       *> each line three ways - to the purchase order on
       *> OpenPOs.dat, to the quantity received against it and not
       *> yet invoiced, and to the unit cost the PO agreed. An
       *> invoice whose lines all match opens at once: it is posted
       *> to the supplier ledger (APLedger.dat) and journalled -
       *> Inventory debited at the PO cost, any price difference to
       *> Purchase Price Variance, Accounts Payable credited with the
       *> invoice total. An invoice with any line outside tolerance
       *> is held whole in APInvoices.dat and posts nothing until a
       *> supervisor (H)eld review approves it (posted as above) or
       *> rejects it (the PO quantity it claimed is released). The
       *> quantity invoiced is taken against the PO as soon as the
       *> invoice is keyed, so a second invoice for the same goods
       *> is held. (L)edger prints a supplier's postings with the
       *> running balance to SupplierLedger.txt; (A)ged prints what
       *> is owed to each supplier by how far past due, with held
       *> invoices shown beside it, to AgedPayables.txt. appay.cob
       *> pays the open invoices.
       *> RunControl.dat settings (see runcontrol.cob):
       *>   AP-PRICE-TOLERANCE percent a unit price may differ from
       *>                      the PO cost before the invoice is
       *>                      held - 00002
       *>   AP-QTY-TOLERANCE   units a line may bill beyond what was
       *>                      received and not yet invoiced - 00000
       *>   SUPPLIER-PAY-DAYS  payment terms for a supplier whose
       *>                      master line gives none - 00030
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT SupplierFile ASSIGN TO "SupplierMaster.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSSupplierStatus.
              SELECT POFile ASSIGN TO "OpenPOs.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSPOStatus.
              SELECT InvoiceFile ASSIGN TO "APInvoices.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSInvoiceStatus.
              SELECT LedgerFile ASSIGN TO "APLedger.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSLedgerStatus.
              SELECT GLJournalFile ASSIGN TO "GLJournal.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSGLStatus.
              SELECT GLPeriodFile ASSIGN TO "GLPeriod.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSGLPeriodStatus.
              SELECT OperatorFile ASSIGN TO "OperatorMaster.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSOperatorStatus.
              SELECT LedgerRptFile ASSIGN TO "SupplierLedger.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReportStatus.
              SELECT AgedRptFile ASSIGN TO "AgedPayables.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD SupplierFile.
       COPY suprec.
       FD POFile.
       COPY porec.
       FD InvoiceFile.
       COPY apinvoice.
       FD LedgerFile.
       COPY apledger.
       FD GLJournalFile.
       COPY gljournal.
       FD GLPeriodFile.
       01 GLPeriodRecord   PIC 9(6).
       FD OperatorFile.
       01 OperatorRecord.
              02 OperID      PIC X(10).
              02 FILLER      PIC X(2).
              02 OperName    PIC X(20).
              02 FILLER      PIC X(2).
              02 OperLevel   PIC 9.
       FD LedgerRptFile.
       01 LedgerRptLine    PIC X(80).
       FD AgedRptFile.
       01 AgedRptLine      PIC X(100).

       WORKING-STORAGE SECTION.
       01 WSSupplierStatus PIC XX.
       01 WSPOStatus       PIC XX.
       01 WSInvoiceStatus  PIC XX.
       01 WSLedgerStatus   PIC XX.
       01 WSGLStatus       PIC XX.
       01 WSOperatorStatus PIC XX.
       01 WSReportStatus   PIC XX.
       01 WSEOF            PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
       01 WSMenuChoice     PIC X VALUE SPACE.
              88 WantsEntry     VALUE 'E' 'e'.
              88 WantsHeld      VALUE 'H' 'h'.
              88 WantsLedger    VALUE 'L' 'l'.
              88 WantsAged      VALUE 'A' 'a'.
              88 WantsQuit      VALUE 'Q' 'q'.
       01 WSContinueFlag   PIC X VALUE 'Y'.
              88 KeepGoing      VALUE 'Y'.
       01 WSToday          PIC 9(8).
       01 WSTodayYM        PIC 9(6).
       01 WSTodayInt       PIC 9(7).
       01 WSParmName       PIC X(20).
       01 WSParmValue      PIC 9(5).
       01 WSParmFound      PIC X.
       01 WSPriceTolerance PIC 9(5) VALUE 2.
       01 WSQtyTolerance   PIC 9(5) VALUE ZERO.
       01 WSStandardTerms  PIC 9(5) VALUE 30.
       *> The suppliers, loaded once for validation and terms
       01 WSSupTable.
              02 WSSupEntry OCCURS 20 TIMES.
                  03 WSSupCode      PIC X(4).
                  03 WSSupName      PIC X(20).
                  03 WSSupTerms     PIC 9(3).
       01 WSSupCount       PIC 99 VALUE ZERO.
       01 WSSupIdx         PIC 99.
       01 WSSupFound       PIC 99.
       *> The purchase orders, loaded whole so the quantity invoiced
       *> can be taken against them and the file rewritten - the
       *> same load-update-rewrite pass invtrans.cob makes
       01 WSPOTable.
              02 WSPOEntry OCCURS 100 TIMES.
                  03 WSPONum        PIC 9(6).
                  03 WSPOSupplier   PIC X(4).
                  03 WSPOProduct    PIC X(5).
                  03 WSPOSize       PIC A.
                  03 WSPOOrdered    PIC 9(4).
                  03 WSPOReceived   PIC 9(4).
                  03 WSPODate       PIC 9(8).
                  03 WSPOState      PIC X.
                  03 WSPOUnitCost   PIC 9(4)V99.
                  03 WSPOInvoiced   PIC 9(4).
       01 WSPOCount        PIC 9(3) VALUE ZERO.
       01 WSPOIdx          PIC 9(3).
       01 WSPOFound        PIC 9(3).
       01 WSPOOverflow     PIC X VALUE 'N'.
              88 POTableFull      VALUE 'Y'.
       *> Every invoice line on file, whole - scanned for duplicates
       *> on entry, reviewed and rewritten by the held review
       01 WSAiTable.
              02 WSAiLine OCCURS 1000 TIMES PIC X(115).
       01 WSAiCount        PIC 9(4) VALUE ZERO.
       01 WSAiIdx          PIC 9(4).
       01 WSAiFirst        PIC 9(4).
       01 WSAiLast         PIC 9(4).
       01 WSScanIdx        PIC 9(4).
       01 WSAiOverflow     PIC X VALUE 'N'.
              88 InvoiceTableFull VALUE 'Y'.
       01 WSAiTouched      PIC X VALUE 'N'.
              88 InvoicesChanged  VALUE 'Y'.
       *> The invoice being keyed - header, then up to 20 lines
       01 WSSupEntryCode   PIC X(4).
       01 WSInvNoEntry     PIC X(12).
       01 WSDateEntry      PIC X(8).
       01 WSInvDate        PIC 9(8).
       01 WSDueDate        PIC 9(8).
       01 WSPONumEntry     PIC X(6).
       01 WSPONumWanted    PIC 9(6).
       01 WSQtyEntry       PIC X(4).
       01 WSAmountEntry    PIC X(10).
       01 WSAmountCheck    PIC S9(4) COMP-5.
       01 WSLnTable.
              02 WSLnEntry OCCURS 20 TIMES.
                  03 WSLnPOIdx      PIC 9(3).
                  03 WSLnQty        PIC 9(4).
                  03 WSLnPrice      PIC 9(4)V99.
                  03 WSLnAmount     PIC 9(7)V99.
                  03 WSLnHold       PIC X(3).
       01 WSLnCount        PIC 99 VALUE ZERO.
       01 WSLnIdx          PIC 99.
       01 WSLineQty        PIC 9(4).
       01 WSLinePrice      PIC 9(4)V99.
       01 WSLineHold       PIC X(3).
       01 WSLinesDone      PIC X.
              88 NoMoreLines      VALUE 'Y'.
       01 WSInvTotal       PIC 9(7)V99.
       01 WSHeldFlag       PIC X.
              88 InvoiceHeld      VALUE 'Y'.
       01 WSUnbilled       PIC S9(5).
       01 WSPriceDiff      PIC S9(4)V99.
       01 WSAskEntry       PIC X.
              88 AnswerYes        VALUE 'Y' 'y'.
       01 WSDecision       PIC X.
              88 ApproveInvoice   VALUE 'A' 'a'.
              88 RejectInvoice    VALUE 'R' 'r'.
              88 SkipInvoice      VALUE 'S' 's'.
              88 QuitReview       VALUE 'Q' 'q'.
       *> What one invoice posts - built line by line, then written
       *> to the supplier ledger and the journal in one go
       01 WSPostSupplier   PIC X(4).
       01 WSPostInvoiceNo  PIC X(12).
       01 WSPostTotal      PIC 9(7)V99.
       01 WSPostStock      PIC 9(7)V99.
       01 WSPostVariance   PIC S9(7)V99.
       01 WSPostLineValue  PIC 9(7)V99.
       01 WSHeldCount      PIC 9(4) VALUE ZERO.
       01 WSApprovedCount  PIC 9(4) VALUE ZERO.
       01 WSRejectedCount  PIC 9(4) VALUE ZERO.
       *> The reviewing supervisor - same sign-on arrefund.cob
       *> honours: custmenu's EXTERNAL sign-on, or OperatorMaster.dat
       *> on a standalone run
       01 WSSignedOnOper     PIC X(10) EXTERNAL.
       01 WSSignedOnLevel    PIC 9 EXTERNAL.
       01 WSOperatorID    PIC X(10) VALUE SPACES.
       01 WSAuthority     PIC 9 VALUE ZERO.
              88 SupervisorAuthority   VALUE 2 THRU 9.
       *> Ledger and aging report working fields
       01 WSRunBalance     PIC S9(8)V99.
       01 WSLedgerLines    PIC 9(5).
       01 WSAgeDays        PIC S9(7).
       01 WSBucketIdx      PIC 9.
       01 WSSupBucket      PIC S9(8)V99 OCCURS 4 TIMES.
       01 WSSupHeldAmt     PIC 9(8)V99.
       01 WSBucketTotal    PIC S9(8)V99 OCCURS 4 TIMES.
       01 WSHeldTotal      PIC 9(8)V99.
       01 WSShownAmount    PIC Z,ZZZ,ZZ9.99.
       01 WSShownPrice     PIC ZZZ9.99.
       01 WSShownQty       PIC -(4)9.
       01 WSShownPct       PIC ZZZZ9.
       01 WSShownTotal     PIC $$,$$$,$$9.99.
       01 WSLedgerHead.
              02 FILLER       PIC X(10) VALUE "Date".
              02 FILLER       PIC X(6) VALUE "Type".
              02 FILLER       PIC X(14) VALUE "Invoice".
              02 FILLER       PIC X(7) VALUE "Check".
              02 FILLER       PIC X(13) VALUE "       Amount".
              02 FILLER       PIC X(14) VALUE "       Balance".
       01 WSLedgerDetail.
              02 WSLDDate     PIC 9(8).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSLDType     PIC X(4).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSLDInvoice  PIC X(12).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSLDCheck    PIC X(6).
              02 FILLER       PIC X(1) VALUE SPACES.
              02 WSLDAmount   PIC $$,$$$,$$9.99.
              02 FILLER       PIC X(1) VALUE SPACES.
              02 WSLDBalance  PIC $$,$$$,$$9.99CR.
       01 WSAgedHead.
              02 FILLER  PIC X(26) VALUE "Supplier".
              02 FILLER  PIC X(14) VALUE "   Not yet due".
              02 FILLER  PIC X(14) VALUE "  1-30 overdue".
              02 FILLER  PIC X(14) VALUE " 31-60 overdue".
              02 FILLER  PIC X(14) VALUE "   61+ overdue".
              02 FILLER  PIC X(14) VALUE "  Held (memo)".
       01 WSAgedDetail.
              02 WSADCode      PIC X(4).
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSADName      PIC X(20).
              02 WSADBucket1   PIC $$$,$$$,$$9.99.
              02 WSADBucket2   PIC $$$,$$$,$$9.99.
              02 WSADBucket3   PIC $$$,$$$,$$9.99.
              02 WSADBucket4   PIC $$$,$$$,$$9.99.
              02 WSADHeld      PIC $$$,$$$,$$9.99.
      *> Shared GL closed-period fields - see
      *> Copybooks/glperiodchkp.cpy
       COPY glperiodchk.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday.
           MOVE WSToday(1:6) TO WSTodayYM.
           COMPUTE WSTodayInt = FUNCTION INTEGER-OF-DATE(WSToday).
           MOVE "AP-PRICE-TOLERANCE" TO WSParmName.
           CALL 'runcontrol' USING WSParmName, WSParmValue,
               WSParmFound
           END-CALL.
           IF WSParmFound = 'Y'
              MOVE WSParmValue TO WSPriceTolerance
           END-IF.
           MOVE "AP-QTY-TOLERANCE" TO WSParmName.
           CALL 'runcontrol' USING WSParmName, WSParmValue,
               WSParmFound
           END-CALL.
           IF WSParmFound = 'Y'
              MOVE WSParmValue TO WSQtyTolerance
           END-IF.
           MOVE "SUPPLIER-PAY-DAYS" TO WSParmName.
           CALL 'runcontrol' USING WSParmName, WSParmValue,
               WSParmFound
           END-CALL.
           IF WSParmFound = 'Y' AND WSParmValue > ZERO
              MOVE WSParmValue TO WSStandardTerms
           END-IF.
           PERFORM LoadSuppliers.
           PERFORM LoadGLClosedPeriod.
           PERFORM ShowAPMenu UNTIL NOT KeepGoing.
      *> GOBACK so a menu program can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

       ShowAPMenu.
           DISPLAY " ".
           DISPLAY "Accounts Payable - Supplier Invoices".
           DISPLAY "(E)nter invoice  (H)eld review  (L)edger  "
               "(A)ged payables  (Q)uit".
           DISPLAY "Select an option " WITH NO ADVANCING.
           ACCEPT WSMenuChoice.
           EVALUATE TRUE
               WHEN WantsEntry     PERFORM EnterInvoice
               WHEN WantsHeld      PERFORM ReviewHeldInvoices
               WHEN WantsLedger    PERFORM PrintSupplierLedger
               WHEN WantsAged      PERFORM PrintAgedPayables
               WHEN WantsQuit      MOVE 'N' TO WSContinueFlag
               WHEN OTHER
                   DISPLAY "Invalid option, please try again"
           END-EVALUATE.

       LoadSuppliers.
           MOVE ZERO TO WSSupCount.
           MOVE 'N' TO WSEOF.
           OPEN INPUT SupplierFile.
           IF WSSupplierStatus NOT = "00"
              CLOSE SupplierFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ SupplierFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSSupCount < 20
                            ADD 1 TO WSSupCount
                            MOVE SupCode TO WSSupCode(WSSupCount)
                            MOVE SupName TO WSSupName(WSSupCount)
                            IF SupTerms NUMERIC AND SupTerms > ZERO
                               MOVE SupTerms
                                   TO WSSupTerms(WSSupCount)
                            ELSE
                               MOVE WSStandardTerms
                                   TO WSSupTerms(WSSupCount)
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE SupplierFile
              MOVE 'N' TO WSEOF
           END-IF.

       FindSupplier.
           MOVE ZERO TO WSSupFound.
           PERFORM VARYING WSSupIdx FROM 1 BY 1
               UNTIL WSSupIdx > WSSupCount OR WSSupFound > 0
               IF WSSupCode(WSSupIdx) = WSSupEntryCode
                  MOVE WSSupIdx TO WSSupFound
               END-IF
           END-PERFORM.

       *> Everything an invoice posts is dated today, so a closed
       *> GL month refuses the entry before anything is keyed
       EnterInvoice.
           IF WSGLClosedThru > ZERO AND WSTodayYM NOT > WSGLClosedThru
              DISPLAY "GL period " WSTodayYM " is closed - invoices "
                  "cannot be posted"
           ELSE
              PERFORM LoadPOs
              PERFORM LoadInvoiceLines
              IF RETURN-CODE = ZERO
                 PERFORM TakeInvoiceHeader
                 IF WSSupFound > ZERO AND WSInvDate > ZERO
                    PERFORM TakeInvoiceLines
                    PERFORM ConfirmInvoice
                 END-IF
              END-IF
              MOVE ZERO TO RETURN-CODE
           END-IF.

       TakeInvoiceHeader.
           MOVE ZERO TO WSInvDate.
           MOVE SPACES TO WSSupEntryCode.
           DISPLAY "Supplier code " WITH NO ADVANCING.
           ACCEPT WSSupEntryCode.
           MOVE FUNCTION UPPER-CASE(WSSupEntryCode) TO WSSupEntryCode.
           PERFORM FindSupplier.
           IF WSSupFound = ZERO
              DISPLAY "Supplier " WSSupEntryCode " not on the master"
           ELSE
              DISPLAY "  " WSSupName(WSSupFound)
              MOVE SPACES TO WSInvNoEntry
              DISPLAY "Supplier's invoice number " WITH NO ADVANCING
              ACCEPT WSInvNoEntry
              MOVE FUNCTION UPPER-CASE(WSInvNoEntry) TO WSInvNoEntry
              PERFORM CheckDuplicateInvoice
              EVALUATE TRUE
                  WHEN WSInvNoEntry = SPACES
                      DISPLAY "Blank invoice number - not entered"
                      MOVE ZERO TO WSSupFound
                  WHEN WSAiIdx > ZERO
                      MOVE WSAiLine(WSAiIdx) TO APInvoiceRecord
                      DISPLAY "Invoice " WSInvNoEntry " from "
                          WSSupEntryCode " is already on file, "
                          "dated " AiInvDate " - not entered again"
                      MOVE ZERO TO WSSupFound
                  WHEN OTHER
                      PERFORM TakeInvoiceDate
              END-EVALUATE
           END-IF.

       *> A rejected invoice may be keyed again once it is put right;
       *> any other line for the same supplier and number is the
       *> invoice being paid twice
       CheckDuplicateInvoice.
           MOVE ZERO TO WSAiIdx.
           PERFORM VARYING WSScanIdx FROM 1 BY 1
               UNTIL WSScanIdx > WSAiCount OR WSAiIdx > 0
               MOVE WSAiLine(WSScanIdx) TO APInvoiceRecord
               IF AiSupplier = WSSupEntryCode
                  AND AiInvoiceNo = WSInvNoEntry
                  AND NOT AiRejected
                  MOVE WSScanIdx TO WSAiIdx
               END-IF
           END-PERFORM.

       TakeInvoiceDate.
           MOVE SPACES TO WSDateEntry.
           DISPLAY "Invoice date (YYYYMMDD, blank = today) "
               WITH NO ADVANCING.
           ACCEPT WSDateEntry.
           IF WSDateEntry = SPACES
              MOVE WSToday TO WSInvDate
           ELSE
              IF WSDateEntry IS NUMERIC
                 MOVE WSDateEntry TO WSInvDate
                 IF FUNCTION TEST-DATE-YYYYMMDD(WSInvDate) NOT = 0
                    MOVE ZERO TO WSInvDate
                 END-IF
              END-IF
           END-IF.
           IF WSInvDate = ZERO
              DISPLAY "Invalid date - invoice not entered"
           ELSE
              COMPUTE WSDueDate = FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WSInvDate)
                  + WSSupTerms(WSSupFound))
              DISPLAY "  Due " WSDueDate " (" WSSupTerms(WSSupFound)
                  " days)"
           END-IF.

       TakeInvoiceLines.
           MOVE ZERO TO WSLnCount.
           MOVE 'N' TO WSLinesDone.
           PERFORM TakeOneInvoiceLine UNTIL NoMoreLines.

       TakeOneInvoiceLine.
           MOVE SPACES TO WSPONumEntry.
           DISPLAY "PO number (blank to finish) " WITH NO ADVANCING.
           ACCEPT WSPONumEntry.
           IF WSPONumEntry = SPACES
              MOVE 'Y' TO WSLinesDone
           ELSE
              PERFORM FindInvoicePO
              EVALUATE TRUE
                  WHEN WSPOFound = ZERO
                      DISPLAY "  PO not on file - line not taken"
                  WHEN WSPOSupplier(WSPOFound) NOT = WSSupEntryCode
                      DISPLAY "  PO " WSPONum(WSPOFound) " is for "
                          WSPOSupplier(WSPOFound)
                          " - line not taken"
                  WHEN OTHER
                      PERFORM CheckPOAlreadyOnInvoice
                      IF WSLnIdx > ZERO
                         DISPLAY "  PO already on this invoice - "
                             "line not taken"
                      ELSE
                         PERFORM TakeLineQtyAndPrice
                      END-IF
              END-EVALUATE
              IF WSLnCount = 20
                 DISPLAY "  20 lines is the most one invoice takes"
                 MOVE 'Y' TO WSLinesDone
              END-IF
           END-IF.

       FindInvoicePO.
           MOVE ZERO TO WSPOFound.
           MOVE FUNCTION TEST-NUMVAL(WSPONumEntry) TO WSAmountCheck.
           IF WSAmountCheck = ZERO
              COMPUTE WSPONumWanted = FUNCTION NUMVAL(WSPONumEntry)
              PERFORM VARYING WSPOIdx FROM 1 BY 1
                  UNTIL WSPOIdx > WSPOCount OR WSPOFound > 0
                  IF WSPONum(WSPOIdx) = WSPONumWanted
                     MOVE WSPOIdx TO WSPOFound
                  END-IF
              END-PERFORM
           END-IF.

       CheckPOAlreadyOnInvoice.
           MOVE ZERO TO WSLnIdx.
           PERFORM VARYING WSScanIdx FROM 1 BY 1
               UNTIL WSScanIdx > WSLnCount OR WSLnIdx > 0
               IF WSLnPOIdx(WSScanIdx) = WSPOFound
                  MOVE WSScanIdx TO WSLnIdx
               END-IF
           END-PERFORM.

       TakeLineQtyAndPrice.
           DISPLAY "  " WSPOProduct(WSPOFound) " "
               WSPOSize(WSPOFound) " ordered " WSPOOrdered(WSPOFound)
               " received " WSPOReceived(WSPOFound)
               " invoiced " WSPOInvoiced(WSPOFound).
           MOVE SPACES TO WSQtyEntry.
           DISPLAY "  Quantity invoiced " WITH NO ADVANCING.
           ACCEPT WSQtyEntry.
           MOVE FUNCTION TEST-NUMVAL(WSQtyEntry) TO WSAmountCheck.
           IF WSAmountCheck = ZERO
              COMPUTE WSLineQty = FUNCTION NUMVAL(WSQtyEntry)
           ELSE
              MOVE ZERO TO WSLineQty
           END-IF.
           MOVE SPACES TO WSAmountEntry.
           DISPLAY "  Unit price " WITH NO ADVANCING.
           ACCEPT WSAmountEntry.
           MOVE FUNCTION TEST-NUMVAL(WSAmountEntry) TO WSAmountCheck.
           IF WSAmountCheck = ZERO
              AND FUNCTION NUMVAL(WSAmountEntry) < 10000
              COMPUTE WSLinePrice = FUNCTION NUMVAL(WSAmountEntry)
           ELSE
              MOVE ZERO TO WSLinePrice
           END-IF.
           IF WSLineQty = ZERO OR WSLinePrice = ZERO
              DISPLAY "  Invalid quantity or price - line not taken"
           ELSE
              PERFORM MatchInvoiceLine
              ADD 1 TO WSLnCount
              MOVE WSPOFound TO WSLnPOIdx(WSLnCount)
              MOVE WSLineQty TO WSLnQty(WSLnCount)
              MOVE WSLinePrice TO WSLnPrice(WSLnCount)
              COMPUTE WSLnAmount(WSLnCount) =
                  WSLineQty * WSLinePrice
              MOVE WSLineHold TO WSLnHold(WSLnCount)
           END-IF.

       *> The three-way match - the quantity against what has come
       *> in and not been billed yet, the price against what the PO
       *> agreed. A PO raised before costs were kept has nothing to
       *> match the price to, so it is held for a person to judge.
       MatchInvoiceLine.
           MOVE SPACES TO WSLineHold.
           COMPUTE WSUnbilled = WSPOReceived(WSPOFound)
               - WSPOInvoiced(WSPOFound).
           IF WSLineQty > WSUnbilled + WSQtyTolerance
              MOVE "QTY" TO WSLineHold
              MOVE WSUnbilled TO WSShownQty
              DISPLAY "  Held - bills " WSLineQty " but only "
                  FUNCTION TRIM(WSShownQty)
                  " received and not yet invoiced"
           END-IF.
           COMPUTE WSPriceDiff = WSLinePrice - WSPOUnitCost(WSPOFound).
           IF WSPriceDiff < ZERO
              COMPUTE WSPriceDiff = ZERO - WSPriceDiff
           END-IF.
           IF WSPOUnitCost(WSPOFound) = ZERO
              OR WSPriceDiff * 100 >
                  WSPOUnitCost(WSPOFound) * WSPriceTolerance
              IF WSLineHold = SPACES
                 MOVE "PRC" TO WSLineHold
              ELSE
                 MOVE "Q+P" TO WSLineHold
              END-IF
              MOVE WSPOUnitCost(WSPOFound) TO WSShownPrice
              MOVE WSPriceTolerance TO WSShownPct
              DISPLAY "  Held - price differs from the PO cost of "
                  FUNCTION TRIM(WSShownPrice) " by more than "
                  FUNCTION TRIM(WSShownPct) "%"
           END-IF.
           IF WSLineHold = SPACES
              DISPLAY "  Matched"
           END-IF.

       ConfirmInvoice.
           IF WSLnCount = ZERO
              DISPLAY "No lines - invoice not entered"
           ELSE
              MOVE ZERO TO WSInvTotal
              MOVE 'N' TO WSHeldFlag
              PERFORM VARYING WSLnIdx FROM 1 BY 1
                  UNTIL WSLnIdx > WSLnCount
                  ADD WSLnAmount(WSLnIdx) TO WSInvTotal
                  IF WSLnHold(WSLnIdx) NOT = SPACES
                     MOVE 'Y' TO WSHeldFlag
                  END-IF
              END-PERFORM
              MOVE WSInvTotal TO WSShownTotal
              DISPLAY "Invoice " WSInvNoEntry " total " WSShownTotal
              IF InvoiceHeld
                 DISPLAY "  One or more lines outside tolerance - "
                     "the invoice will be held for approval"
              END-IF
              MOVE SPACE TO WSAskEntry
              DISPLAY "Save this invoice (Y/N) " WITH NO ADVANCING
              ACCEPT WSAskEntry
              IF AnswerYes
                 PERFORM SaveInvoice
              ELSE
                 DISPLAY "Invoice abandoned - nothing written"
              END-IF
           END-IF.

       *> The lines are written first, then the PO quantities taken,
       *> then - for an invoice that matched - the posting
       SaveInvoice.
           OPEN EXTEND InvoiceFile.
           IF WSInvoiceStatus = "35"
              OPEN OUTPUT InvoiceFile
              CLOSE InvoiceFile
              OPEN EXTEND InvoiceFile
           END-IF.
           MOVE WSSupEntryCode TO WSPostSupplier.
           MOVE WSInvNoEntry TO WSPostInvoiceNo.
           MOVE ZERO TO WSPostTotal WSPostStock.
           PERFORM WriteOneInvoiceLine
               VARYING WSLnIdx FROM 1 BY 1
               UNTIL WSLnIdx > WSLnCount.
           CLOSE InvoiceFile.
           PERFORM SavePOs.
           IF InvoiceHeld
              DISPLAY "Invoice " WSInvNoEntry " held for approval"
           ELSE
              PERFORM PostInvoice
              DISPLAY "Invoice " WSInvNoEntry " matched and posted - "
                  "due " WSDueDate
           END-IF.

       WriteOneInvoiceLine.
           MOVE WSLnPOIdx(WSLnIdx) TO WSPOIdx.
           MOVE SPACES TO APInvoiceRecord.
           MOVE WSSupEntryCode TO AiSupplier.
           MOVE WSInvNoEntry TO AiInvoiceNo.
           MOVE WSLnIdx TO AiLineNo.
           MOVE WSInvDate TO AiInvDate.
           MOVE WSDueDate TO AiDueDate.
           MOVE WSPONum(WSPOIdx) TO AiPONum.
           MOVE WSPOProduct(WSPOIdx) TO AiProduct.
           MOVE WSPOSize(WSPOIdx) TO AiSize.
           MOVE WSLnQty(WSLnIdx) TO AiQty.
           MOVE WSLnPrice(WSLnIdx) TO AiUnitPrice.
           MOVE WSPOUnitCost(WSPOIdx) TO AiPOCost.
           MOVE WSLnAmount(WSLnIdx) TO AiAmount.
           IF InvoiceHeld
              MOVE 'H' TO AiStatus
           ELSE
              MOVE 'O' TO AiStatus
           END-IF.
           MOVE WSLnHold(WSLnIdx) TO AiHoldCode.
           MOVE ZERO TO AiCheckNum AiPaidOn.
           WRITE APInvoiceRecord.
           ADD WSLnQty(WSLnIdx) TO WSPOInvoiced(WSPOIdx).
           PERFORM AddLineToPosting.

       *> Stock is valued at the price the PO agreed; what the
       *> invoice charges over or under that is the price variance.
       *> A line with no PO cost is valued at the invoice price.
       AddLineToPosting.
           ADD AiAmount TO WSPostTotal.
           IF AiPOCost NUMERIC AND AiPOCost > ZERO
              COMPUTE WSPostLineValue = AiQty * AiPOCost
           ELSE
              MOVE AiAmount TO WSPostLineValue
           END-IF.
           ADD WSPostLineValue TO WSPostStock.

       *> One invoice into the supplier ledger and the journal -
       *> Inventory debited, the variance either side, Accounts
       *> Payable credited with what the supplier is owed. Same
       *> create-if-missing handling the other EXTEND files use.
       PostInvoice.
           OPEN EXTEND LedgerFile.
           IF WSLedgerStatus = "35"
              OPEN OUTPUT LedgerFile
              CLOSE LedgerFile
              OPEN EXTEND LedgerFile
           END-IF.
           MOVE SPACES TO APLedgerRecord.
           MOVE WSPostSupplier TO PlSupplier.
           MOVE WSToday TO PlDate.
           MOVE 'I' TO PlType.
           MOVE WSPostInvoiceNo TO PlInvoiceNo.
           MOVE ZERO TO PlCheckNum.
           MOVE WSPostTotal TO PlAmount.
           WRITE APLedgerRecord.
           CLOSE LedgerFile.
           OPEN EXTEND GLJournalFile.
           IF WSGLStatus = "35"
              OPEN OUTPUT GLJournalFile
              CLOSE GLJournalFile
              OPEN EXTEND GLJournalFile
           END-IF.
           IF WSGLStatus NOT = "00"
              DISPLAY "apinvoice: GLJournal.dat unavailable - status "
                  WSGLStatus " - journal lines not written"
           ELSE
              MOVE SPACES TO GLJournalRecord
              MOVE WSToday TO GjDate
              MOVE "apinvoice" TO GjSource
              STRING "AP " DELIMITED BY SIZE
                  WSPostSupplier DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSPostInvoiceNo DELIMITED BY SPACE
                  INTO GjDesc
              MOVE 1200 TO GjAccount
              MOVE 'D' TO GjDrCr
              MOVE WSPostStock TO GjAmount
              WRITE GLJournalRecord
              COMPUTE WSPostVariance = WSPostTotal - WSPostStock
              IF WSPostVariance NOT = ZERO
                 MOVE 5110 TO GjAccount
                 IF WSPostVariance > ZERO
                    MOVE 'D' TO GjDrCr
                    MOVE WSPostVariance TO GjAmount
                 ELSE
                    MOVE 'C' TO GjDrCr
                    COMPUTE GjAmount = ZERO - WSPostVariance
                 END-IF
                 WRITE GLJournalRecord
              END-IF
              MOVE 2000 TO GjAccount
              MOVE 'C' TO GjDrCr
              MOVE WSPostTotal TO GjAmount
              WRITE GLJournalRecord
           END-IF.
           CLOSE GLJournalFile.

       *> Held invoices one at a time - lines of one invoice sit
       *> together on the file because they are written together
       ReviewHeldInvoices.
           PERFORM EstablishAuthority.
           EVALUATE TRUE
               WHEN NOT SupervisorAuthority
                   DISPLAY "apinvoice: supervisor authority required"
               WHEN WSGLClosedThru > ZERO
                   AND WSTodayYM NOT > WSGLClosedThru
                   DISPLAY "GL period " WSTodayYM " is closed - "
                       "invoices cannot be posted"
               WHEN OTHER
                   PERFORM LoadPOs
                   PERFORM LoadInvoiceLines
                   IF RETURN-CODE = ZERO
                      MOVE ZERO TO WSHeldCount WSApprovedCount
                          WSRejectedCount
                      MOVE 'N' TO WSAiTouched
                      MOVE 'Y' TO WSContinueFlag
                      MOVE 1 TO WSAiFirst
                      PERFORM ReviewNextInvoice
                          UNTIL WSAiFirst > WSAiCount
                          OR NOT KeepGoing
                      MOVE 'Y' TO WSContinueFlag
                      IF InvoicesChanged
                         PERFORM SaveInvoiceLines
                         PERFORM SavePOs
                      END-IF
                      DISPLAY WSHeldCount " held invoice(s) reviewed"
                          " - " WSApprovedCount " approved, "
                          WSRejectedCount " rejected"
                   END-IF
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

       ReviewNextInvoice.
           MOVE WSAiLine(WSAiFirst) TO APInvoiceRecord.
           MOVE AiSupplier TO WSPostSupplier.
           MOVE AiInvoiceNo TO WSPostInvoiceNo.
           MOVE WSAiFirst TO WSAiLast.
           MOVE 'N' TO WSEOF.
           PERFORM UNTIL WSAiLast = WSAiCount OR EndOfPass
               MOVE WSAiLine(WSAiLast + 1) TO APInvoiceRecord
               IF AiSupplier = WSPostSupplier
                  AND AiInvoiceNo = WSPostInvoiceNo
                  ADD 1 TO WSAiLast
               ELSE
                  MOVE 'Y' TO WSEOF
               END-IF
           END-PERFORM.
           MOVE 'N' TO WSEOF.
           MOVE WSAiLine(WSAiFirst) TO APInvoiceRecord.
           IF AiHeld
              ADD 1 TO WSHeldCount
              PERFORM DecideHeldInvoice
           END-IF.
           COMPUTE WSAiFirst = WSAiLast + 1.

       DecideHeldInvoice.
           DISPLAY " ".
           DISPLAY "Invoice " WSPostInvoiceNo " from " WSPostSupplier
               " dated " AiInvDate " due " AiDueDate.
           PERFORM ShowHeldLine
               VARYING WSAiIdx FROM WSAiFirst BY 1
               UNTIL WSAiIdx > WSAiLast.
           MOVE SPACE TO WSDecision.
           PERFORM UNTIL ApproveInvoice OR RejectInvoice
               OR SkipInvoice OR QuitReview
               DISPLAY "(A)pprove  (R)eject  (S)kip  (Q)uit "
                   WITH NO ADVANCING
               ACCEPT WSDecision
           END-PERFORM.
           EVALUATE TRUE
               WHEN ApproveInvoice
                   MOVE ZERO TO WSPostTotal WSPostStock
                   PERFORM ApproveHeldLine
                       VARYING WSAiIdx FROM WSAiFirst BY 1
                       UNTIL WSAiIdx > WSAiLast
                   PERFORM PostInvoice
                   MOVE 'Y' TO WSAiTouched
                   ADD 1 TO WSApprovedCount
                   DISPLAY "  Approved and posted"
               WHEN RejectInvoice
                   PERFORM RejectHeldLine
                       VARYING WSAiIdx FROM WSAiFirst BY 1
                       UNTIL WSAiIdx > WSAiLast
                   MOVE 'Y' TO WSAiTouched
                   ADD 1 TO WSRejectedCount
                   DISPLAY "  Rejected - return it to the supplier"
               WHEN QuitReview
                   MOVE 'N' TO WSContinueFlag
           END-EVALUATE.

       ShowHeldLine.
           MOVE WSAiLine(WSAiIdx) TO APInvoiceRecord.
           MOVE AiAmount TO WSShownAmount.
           MOVE AiUnitPrice TO WSShownPrice.
           DISPLAY "  PO " AiPONum " " AiProduct " " AiSize
               " qty " AiQty " at " WSShownPrice " = " WSShownAmount
               "  " AiHoldCode.
           MOVE AiPONum TO WSPONumEntry.
           PERFORM FindInvoicePO.
           IF WSPOFound > ZERO
              MOVE AiPOCost TO WSShownPrice
              DISPLAY "      PO cost " WSShownPrice " received "
                  WSPOReceived(WSPOFound) " invoiced in all "
                  WSPOInvoiced(WSPOFound)
           END-IF.

       ApproveHeldLine.
           MOVE WSAiLine(WSAiIdx) TO APInvoiceRecord.
           MOVE 'O' TO AiStatus.
           MOVE WSOperatorID TO AiApprovedBy.
           MOVE APInvoiceRecord TO WSAiLine(WSAiIdx).
           PERFORM AddLineToPosting.

       *> A rejected line gives back the PO quantity it claimed, so
       *> the corrected invoice can be matched against it again
       RejectHeldLine.
           MOVE WSAiLine(WSAiIdx) TO APInvoiceRecord.
           MOVE 'R' TO AiStatus.
           MOVE WSOperatorID TO AiApprovedBy.
           MOVE APInvoiceRecord TO WSAiLine(WSAiIdx).
           MOVE AiPONum TO WSPONumEntry.
           PERFORM FindInvoicePO.
           IF WSPOFound > ZERO
              IF WSPOInvoiced(WSPOFound) > AiQty
                 SUBTRACT AiQty FROM WSPOInvoiced(WSPOFound)
              ELSE
                 MOVE ZERO TO WSPOInvoiced(WSPOFound)
              END-IF
           END-IF.

       *> The custmenu sign-on travels in via EXTERNAL storage; a
       *> standalone run is verified against OperatorMaster.dat
       EstablishAuthority.
           IF WSSignedOnOper NOT = SPACES
              AND WSSignedOnOper NOT = LOW-VALUES
              MOVE WSSignedOnOper TO WSOperatorID
              MOVE WSSignedOnLevel TO WSAuthority
           ELSE
              DISPLAY "Operator ID " WITH NO ADVANCING
              ACCEPT WSOperatorID
              MOVE ZERO TO WSAuthority
              MOVE 'N' TO WSEOF
              OPEN INPUT OperatorFile
              IF WSOperatorStatus NOT = "00"
                 DISPLAY "apinvoice: operator master unavailable"
                     " - status " WSOperatorStatus
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

       *> A partial load must never reach the rewrite - the dropped
       *> tail would be destroyed with the file
       LoadPOs.
           MOVE ZERO TO WSPOCount.
           MOVE 'N' TO WSPOOverflow.
           MOVE 'N' TO WSEOF.
           OPEN INPUT POFile.
           IF WSPOStatus NOT = "00"
              CLOSE POFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ POFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSPOCount < 100
                            ADD 1 TO WSPOCount
                            PERFORM FileOnePO
                         ELSE
                            SET POTableFull TO TRUE
                            MOVE 'Y' TO WSEOF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE POFile
              MOVE 'N' TO WSEOF
              IF POTableFull
                 DISPLAY "apinvoice: more than 100 POs - table "
                     "exceeded, nothing entered"
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.

       *> Lines raised before the cost and invoiced columns existed
       *> read back blank - no agreed cost, nothing invoiced yet
       FileOnePO.
           MOVE PoNum TO WSPONum(WSPOCount).
           MOVE PoSupplier TO WSPOSupplier(WSPOCount).
           MOVE PoProduct TO WSPOProduct(WSPOCount).
           MOVE PoSize TO WSPOSize(WSPOCount).
           MOVE PoQtyOrdered TO WSPOOrdered(WSPOCount).
           MOVE PoQtyReceived TO WSPOReceived(WSPOCount).
           MOVE PoDate TO WSPODate(WSPOCount).
           MOVE PoStatus TO WSPOState(WSPOCount).
           IF PoUnitCost NUMERIC
              MOVE PoUnitCost TO WSPOUnitCost(WSPOCount)
           ELSE
              MOVE ZERO TO WSPOUnitCost(WSPOCount)
           END-IF.
           IF PoQtyInvoiced NUMERIC
              MOVE PoQtyInvoiced TO WSPOInvoiced(WSPOCount)
           ELSE
              MOVE ZERO TO WSPOInvoiced(WSPOCount)
           END-IF.

       SavePOs.
           OPEN OUTPUT POFile.
           IF WSPOStatus NOT = "00"
              DISPLAY "apinvoice: unable to save OpenPOs.dat - "
                  "status " WSPOStatus
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM VARYING WSPOIdx FROM 1 BY 1
                  UNTIL WSPOIdx > WSPOCount
                  MOVE SPACES TO PORecord
                  MOVE WSPONum(WSPOIdx) TO PoNum
                  MOVE WSPOSupplier(WSPOIdx) TO PoSupplier
                  MOVE WSPOProduct(WSPOIdx) TO PoProduct
                  MOVE WSPOSize(WSPOIdx) TO PoSize
                  MOVE WSPOOrdered(WSPOIdx) TO PoQtyOrdered
                  MOVE WSPOReceived(WSPOIdx) TO PoQtyReceived
                  MOVE WSPODate(WSPOIdx) TO PoDate
                  MOVE WSPOState(WSPOIdx) TO PoStatus
                  MOVE WSPOUnitCost(WSPOIdx) TO PoUnitCost
                  MOVE WSPOInvoiced(WSPOIdx) TO PoQtyInvoiced
                  WRITE PORecord
                  END-WRITE
              END-PERFORM
           END-IF.
           CLOSE POFile.

       LoadInvoiceLines.
           MOVE ZERO TO WSAiCount.
           MOVE 'N' TO WSAiOverflow.
           MOVE 'N' TO WSEOF.
           OPEN INPUT InvoiceFile.
           IF WSInvoiceStatus NOT = "00"
              CLOSE InvoiceFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ InvoiceFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSAiCount < 1000
                            ADD 1 TO WSAiCount
                            MOVE APInvoiceRecord
                                TO WSAiLine(WSAiCount)
                         ELSE
                            SET InvoiceTableFull TO TRUE
                            MOVE 'Y' TO WSEOF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE InvoiceFile
              MOVE 'N' TO WSEOF
              IF InvoiceTableFull
                 DISPLAY "apinvoice: more than 1000 invoice lines on "
                     "APInvoices.dat - table exceeded, nothing done"
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.

       SaveInvoiceLines.
           OPEN OUTPUT InvoiceFile.
           IF WSInvoiceStatus NOT = "00"
              DISPLAY "apinvoice: unable to save APInvoices.dat - "
                  "status " WSInvoiceStatus
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM VARYING WSAiIdx FROM 1 BY 1
                  UNTIL WSAiIdx > WSAiCount
                  MOVE WSAiLine(WSAiIdx) TO APInvoiceRecord
                  WRITE APInvoiceRecord
                  END-WRITE
              END-PERFORM
           END-IF.
           CLOSE InvoiceFile.

       *> One supplier's postings in file (date) order with the
       *> running balance - blank code prints every supplier in turn
       PrintSupplierLedger.
           MOVE SPACES TO WSSupEntryCode.
           DISPLAY "Supplier code (blank = all) " WITH NO ADVANCING.
           ACCEPT WSSupEntryCode.
           MOVE FUNCTION UPPER-CASE(WSSupEntryCode) TO WSSupEntryCode.
           IF WSSupEntryCode NOT = SPACES
              PERFORM FindSupplier
           END-IF.
           IF WSSupEntryCode NOT = SPACES AND WSSupFound = ZERO
              DISPLAY "Supplier " WSSupEntryCode " not on the master"
           ELSE
              OPEN OUTPUT LedgerRptFile
              MOVE SPACES TO LedgerRptLine
              STRING "Supplier Ledger - " WSToday
                  DELIMITED BY SIZE INTO LedgerRptLine
              WRITE LedgerRptLine
              IF WSSupEntryCode = SPACES
                 PERFORM PrintOneSupplierLedger
                     VARYING WSSupFound FROM 1 BY 1
                     UNTIL WSSupFound > WSSupCount
              ELSE
                 PERFORM PrintOneSupplierLedger
              END-IF
              CLOSE LedgerRptFile
              DISPLAY "Supplier ledger written to SupplierLedger.txt"
           END-IF.

       PrintOneSupplierLedger.
           MOVE ZERO TO WSRunBalance WSLedgerLines.
           MOVE SPACES TO LedgerRptLine.
           STRING WSSupCode(WSSupFound) " " WSSupName(WSSupFound)
               DELIMITED BY SIZE INTO LedgerRptLine.
           WRITE LedgerRptLine
               AFTER ADVANCING 2 LINES
           END-WRITE.
           WRITE LedgerRptLine FROM WSLedgerHead
               AFTER ADVANCING 1 LINE
           END-WRITE.
           MOVE 'N' TO WSEOF.
           OPEN INPUT LedgerFile.
           IF WSLedgerStatus = "00"
              PERFORM UNTIL EndOfPass
                 READ LedgerFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF PlSupplier = WSSupCode(WSSupFound)
                            AND PlAmount NUMERIC
                            PERFORM PrintOneLedgerLine
                         END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE LedgerFile.
           MOVE 'N' TO WSEOF.
           IF WSLedgerLines = ZERO
              MOVE "  no postings" TO LedgerRptLine
              WRITE LedgerRptLine
                  AFTER ADVANCING 1 LINE
              END-WRITE
           END-IF.
           MOVE WSRunBalance TO WSShownTotal.
           MOVE SPACES TO LedgerRptLine.
           STRING "  Owed to supplier " WSShownTotal
               DELIMITED BY SIZE INTO LedgerRptLine.
           WRITE LedgerRptLine
               AFTER ADVANCING 1 LINE
           END-WRITE.

       PrintOneLedgerLine.
           ADD 1 TO WSLedgerLines.
           MOVE PlDate TO WSLDDate.
           MOVE PlInvoiceNo TO WSLDInvoice.
           MOVE PlAmount TO WSLDAmount.
           IF PlPayment
              MOVE "PAID" TO WSLDType
              MOVE PlCheckNum TO WSLDCheck
              SUBTRACT PlAmount FROM WSRunBalance
           ELSE
              MOVE "INV" TO WSLDType
              MOVE SPACES TO WSLDCheck
              ADD PlAmount TO WSRunBalance
           END-IF.
           MOVE WSRunBalance TO WSLDBalance.
           WRITE LedgerRptLine FROM WSLedgerDetail
               AFTER ADVANCING 1 LINE
           END-WRITE.

       *> Open invoices aged by how far past their due date they
       *> are; held invoices are not owed until approved, so they
       *> show as a memo beside the buckets
       PrintAgedPayables.
           PERFORM LoadInvoiceLines.
           IF RETURN-CODE = ZERO
              OPEN OUTPUT AgedRptFile
              MOVE SPACES TO AgedRptLine
              STRING "Aged Payables - " WSToday
                  DELIMITED BY SIZE INTO AgedRptLine
              WRITE AgedRptLine
              WRITE AgedRptLine FROM WSAgedHead
                  AFTER ADVANCING 2 LINES
              END-WRITE
              MOVE ZERO TO WSHeldTotal
              PERFORM VARYING WSBucketIdx FROM 1 BY 1
                  UNTIL WSBucketIdx > 4
                  MOVE ZERO TO WSBucketTotal(WSBucketIdx)
              END-PERFORM
              PERFORM AgeOneSupplier
                  VARYING WSSupFound FROM 1 BY 1
                  UNTIL WSSupFound > WSSupCount
              MOVE SPACES TO WSADCode
              MOVE "Totals" TO WSADName
              MOVE WSBucketTotal(1) TO WSADBucket1
              MOVE WSBucketTotal(2) TO WSADBucket2
              MOVE WSBucketTotal(3) TO WSADBucket3
              MOVE WSBucketTotal(4) TO WSADBucket4
              MOVE WSHeldTotal TO WSADHeld
              WRITE AgedRptLine FROM WSAgedDetail
                  AFTER ADVANCING 2 LINES
              END-WRITE
              CLOSE AgedRptFile
              DISPLAY "Aged payables written to AgedPayables.txt"
           END-IF.
           MOVE ZERO TO RETURN-CODE.

       AgeOneSupplier.
           MOVE ZERO TO WSSupHeldAmt.
           PERFORM VARYING WSBucketIdx FROM 1 BY 1
               UNTIL WSBucketIdx > 4
               MOVE ZERO TO WSSupBucket(WSBucketIdx)
           END-PERFORM.
           PERFORM AgeOneInvoiceLine
               VARYING WSAiIdx FROM 1 BY 1
               UNTIL WSAiIdx > WSAiCount.
           IF WSSupBucket(1) + WSSupBucket(2) + WSSupBucket(3)
               + WSSupBucket(4) + WSSupHeldAmt > ZERO
              MOVE WSSupCode(WSSupFound) TO WSADCode
              MOVE WSSupName(WSSupFound) TO WSADName
              MOVE WSSupBucket(1) TO WSADBucket1
              MOVE WSSupBucket(2) TO WSADBucket2
              MOVE WSSupBucket(3) TO WSADBucket3
              MOVE WSSupBucket(4) TO WSADBucket4
              MOVE WSSupHeldAmt TO WSADHeld
              WRITE AgedRptLine FROM WSAgedDetail
                  AFTER ADVANCING 1 LINE
              END-WRITE
              PERFORM VARYING WSBucketIdx FROM 1 BY 1
                  UNTIL WSBucketIdx > 4
                  ADD WSSupBucket(WSBucketIdx)
                      TO WSBucketTotal(WSBucketIdx)
              END-PERFORM
              ADD WSSupHeldAmt TO WSHeldTotal
           END-IF.

       AgeOneInvoiceLine.
           MOVE WSAiLine(WSAiIdx) TO APInvoiceRecord.
           IF AiSupplier = WSSupCode(WSSupFound)
              AND AiAmount NUMERIC
              EVALUATE TRUE
                  WHEN AiHeld
                      ADD AiAmount TO WSSupHeldAmt
                  WHEN AiOpen
                      COMPUTE WSAgeDays = WSTodayInt -
                          FUNCTION INTEGER-OF-DATE(AiDueDate)
                      EVALUATE TRUE
                          WHEN WSAgeDays < 1
                              MOVE 1 TO WSBucketIdx
                          WHEN WSAgeDays < 31
                              MOVE 2 TO WSBucketIdx
                          WHEN WSAgeDays < 61
                              MOVE 3 TO WSBucketIdx
                          WHEN OTHER
                              MOVE 4 TO WSBucketIdx
                      END-EVALUATE
                      ADD AiAmount TO WSSupBucket(WSBucketIdx)
              END-EVALUATE
           END-IF.

      *> Shared GL closed-period lookup - see Copybooks/glperiodchk.cpy
      *> for the fields
       COPY glperiodchkp.
