       *> borelease.cob to re-issue when receipts arrive. The
       *> warehouse stops finding out about shortages from the
       *> customer.
       *> NEW : customers holding a tax-exemption certificate
       *> (taxexmaint.cob) stop being charged tax in the
       *> jurisdictions it covers while it is in force - those lines
       *> price at zero tax and land in TaxDetail.dat flagged as
       *> exempt sales, so artaxreport.cob can report them to the
       *> jurisdiction separately.
       *> NEW : wholesale accounts with a negotiated contract
       *> (custpricemaint.cob) price from it before falling back to
       *> list - the contract price and its quantity break come from
       *> the CALLed contractprice.cob, the same lookup orderentry.cob
       *> uses. The invoice shows list, contract and the saving, and
       *> the saving lands in SalesDetail.dat for salesanalysis.cob.
       *> NEW : an account whose debt has been written off
       *> (arwriteoff.cob) has no credit at all - every new invoice
       *> for it is held for the credit manager, whatever the limit.
       *> NEW : a detail line converted from an accepted quotation
       *> (quotation.cob) carries the quoted unit price, and that
       *> price is charged whatever the catalogue or a contract says
       *> now - the customer accepted it in writing.
       *> NEW : nothing is billed until the warehouse says it went on
       *> the truck - pickrun.cob prints the pick lists and
       *> shipconfirm.cob records what was picked and shipped per
       *> line on ShipConfirm.dat. Each line invoices the confirmed
       *> shipped quantity and the rest back-orders exactly as a
       *> stock shortfall does; a line nobody confirmed ships
       *> nothing. SHIP-CONFIRM 0 in RunControl.dat goes back to
       *> invoicing straight from stock.
       *> NEW : a kit (KitDef.dat, kept by prodmaint.cob) is priced at
       *> the kit price and allocated by issuing each of its
       *> components through the movement log - the line ships as
       *> many whole kits as every component's stock covers and the
       *> rest of the kits back-order, so a kit never leaves short a
       *> shirt.
       *> NEW : customers on e-billing (CustDelivery E or F) get no
       *> paper invoice - the invoice is numbered, kept in
       *> InvoiceHistory.dat and posted exactly as before, but left
       *> off Invoice.txt; ebilling.cob exports it to the mail gateway.
       *> NEW : the stock that goes out is costed as it goes - each
       *> shipped line at the product's PRAvgCost the moment it is
       *> issued (a kit at its components' costs), written on the
       *> line's SalesDetail.dat record with the invoice's
       *> salesperson, and the run journals the total as cost of
       *> sales against inventory. A held invoice's stock has left
       *> the shelf too, so its cost journals with the run; a
       *> rejection in arcredit.cob journals it back.
       *> NEW : orders allocate from the main location's shelf only
       *> (Locations.dat, StockByLocation.dat) - stock at the storage
       *> unit or on a transfer doesn't ship until it is brought in,
       *> and a line it would have covered says so. The issues log
       *> against the main location.
       *> NEW : each invoice held for credit review is logged to
       *> DutyLog.dat under the operator who ran the invoices (BATCH
       *> when no one is signed on), so sodreport.cob can show the
       *> release was someone else's decision.
       *> NEW : a due date that lands on a weekend or a company
       *> holiday (CompanyHolidays.dat) moves on to the next business
       *> day - see CH5_Subroutines/bizdate.cob - so a customer paying
       *> on the Monday after a Sunday due date is not late.
       *> NEW : a deposit taken against the order (orderentry.cob
       *> requires it, ardeposit.cob receipts it) is applied to the
       *> order's invoice as it posts - a C line, reason DEP, settled
       *> against the invoice, with the liability journalled back
       *> against AR - and the printed invoice shows it as less
       *> deposit received, so the account never looks half-paid for
       *> no visible reason. A held invoice keeps its deposit until
       *> arcredit.cob releases it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> balance, so arpayment.cob and arstatement.cob know what
       *> each customer owes
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
              SELECT HeldFile ASSIGN TO "HeldOrders.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSHeldStatus.
              SELECT DutyLogFile ASSIGN TO "DutyLog.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSDutyLogStatus.
       *> NEW : one line per priced detail line - the register only
       *> carries one total per invoice, so nobody could say how many
       *> Green shirts sold last month. salesanalysis.cob reports
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
                  LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                  FILE STATUS IS WSCustFileStatus.
       *> NEW : tax-exemption certificates from taxexmaint.cob - a
       *> line in a jurisdiction the customer's certificate covers,
       *> invoiced on or before its expiry date, carries no tax
              SELECT ExemptFile ASSIGN TO "TaxExempt.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS TxeCustID
                  FILE STATUS IS WSExemptStatus.
       *> NEW : what the warehouse confirmed shipped per detail line,
       *> keyed on the line's position in Invoice.dat - see
       *> Copybooks/shipconf.cpy
              SELECT ShipConfFile ASSIGN TO "ShipConfirm.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS ScRecNum
                  FILE STATUS IS WSShipConfStatus.
       *> NEW : the kit definitions - see Copybooks/kitdef.cpy
              SELECT KitFile ASSIGN TO "KitDef.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSKitStatus.
       *> NEW : the locations and the on-hand at each
              SELECT LocationFile ASSIGN TO "Locations.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSLocStatus.
              SELECT StockLocFile ASSIGN TO "StockByLocation.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSStockLocStatus.
       *> NEW : deposits held against orders - see
       *> Copybooks/custdeposit.cpy - and the settlement that ties an
       *> applied deposit to its invoice
              SELECT DepositFile ASSIGN TO "CustDeposits.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSDepositStatus.
              SELECT SettleFile ASSIGN TO "ARSettlement.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSSettleStatus.

       DATA DIVISION.
       FILE SECTION.
      *> say which size actually sold - prodrec.cpy has kept on-hand
      *> per size for a while, the invoice stream just never said
                  03 LISize           PIC A.
      *> NEW : the unit price held from an accepted quotation - zero
      *> or blank on every other line, which prices as usual
                  03 LIHeldPrice      PIC 9(4)V99.
                  03 FILLER           PIC X(2).
      *> NEW : the order number orderentry.cob gives the header, so
      *> a deposit taken against the order finds its invoice - blank
      *> on detail lines and on headers from the other feeders
              02 LIOrderNum       PIC X(6).
       FD InvoiceReport.
       01 InvoiceLine    PIC X(60).
       FD ProductFile.
       *> NEW : shared with arcredit.cob via Copybooks/heldorder.cpy
       *> so the layout only changes in one place
       COPY heldorder.
       FD DutyLogFile.
       01 DutyLogLine     PIC X(80).
       FD DetailFile.
       *> NEW : shared with the other SalesDetail.dat programs via
       *> Copybooks/salesdet.cpy so the layout only changes in one
       *> place
       COPY salesdet.
       FD GLJournalFile.
       *> NEW : shared with every posting run via
       *> Copybooks/gljournal.cpy so the line layout only changes in
       *> so the layout only changes in one place
       COPY invhist.
       FD MovementFile.
      *> NEW : widened for the location columns
       01 MovementLine    PIC X(80).
       FD BackOrderFile.
       *> NEW : shared with borelease.cob via Copybooks/backorder.cpy
       *> so the layout only changes in one place
       COPY backorder.
       FD TaxDetailFile.
       *> NEW : shared with returns.cob and the other TaxDetail.dat
       *> programs via Copybooks/taxdetail.cpy so the layout only
       *> changes in one place
       COPY taxdetail.
       FD PeriodFile.
       01 PeriodRecord    PIC 9(6).
       FD PriceHistFile.
              02 PhEffDate   PIC 9(8).
              02 FILLER      PIC X(1).
              02 PhPrice     PIC 9(4)V99.
       FD ExemptFile.
       *> NEW : shared with taxexmaint.cob and taxexpiry.cob via
       *> Copybooks/taxexempt.cpy so the layout only changes in one
       *> place
       COPY taxexempt.
       FD RestartFile.
       *> The count of input records fully posted, plus the run's
       *> journal totals so far - the totals ride along so a resumed
              02 RsGLTax        PIC 9(7)V99.
              02 FILLER         PIC X(1).
              02 RsGLReceivable PIC 9(7)V99.
      *> NEW : the run's cost of sales so far - blank on a marker
      *> left before the column existed
              02 FILLER         PIC X(1).
              02 RsGLCost       PIC 9(7)V99.
      *> NEW : and the deposits applied so far
              02 FILLER         PIC X(1).
              02 RsGLDeposit    PIC 9(7)V99.
       FD ShipConfFile.
       *> NEW : shared with pickrun.cob and shipconfirm.cob via
       *> Copybooks/shipconf.cpy so the layout only changes in one
       *> place
       COPY shipconf.
       FD KitFile.
       COPY kitdef.
       FD LocationFile.
       COPY locrec.
       FD StockLocFile.
       COPY stockloc.
       FD DepositFile.
       COPY custdeposit.
       FD SettleFile.
       COPY arsettle.

       WORKING-STORAGE SECTION.
       *> Most programming languages use floating point
              88 ProductFound     VALUE 'Y'.
       01 WSSizeIdx        PIC 9.
       01 WSSizeScan       PIC 9.
       *> NEW : the kits, loaded read-only - a line naming one
       *> issues its components from the product table above.
       *> Mirrors Copybooks/kitdef.cpy byte-for-byte.
       01 WSKitStatus      PIC XX.
       01 WSKitCount       PIC 99 VALUE ZERO.
       01 KitTable.
              02 Kit OCCURS 1 TO 20 TIMES DEPENDING ON WSKitCount
                  INDEXED BY KitIdx.
                  03 KitName         PIC X(5).
                  03 FILLER          PIC X(1).
                  03 KitPrice        PIC 9(4)V99.
                  03 FILLER          PIC X(1).
                  03 KitCompCount    PIC 9.
                  03 KitComp OCCURS 5 TIMES.
                      04 FILLER          PIC X(1).
                      04 KitCompProduct  PIC X(5).
                      04 KitCompSize     PIC A.
                      04 KitCompQty      PIC 99.
       01 WSKitFound       PIC X VALUE 'N'.
              88 KitFound         VALUE 'Y'.
       01 WSLineKit        PIC X VALUE 'N'.
              88 LineIsKit        VALUE 'Y'.
       01 WSCompIdx        PIC 9.
       01 WSKitsCovered    PIC 9(4).
       01 WSCompCovers     PIC 9(4).
       01 WSCompIssue      PIC 9(5).
       01 WSUnitPrice      PIC 9(4)V99 COMP-3.
       01 WSLinePrice      PIC 9(6)V99 COMP-3.
       *> NEW : what this line actually ships against what it asked
       *> for - the difference is the back order
       01 WSShipQty        PIC 9(3).
       01 WSShortQty       PIC 9(3).
      *> NEW : what the main location's shelf holds of the line's
      *> product and size, and what is elsewhere
       01 WSAvailQty       PIC 9(4).
       01 WSElsewhereQty   PIC 9(4).
       01 WSStockChanged   PIC X VALUE 'N'.
              88 StockChanged     VALUE 'Y'.
       01 WSMovementStatus PIC XX.
       01 WSCheckpointAt   PIC 9(6) VALUE ZERO.
       01 WSRestartName    PIC X(40) VALUE "InvoiceRestart.dat".
       01 WSDeleteStatus   PIC 9(4) COMP-5 VALUE ZERO.
       *> NEW : whether lines ship what the warehouse confirmed or
       *> what stock covers - SHIP-CONFIRM in RunControl.dat, on
       *> unless set to zero
       01 WSParmName       PIC X(20).
       01 WSParmValue      PIC 9(5).
       01 WSParmFound      PIC X.
       01 WSShipConfMode   PIC X VALUE 'Y'.
              88 ShipConfirmRequired  VALUE 'Y'.
       01 WSShipConfStatus PIC XX.
       01 WSShipConfName   PIC X(40) VALUE "ShipConfirm.dat".
       01 WSConfirmedQty   PIC 9(3) VALUE ZERO.
       01 WSUnconfirmed    PIC 9(5) VALUE ZERO.
       *> NEW : the dated price table, loaded once like the tax
       *> rates - the newest effective date not after the invoice's
       *> own date wins
       01 WSPriceCount     PIC 99 VALUE ZERO.
       01 WSPriceIdx       PIC 99.
       01 WSPriceBestDate  PIC 9(8).
       *> NEW : list and contract for the line being priced - the
       *> contract only applies when contractprice.cob finds one in
       *> force for the customer, product and quantity
       01 WSListPrice      PIC 9(4)V99.
       01 WSContractPrice  PIC 9(4)V99.
       01 WSContractFound  PIC X VALUE 'N'.
              88 ContractPriced   VALUE 'Y'.
       01 WSPriceQty       PIC 9(3).
       01 WSLineSaving     PIC 9(6)V99 COMP-3 VALUE ZERO.
       01 WSContractNote.
              02 FILLER        PIC X(7) VALUE "  list ".
              02 WSCNList      PIC $$,$$9.99.
              02 FILLER        PIC X(10) VALUE " contract ".
              02 WSCNContract  PIC $$,$$9.99.
              02 FILLER        PIC X(8) VALUE " saving ".
              02 WSCNSaving    PIC $$$,$$9.99.
       *> NEW : same movement-line layout invtrans.cob writes, so
       *> the log reads as one history whichever program moved the
       *> stock
              02 WSMvQty      PIC 9(4).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSMvOutcome  PIC X(24).
      *> NEW : the location the stock left from
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSMvLocation PIC X(4).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSMvOtherLoc PIC X(4).
       01 WSShortNote.
              02 FILLER       PIC X(3) VALUE "** ".
              02 WSSNQty      PIC ZZ9.
       *> area may hold someone else
       01 WSHeldStatus     PIC XX.
       01 WSCustCreditLim  PIC 9(7)V99 COMP-3 VALUE ZERO.
       *> NEW : the header customer's write-off flag, saved with the
       *> limit for the same reason
       01 WSCustWriteOff   PIC X VALUE SPACE.
              88 HeaderWrittenOff VALUE 'W'.
       *> NEW : the header customer's terms and the due date they
       *> give this invoice - N30 and N60 push it out, anything else
       *> (including the blank every old record carries) means due on
       *> invoice, exactly the old behaviour
       01 WSCustTerms      PIC X(3) VALUE SPACES.
       *> NEW : the header customer's delivery preference, saved with
       *> the limit - an e-billing customer's invoice is produced,
       *> kept and posted as usual but left off Invoice.txt, since
       *> ebilling.cob sends it from InvoiceHistory.dat instead
       01 WSCustDelivery   PIC X VALUE SPACE.
              88 HeaderEBilled    VALUE 'E' 'F'.
       01 WSPrintedCount   PIC 9(4) VALUE ZERO.
       01 WSEBilledCount   PIC 9(4) VALUE ZERO.
       01 WSSalesRep       PIC X(3) VALUE SPACES.
       01 WSTermsDays      PIC 9(3) VALUE ZERO.
       01 WSDueDate        PIC 9(8) VALUE ZERO.
       01 WSGLSales        PIC 9(7)V99 COMP-3 VALUE ZERO.
       01 WSGLTax          PIC 9(7)V99 COMP-3 VALUE ZERO.
       01 WSGLReceivable   PIC 9(7)V99 COMP-3 VALUE ZERO.
       *> NEW : the cost of every line shipped, held or not - the
       *> stock left either way
       01 WSGLCost         PIC 9(7)V99 COMP-3 VALUE ZERO.
      *> NEW : deposits taken off AR out of the deposits liability
       01 WSGLDeposit      PIC 9(7)V99 COMP-3 VALUE ZERO.
       01 WSLineCost       PIC 9(6)V99 COMP-3 VALUE ZERO.
       01 WSCompCost       PIC 9(6)V99 COMP-3.
       *> NEW : the open invoice's lines, buffered so the whole
       *> document can be written to the history in one record at
       *> invoice close - the first fifteen lines are kept, the
                  03 WSLBShortQty    PIC 9(3).
                  03 WSLBPrice       PIC 9(6)V99 COMP-3.
                  03 WSLBTax         PIC 9(4)V99 COMP-3.
                  03 WSLBExempt      PIC X.
                  03 WSLBSaving      PIC 9(6)V99 COMP-3.
                  03 WSLBHeldPrice   PIC 9(4)V99.
                  03 WSLBKit         PIC X.
                  03 WSLBCost        PIC 9(6)V99 COMP-3.
       01 WSLineBufIdx     PIC 99.
       *> NEW : the entry being flushed, spread into the fields the
       *> writer paragraphs read - by flush time the input record
       01 WSFlushProduct   PIC X(5).
       01 WSFlushSize      PIC A.
       01 WSFlushJur       PIC X(2).
       01 WSFlushExempt    PIC X.
       01 WSFlushHeldPrice PIC 9(4)V99.
       01 WSFlushKit       PIC X.
              88 FlushIsKit       VALUE 'Y'.
       *> NEW : the open invoice's exemption certificate, if the
       *> customer holds one still in force on the invoice date -
       *> kept here because the certificate record area is reread
       *> for the next header
       01 WSExemptStatus   PIC XX.
       01 WSExemptUp       PIC X VALUE 'N'.
              88 ExemptFileAvailable    VALUE 'Y'.
       01 WSCertHeld       PIC X VALUE 'N'.
              88 InvoiceHasCert   VALUE 'Y'.
       01 WSCertNumber     PIC X(15).
       01 WSCertJurs.
              02 WSCertJur     PIC X(2) OCCURS 6 TIMES.
       01 WSCertIdx        PIC 9.
       01 WSLineExempt     PIC X VALUE 'N'.
              88 LineIsExempt     VALUE 'Y'.
       01 WSExemptLines    PIC 9(5) VALUE ZERO.
       01 WSExemptNote.
              02 FILLER        PIC X(11) VALUE "Tax exempt ".
              02 FILLER        PIC X(14) VALUE "- certificate ".
              02 WSENCert      PIC X(15).
              02 FILLER        PIC X(9) VALUE " expires ".
              02 WSENExpiry    PIC 9(8).
       01 WSCustNameLine.
              02 FILLER        PIC X(11) VALUE "Bill to  : ".
              02 WSBillName    PIC X(31).
              02 FILLER         PIC X(15) VALUE SPACES.
              02 WSTLabel       PIC X(12).
              02 WSTAmount      PIC $$$,$$9.99.
      *> NEW : the deposit under the grand total, lined up with it
       01 WSDepositLine.
              02 FILLER         PIC X(5) VALUE SPACES.
              02 FILLER         PIC X(22)
                  VALUE "Less deposit received:".
              02 WSDepAmount    PIC $$$,$$9.99.
      *> NEW : shared keyed ledger fields - see
      *> Copybooks/arledgerkeyp.cpy
       COPY arledgerkey.
      *> NEW : shared stock-by-location fields - see
      *> Copybooks/locstockp.cpy
       COPY locstock.
      *> NEW : DutyLog.dat line - see Copybooks/dutylogp.cpy - and
      *> the custmenu.cob sign-on, shared through EXTERNAL storage
       COPY dutylog.
       01 WSSignedOnOper  PIC X(10) EXTERNAL.
      *> NEW : business-day parameters - see
      *> CH5_Subroutines/bizdate.cob
       COPY bizdate.
      *> NEW : deposit application fields - see
      *> Copybooks/depapplyp.cpy
       COPY depapply.
       01 WSSettleStatus  PIC XX.

       PROCEDURE DIVISION.
       PERFORM InitTaxRates.
       IF RETURN-CODE NOT = ZERO
          GOBACK
       END-IF.
      *> NEW : the main location's shelf is what orders ship from -
      *> settled against the product totals, saved with them
       MOVE "fixed" TO WSLsProg.
       PERFORM LoadLocations.
       PERFORM LoadStockByLocation.
       IF RETURN-CODE NOT = ZERO
          GOBACK
       END-IF.
       PERFORM SettleProductLocations.
       PERFORM LoadKits.
      *> NEW : with confirmation on, an absent ShipConfirm.dat means
      *> the warehouse hasn't confirmed anything - the run stops
      *> rather than back-order every line on file
       PERFORM OpenShipConfirmations.
       IF RETURN-CODE NOT = ZERO
          GOBACK
       END-IF.
       PERFORM LoadClosedPeriod.
       PERFORM CheckForRestart.
       PERFORM ReadNextInvoiceNumber.
          DISPLAY "fixed: Customer.dat unavailable - status "
              WSCustFileStatus " - every invoice will reject"
       END-IF.
      *> NEW : no certificate file just means nobody is exempt yet -
      *> every line is taxed, exactly the old behaviour
       OPEN INPUT ExemptFile.
       IF WSExemptStatus = "00"
          MOVE 'Y' TO WSExemptUp
       ELSE
          IF WSExemptStatus NOT = "35"
             DISPLAY "fixed: TaxExempt.dat unavailable - status "
                 WSExemptStatus " - every line will be taxed"
          END-IF
       END-IF.
       OPEN INPUT LineItemFile.
       OPEN OUTPUT InvoiceReport.
       OPEN OUTPUT RegisterFile.
           IF CustMasterAvailable
              CLOSE CustomerFile
           END-IF.
           IF ExemptFileAvailable
              CLOSE ExemptFile
           END-IF.
           IF ShipConfirmRequired
              CLOSE ShipConfFile
           END-IF.
           DISPLAY "fixed: " WSInvoiceCount " invoice(s) produced -"
               " see Invoice.txt and SalesRegister.txt".
           IF WSRejectCount > ZERO
              DISPLAY WSRejectCount " record(s) rejected - see "
                  "InvoiceRejects.log"
           END-IF.
      *> NEW : e-billed invoices are not on Invoice.txt
           IF WSEBilledCount > ZERO
              DISPLAY WSEBilledCount " invoice(s) for e-billing "
                  "customers - send through ebilling"
           END-IF.
           IF WSHeldCount > ZERO
              DISPLAY WSHeldCount " invoice(s) held for credit "
                  "review - release through arcredit"
              DISPLAY WSBackOrderCount " line(s) short-shipped - "
                  "see BackOrders.dat"
           END-IF.
           IF WSExemptLines > ZERO
              DISPLAY WSExemptLines " line(s) tax exempt under a "
                  "customer certificate"
           END-IF.
           IF WSUnconfirmed > ZERO
              DISPLAY WSUnconfirmed " line(s) had no shipment "
                  "confirmation - back ordered whole"
           END-IF.
      *> NEW : the allocated quantities go back to Product.dat only
      *> once the whole input has processed - an untouched run
      *> leaves the file alone
           CALL "CBL_DELETE_FILE" USING WSRestartName
               RETURNING WSDeleteStatus
           END-CALL.
      *> NEW : the confirmations are keyed on this input's line
      *> positions, so they go with it - the next day's orders are
      *> picked and confirmed afresh
           IF ShipConfirmRequired
              CALL "CBL_DELETE_FILE" USING WSShipConfName
                  RETURNING WSDeleteStatus
              END-CALL
           END-IF.

      *> GOBACK so opsmenu.cob can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
      *> check at invoice close runs long after this record area has
      *> been reused
                            MOVE CustCreditLimit TO WSCustCreditLim
                            MOVE CustWriteOffFlag TO WSCustWriteOff
                            MOVE CustTermsCode TO WSCustTerms
                            MOVE CustDelivery TO WSCustDelivery
                            MOVE FUNCTION CURRENT-DATE(1:8)
                                TO CustLastActivity
                            REWRITE CustomerData
           END-IF.
           MOVE LICustomer TO WSInvCustomer.
           MOVE LISalesRep TO WSSalesRep.
      *> NEW : the order a deposit may have been taken against
           IF LIOrderNum NUMERIC
              MOVE LIOrderNum TO WSDpOrderNum
           ELSE
              MOVE ZERO TO WSDpOrderNum
           END-IF.
           MOVE ZERO TO WSDpApplied.
           MOVE ZERO TO WSSubtotal.
           MOVE ZERO TO WSTaxTotal.
           MOVE ZERO TO WSHistLineCount.
              COMPUTE WSDueDate = FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WSInvDateNum)
                  + WSTermsDays)
      *> NEW : never due on a day the customer's bank is shut
              SET BizRollForward TO TRUE
              MOVE WSDueDate TO WSBizFromDate
              CALL 'bizdate' USING WSBizFunction, WSBizFromDate,
                  WSBizToDate, WSBizDays, WSBizResult
              END-CALL
              IF BizDateOK
                 MOVE WSBizToDate TO WSDueDate
              END-IF
           ELSE
              MOVE ZERO TO WSDueDate
           END-IF.
           PERFORM LookupExemption.
           SET InvoiceOpen TO TRUE.
           MOVE SPACES TO WSBillName.
           STRING FUNCTION TRIM(FirstName) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LastName) DELIMITED BY SIZE
               INTO WSBillName.
      *> NEW : nothing of an e-billed invoice goes on the printout -
      *> the count tells the day's summary how many went that way
           IF HeaderEBilled
              ADD 1 TO WSEBilledCount
           ELSE
              PERFORM PrintInvoiceHeading
           END-IF.

       PrintInvoiceHeading.
           MOVE WSInvoiceNum TO WSHInvNum.
           MOVE WSInvDate TO WSHDate.
           MOVE WSInvCustomer TO WSHCustomer.
      *> NEW : a new page for every printed invoice after the first -
      *> counted apart from the run's invoices, which include those
      *> billed electronically
           ADD 1 TO WSPrintedCount.
           IF WSPrintedCount = 1
              WRITE InvoiceLine FROM WSHeadingLine
              END-WRITE
           ELSE
              END-WRITE
           END-IF.
      *> NEW : the record area still holds the customer the header
      *> was just validated against - their name (built as the
      *> invoice opened) and mailing address go in the heading, so
      *> the printout stops needing a note stapled to it saying who
      *> it's for
           WRITE InvoiceLine FROM WSCustNameLine
               AFTER ADVANCING 1 LINE
           END-WRITE.
                  AFTER ADVANCING 1 LINE
              END-WRITE
           END-IF.
           IF InvoiceHasCert
              WRITE InvoiceLine FROM WSExemptNote
                  AFTER ADVANCING 1 LINE
              END-WRITE
           END-IF.

       *> NEW : the customer's certificate counts only if the invoice
       *> is dated on or before its expiry - an expired certificate
       *> is taxed like no certificate at all until it is renewed
       LookupExemption.
           MOVE 'N' TO WSCertHeld.
           IF ExemptFileAvailable
              AND LICustomer IS NUMERIC
              MOVE LICustomer TO TxeCustID
              READ ExemptFile
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF TxeExpiryDate NOT < WSInvDateNum
                         SET InvoiceHasCert TO TRUE
                         MOVE TxeCertNumber TO WSCertNumber
                         MOVE TxeJurisdictions TO WSCertJurs
                         MOVE TxeCertNumber TO WSENCert
                         MOVE TxeExpiryDate TO WSENExpiry
                      ELSE
                         DISPLAY "fixed: invoice " WSInvoiceNum
                             " - exemption certificate "
                             FUNCTION TRIM(TxeCertNumber)
                             " expired " TxeExpiryDate
                             " - tax charged"
                      END-IF
              END-READ
           END-IF.

       CheckLineExempt.
           MOVE 'N' TO WSLineExempt.
           IF InvoiceHasCert
              PERFORM VARYING WSCertIdx FROM 1 BY 1
                  UNTIL WSCertIdx > 6 OR LineIsExempt
                  IF WSCertJur(WSCertIdx) = LIJurisdiction
                     AND LIJurisdiction NOT = SPACES
                     SET LineIsExempt TO TRUE
                  END-IF
              END-PERFORM
           END-IF.

       CloseCurrentInvoice.
           PERFORM PrintInvoiceTotals.
              MOVE "  HELD" TO WSRHeldFlag
           ELSE
              PERFORM PostInvoiceToAR
      *> NEW : only posted invoices enter the run's journal totals -
      *> and only once the ledger line is on file
              IF LedgerLinePosted
                 ADD WSSubtotal TO WSGLSales
                 ADD WSTaxTotal TO WSGLTax
                 ADD WSGrandTotal TO WSGLReceivable
      *> NEW : the order's deposit pays the invoice down now it is
      *> on the account
                 IF WSDpApplied > ZERO
                    PERFORM ApplyInvoiceDeposit
                 END-IF
              END-IF
           END-IF.
           MOVE WSInvoiceNum TO WSRInvNum.
           MOVE WSInvDate TO WSRDate.
              MOVE WSGLSales TO RsGLSales
              MOVE WSGLTax TO RsGLTax
              MOVE WSGLReceivable TO RsGLReceivable
              MOVE WSGLCost TO RsGLCost
              MOVE WSGLDeposit TO RsGLDeposit
              WRITE RestartRecord
              END-WRITE
           END-IF.
                            MOVE RsGLTax TO WSGLTax
                            MOVE RsGLReceivable TO WSGLReceivable
                         END-IF
                         IF RsGLCost NUMERIC
                            MOVE RsGLCost TO WSGLCost
                         END-IF
                         IF RsGLDeposit NUMERIC
                            MOVE RsGLDeposit TO WSGLDeposit
                         END-IF
                         DISPLAY "fixed: resuming past the first "
                             WSSkipThrough " input record(s) "
                             "already posted by the crashed run"
      *> product doesn't come in is rejected, never guessed. The
      *> size matters now: the line allocates that size's stock.
           PERFORM FindProduct.
      *> NEW : a name that isn't a product may be a kit
           IF NOT ProductFound
              PERFORM FindKit
              IF KitFound
                 PERFORM ProcessKitLine
              ELSE
                 PERFORM WriteReject
              END-IF
           ELSE
              PERFORM FindSizeSlot
              EVALUATE TRUE
      *> history behind it
                      MOVE ProdPrice(ShirtIdx) TO WSUnitPrice
                      PERFORM LookupDatedPrice
      *> NEW : a customer's contract beats list - the break is
      *> chosen on the quantity ordered, not what stock lets ship
                      PERFORM LookupContractPrice
      *> NEW : a quoted price held on the line beats them both
                      PERFORM ApplyHeldPrice
                      PERFORM LookupShipConfirm
                      PERFORM AllocateAndPrice
              END-EVALUATE
           END-IF.
       *> and the shortfall queues in BackOrders.dat for
       *> borelease.cob to fill when receipts arrive
       AllocateAndPrice.
           MOVE LIQty TO WSShipQty.
      *> NEW : only what the warehouse confirmed shipped is billed -
      *> the rest back-orders like any shortfall
           IF ShipConfirmRequired
              AND WSConfirmedQty < WSShipQty
              MOVE WSConfirmedQty TO WSShipQty
           END-IF.
      *> NEW : only the main location's shelf covers the line
           MOVE LIProduct TO WSSlFindProduct.
           MOVE LISize TO WSSlFindSize.
           PERFORM FindMainStockLine.
           MOVE ZERO TO WSAvailQty.
           IF WSSlIdx > ZERO
              MOVE WSSlOnHand(WSSlIdx) TO WSAvailQty
           END-IF.
           IF WSShipQty > WSAvailQty
              IF ShipConfirmRequired
                 DISPLAY "fixed: invoice " WSInvoiceNum " - "
                     LIProduct " size " LISize " confirmed "
                     WSShipQty " but " WSLcCode(WSLcMainIdx)
                     " shows " WSAvailQty
                     " - billing the on-hand, count the stock"
              END-IF
              MOVE WSAvailQty TO WSShipQty
           END-IF.
           COMPUTE WSShortQty = LIQty - WSShipQty.
      *> NEW : costed at the average in force as the stock leaves
           MOVE ZERO TO WSLineCost.
           IF WSShipQty > ZERO
              SUBTRACT WSShipQty
                  FROM ProdQtyBySize(ShirtIdx, WSSizeIdx)
              SUBTRACT WSShipQty FROM WSSlOnHand(WSSlIdx)
              SET StockChanged TO TRUE
              IF ProdAvgCost(ShirtIdx) NUMERIC
                 COMPUTE WSLineCost ROUNDED =
                     ProdAvgCost(ShirtIdx) * WSShipQty
              END-IF
           END-IF.
      *> NEW : a shortfall the other locations could have covered
      *> is worth a transfer before the back order is released
           IF WSShortQty > ZERO
              COMPUTE WSElsewhereQty =
                  ProdQtyBySize(ShirtIdx, WSSizeIdx) - WSAvailQty
                  + WSShipQty
              IF WSElsewhereQty > ZERO
                 DISPLAY "fixed: invoice " WSInvoiceNum " - "
                     LIProduct " size " LISize " short "
                     WSShortQty " with " WSElsewhereQty
                     " at other locations or in transit - "
                     "transfer it to " WSLcCode(WSLcMainIdx)
              END-IF
           END-IF.
           MOVE 'N' TO WSLineKit.
           PERFORM PriceAndBufferLine.

       *> NEW : the shipped quantity priced, taxed and printed, and
       *> the line's appends buffered - the same whether the stock
       *> came off one product or a kit's components
       PriceAndBufferLine.
           IF WSShipQty > ZERO
              COMPUTE WSLinePrice = WSUnitPrice * WSShipQty
              MOVE ZERO TO WSLineSaving
              IF ContractPriced
                 AND WSListPrice > WSContractPrice
                 COMPUTE WSLineSaving =
                     (WSListPrice - WSContractPrice) * WSShipQty
              END-IF
      *> NEW : of the rates on file for this jurisdiction, the one
      *> in force on the invoice date wins - the newest effective
      *> date that is not after the invoice's own date. Fall back to
                     MOVE TRRate(WSRateIdx) TO WSLookupRate
                  END-IF
              END-PERFORM
      *> NEW : a jurisdiction the customer's certificate covers
      *> charges nothing - the line still goes to the tax detail,
      *> flagged as an exempt sale
              PERFORM CheckLineExempt
              IF LineIsExempt
                 MOVE ZERO TO WSLineTax
                 ADD 1 TO WSExemptLines
              ELSE
                 COMPUTE WSLineTax ROUNDED =
                     WSLinePrice * WSLookupRate
              END-IF
              ADD WSLinePrice TO WSSubtotal
              ADD WSLineTax TO WSTaxTotal
              MOVE LIProduct TO WSDDescription
              MOVE LIJurisdiction TO WSDJurisdiction
              MOVE WSLinePrice TO WSDPrice
              MOVE WSLineTax TO WSDTax
              IF NOT HeaderEBilled
                 WRITE InvoiceLine FROM WSDetailLine
                     AFTER ADVANCING 1 LINE
                 END-WRITE
              END-IF
              IF ContractPriced AND NOT HeaderEBilled
                 MOVE WSListPrice TO WSCNList
                 MOVE WSContractPrice TO WSCNContract
                 MOVE WSLineSaving TO WSCNSaving
                 WRITE InvoiceLine FROM WSContractNote
                     AFTER ADVANCING 1 LINE
                 END-WRITE
              END-IF
              PERFORM BufferHistoryLine
           END-IF.
           IF WSShortQty > ZERO AND NOT HeaderEBilled
              MOVE WSShortQty TO WSSNQty
              WRITE InvoiceLine FROM WSShortNote
                  AFTER ADVANCING 1 LINE
      *> appends wait in the buffer until the invoice closes
           PERFORM BufferLineAppends.

       *> NEW : a kit line takes the same price path as a product -
       *> the kit price is its list, and a dated price, contract or
       *> quoted price for the kit name still wins over it
       ProcessKitLine.
           EVALUATE TRUE
               WHEN KitPrice(KitIdx) NOT NUMERIC
                   OR KitCompCount(KitIdx) NOT NUMERIC
                   OR KitCompCount(KitIdx) = ZERO
                   PERFORM WriteReject
               WHEN LIQty NOT NUMERIC OR LIQty = ZERO
                   PERFORM WriteReject
               WHEN WSLineBufCount >= 50
                   DISPLAY "fixed: invoice " WSInvoiceNum
                       " has more than 50 lines - line rejected"
                   PERFORM WriteReject
               WHEN OTHER
                   MOVE KitPrice(KitIdx) TO WSUnitPrice
                   PERFORM LookupDatedPrice
                   PERFORM LookupContractPrice
                   PERFORM ApplyHeldPrice
                   PERFORM LookupShipConfirm
                   PERFORM AllocateKit
           END-EVALUATE.

       *> NEW : only whole kits ship - the most every component's
       *> size stock covers - and each component's share comes off
       *> Product.dat; the kits short back-order as the kit. A
       *> component no longer on the master covers nothing.
       AllocateKit.
           MOVE LIQty TO WSShipQty.
           IF ShipConfirmRequired
              AND WSConfirmedQty < WSShipQty
              MOVE WSConfirmedQty TO WSShipQty
           END-IF.
           MOVE 9999 TO WSKitsCovered.
           PERFORM CountKitsCovered
               VARYING WSCompIdx FROM 1 BY 1
               UNTIL WSCompIdx > KitCompCount(KitIdx).
           IF WSShipQty > WSKitsCovered
              IF ShipConfirmRequired
                 DISPLAY "fixed: invoice " WSInvoiceNum " - kit "
                     LIProduct " confirmed " WSShipQty
                     " but components cover " WSKitsCovered
                     " - billing what stock covers"
              END-IF
              MOVE WSKitsCovered TO WSShipQty
           END-IF.
           COMPUTE WSShortQty = LIQty - WSShipQty.
           MOVE ZERO TO WSLineCost.
           IF WSShipQty > ZERO
              PERFORM IssueKitComponent
                  VARYING WSCompIdx FROM 1 BY 1
                  UNTIL WSCompIdx > KitCompCount(KitIdx)
              SET StockChanged TO TRUE
           END-IF.
           MOVE 'Y' TO WSLineKit.
           PERFORM PriceAndBufferLine.

      *> NEW : a component covers what the main location holds
       CountKitsCovered.
           PERFORM FindKitComponent.
           IF ProductFound AND WSSizeIdx > ZERO
              AND WSSlIdx > ZERO
              AND KitCompQty(KitIdx, WSCompIdx) > ZERO
              DIVIDE WSSlOnHand(WSSlIdx)
                  BY KitCompQty(KitIdx, WSCompIdx)
                  GIVING WSCompCovers
           ELSE
              DISPLAY "fixed: kit " LIProduct " component "
                  KitCompProduct(KitIdx, WSCompIdx) " size "
                  KitCompSize(KitIdx, WSCompIdx)
                  " not on Product.dat - kit can't ship"
              MOVE ZERO TO WSCompCovers
           END-IF.
           IF WSCompCovers < WSKitsCovered
              MOVE WSCompCovers TO WSKitsCovered
           END-IF.

       IssueKitComponent.
           PERFORM FindKitComponent.
           COMPUTE WSCompIssue =
               KitCompQty(KitIdx, WSCompIdx) * WSShipQty.
           SUBTRACT WSCompIssue
               FROM ProdQtyBySize(ShirtIdx, WSSizeIdx).
           SUBTRACT WSCompIssue FROM WSSlOnHand(WSSlIdx).
      *> NEW : the kit costs what its components cost
           IF ProdAvgCost(ShirtIdx) NUMERIC
              COMPUTE WSCompCost ROUNDED =
                  ProdAvgCost(ShirtIdx) * WSCompIssue
              ADD WSCompCost TO WSLineCost
           END-IF.

      *> NEW : leaves ShirtIdx and WSSizeIdx on the component
       FindKitComponent.
           MOVE 'N' TO WSProdFound.
           MOVE ZERO TO WSSizeIdx.
           SET ShirtIdx TO 1.
           IF WSProdCount > ZERO
              SEARCH Shirt
                  AT END CONTINUE
                  WHEN ProdName(ShirtIdx) =
                      KitCompProduct(KitIdx, WSCompIdx)
                      SET ProductFound TO TRUE
              END-SEARCH
           END-IF.
           IF ProductFound
              PERFORM VARYING WSSizeScan FROM 1 BY 1
                  UNTIL WSSizeScan > 3 OR WSSizeIdx > 0
                  IF ProdSizes(ShirtIdx, WSSizeScan) =
                      KitCompSize(KitIdx, WSCompIdx)
                     MOVE WSSizeScan TO WSSizeIdx
                  END-IF
              END-PERFORM
           END-IF.
      *> NEW : and WSSlIdx on its main-location line
           MOVE ZERO TO WSSlIdx.
           IF ProductFound AND WSSizeIdx > ZERO
              MOVE KitCompProduct(KitIdx, WSCompIdx)
                  TO WSSlFindProduct
              MOVE KitCompSize(KitIdx, WSCompIdx) TO WSSlFindSize
              PERFORM FindMainStockLine
           END-IF.

       *> NEW : the confirmation for this detail line, found on its
       *> position in the input - one for a different customer,
       *> date, product or size is left over from another day's
       *> Invoice.dat and counts as no confirmation at all
       LookupShipConfirm.
           MOVE ZERO TO WSConfirmedQty.
           IF ShipConfirmRequired
              MOVE WSRecordCount TO ScRecNum
              READ ShipConfFile
                  INVALID KEY
                      ADD 1 TO WSUnconfirmed
                  NOT INVALID KEY
                      IF ScCustID = WSInvCustomer
                         AND ScOrderDate = WSInvDate
                         AND ScProduct = LIProduct
                         AND ScSize = LISize
                         AND ScShipped NUMERIC
                         MOVE ScShipped TO WSConfirmedQty
                      ELSE
                         ADD 1 TO WSUnconfirmed
                      END-IF
              END-READ
           END-IF.

       OpenShipConfirmations.
           MOVE "SHIP-CONFIRM" TO WSParmName.
           CALL 'runcontrol' USING WSParmName, WSParmValue,
               WSParmFound
           END-CALL.
           IF WSParmFound = 'Y' AND WSParmValue = ZERO
              MOVE 'N' TO WSShipConfMode
              DISPLAY "fixed: SHIP-CONFIRM is off - lines invoice "
                  "straight from stock"
           END-IF.
           IF ShipConfirmRequired
              OPEN INPUT ShipConfFile
              IF WSShipConfStatus NOT = "00"
                 DISPLAY "fixed: ShipConfirm.dat unavailable - status "
                     WSShipConfStatus " - confirm shipments through "
                     "shipconfirm before invoicing"
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.

       BufferLineAppends.
           ADD 1 TO WSLineBufCount.
           MOVE LIProduct TO WSLBProduct(WSLineBufCount).
           MOVE LIJurisdiction TO WSLBJur(WSLineBufCount).
           MOVE WSShipQty TO WSLBShipQty(WSLineBufCount).
           MOVE WSShortQty TO WSLBShortQty(WSLineBufCount).
           MOVE WSLineExempt TO WSLBExempt(WSLineBufCount).
           MOVE WSLineKit TO WSLBKit(WSLineBufCount).
           MOVE WSLineCost TO WSLBCost(WSLineBufCount).
           IF LIHeldPrice NUMERIC
              MOVE LIHeldPrice TO WSLBHeldPrice(WSLineBufCount)
           ELSE
              MOVE ZERO TO WSLBHeldPrice(WSLineBufCount)
           END-IF.
           IF WSShipQty > ZERO
              MOVE WSLinePrice TO WSLBPrice(WSLineBufCount)
              MOVE WSLineTax TO WSLBTax(WSLineBufCount)
              MOVE WSLineSaving TO WSLBSaving(WSLineBufCount)
           ELSE
              MOVE ZERO TO WSLBPrice(WSLineBufCount)
              MOVE ZERO TO WSLBTax(WSLineBufCount)
              MOVE ZERO TO WSLBSaving(WSLineBufCount)
           END-IF.

       *> NEW : the invoice's buffered appends land together, right
               MOVE WSLBShortQty(WSLineBufIdx) TO WSShortQty
               MOVE WSLBPrice(WSLineBufIdx) TO WSLinePrice
               MOVE WSLBTax(WSLineBufIdx) TO WSLineTax
               MOVE WSLBExempt(WSLineBufIdx) TO WSFlushExempt
               MOVE WSLBSaving(WSLineBufIdx) TO WSLineSaving
               MOVE WSLBHeldPrice(WSLineBufIdx) TO WSFlushHeldPrice
               MOVE WSLBKit(WSLineBufIdx) TO WSFlushKit
               MOVE WSLBCost(WSLineBufIdx) TO WSLineCost
               IF WSShipQty > ZERO
                  ADD WSLineCost TO WSGLCost
                  IF FlushIsKit
                     PERFORM WriteKitMovements
                  ELSE
                     PERFORM WriteIssueMovement
                  END-IF
                  PERFORM WriteSalesDetail
                  PERFORM WriteTaxDetail
               END-IF
           MOVE WSFlushSize TO WSMvSize.
           MOVE WSShipQty TO WSMvQty.
           MOVE "invoiced" TO WSMvOutcome.
           MOVE WSLcCode(WSLcMainIdx) TO WSMvLocation.
           MOVE SPACES TO WSMvOtherLoc.
           OPEN EXTEND MovementFile.
           IF WSMovementStatus = "35"
              OPEN OUTPUT MovementFile
           WRITE MovementLine FROM WSMovementRecord.
           CLOSE MovementFile.

       *> NEW : a kit leaves stock as its components - one issue per
       *> component for the kits shipped, so the log still walks
       *> every product's on-hand back through its history
       WriteKitMovements.
           MOVE 'N' TO WSKitFound.
           SET KitIdx TO 1.
           IF WSKitCount > ZERO
              SEARCH Kit
                  AT END CONTINUE
                  WHEN KitName(KitIdx) = WSFlushProduct
                      SET KitFound TO TRUE
              END-SEARCH
           END-IF.
           IF KitFound
              OPEN EXTEND MovementFile
              IF WSMovementStatus = "35"
                 OPEN OUTPUT MovementFile
                 CLOSE MovementFile
                 OPEN EXTEND MovementFile
              END-IF
              PERFORM VARYING WSCompIdx FROM 1 BY 1
                  UNTIL WSCompIdx > KitCompCount(KitIdx)
                  MOVE FUNCTION CURRENT-DATE(1:14) TO WSMvTime
                  MOVE KitCompProduct(KitIdx, WSCompIdx)
                      TO WSMvProduct
                  MOVE 'I' TO WSMvType
                  MOVE KitCompSize(KitIdx, WSCompIdx) TO WSMvSize
                  COMPUTE WSMvQty =
                      KitCompQty(KitIdx, WSCompIdx) * WSShipQty
                  MOVE "invoiced" TO WSMvOutcome
                  MOVE WSLcCode(WSLcMainIdx) TO WSMvLocation
                  MOVE SPACES TO WSMvOtherLoc
                  WRITE MovementLine FROM WSMovementRecord
              END-PERFORM
              CLOSE MovementFile
           END-IF.

       *> NEW : the shortfall queued whole - product, size, quantity,
       *> who it was for and under which jurisdiction it priced, so
       *> the release re-issues exactly what was short. Same
           MOVE WSInvDateNum TO BoDate.
           MOVE WSInvoiceNum TO BoInvNum.
           MOVE WSSalesRep TO BoSalesRep.
           IF WSFlushHeldPrice > ZERO
              MOVE WSFlushHeldPrice TO BoHeldPrice
           END-IF.
           OPEN EXTEND BackOrderFile.
           IF WSBackOrderStatus = "35"
              OPEN OUTPUT BackOrderFile
           MOVE WSFlushSize TO SdSize.
           MOVE WSShipQty TO SdQty.
           MOVE WSLinePrice TO SdExtPrice.
           MOVE WSLineSaving TO SdDiscount.
           MOVE WSLineCost TO SdCost.
           MOVE WSSalesRep TO SdSalesRep.
           OPEN EXTEND DetailFile.
           IF WSDetailStatus = "35"
              OPEN OUTPUT DetailFile
           MOVE WSFlushJur TO TdJurisdiction.
           MOVE WSLinePrice TO TdTaxable.
           MOVE WSLineTax TO TdTax.
           IF WSFlushExempt = 'Y'
              SET TdExemptSale TO TRUE
           END-IF.
           OPEN EXTEND TaxDetailFile.
           IF WSTaxDetailStatus = "35"
              OPEN OUTPUT TaxDetailFile
               END-IF
           END-PERFORM.

       *> NEW : list (catalogue or dated) is already in WSUnitPrice -
       *> a contract in force on the invoice date replaces it
       LookupContractPrice.
           MOVE WSUnitPrice TO WSListPrice.
           MOVE LIQty TO WSPriceQty.
           CALL 'contractprice' USING WSInvCustomer, LIProduct,
               WSPriceQty, WSInvDateNum, WSContractPrice,
               WSContractFound
           END-CALL.
           IF ContractPriced
              MOVE WSContractPrice TO WSUnitPrice
           END-IF.

       *> NEW : the customer accepted the quotation at this price, so
       *> it stands - the line is no longer shown as contract priced
       ApplyHeldPrice.
           IF LIHeldPrice NUMERIC AND LIHeldPrice > ZERO
              MOVE LIHeldPrice TO WSUnitPrice
              MOVE 'N' TO WSContractFound
           END-IF.

       *> NEW : the whole master loads now, not just the prices - a
       *> missing file just means every line rejects, which beats
       *> inventing prices, but a 21st product must stop the run: the
              MOVE 'N' TO WSEOF
           END-IF.

       *> NEW : no KitDef.dat just means no kits are sold yet - a
       *> line naming one rejects like any unknown product
       LoadKits.
           OPEN INPUT KitFile.
           IF WSKitStatus NOT = "00"
              CLOSE KitFile
           ELSE
              PERFORM UNTIL EndOfItems
                 READ KitFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSKitCount = 20
                            DISPLAY "fixed: KitDef.dat has more "
                                "than 20 kits - the rest will reject"
                            MOVE 'Y' TO WSEOF
                         ELSE
                            ADD 1 TO WSKitCount
                            MOVE KitDefRecord TO Kit(WSKitCount)
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE KitFile
              MOVE 'N' TO WSEOF
           END-IF.

       FindKit.
           MOVE 'N' TO WSKitFound.
           SET KitIdx TO 1.
           IF WSKitCount > ZERO
              SEARCH Kit
                  AT END CONTINUE
                  WHEN KitName(KitIdx) = LIProduct
                      SET KitFound TO TRUE
              END-SEARCH
           END-IF.

       FindProduct.
           MOVE 'N' TO WSProdFound.
           SET ShirtIdx TO 1.
              END-PERFORM
           END-IF.
           CLOSE ProductFile.
      *> NEW : the main location's shelf goes with the totals
           PERFORM SaveStockByLocation.

       *> NEW : the produced document kept whole under its number -
       *> held invoices too, since their printout also went out of
              END-IF
              CLOSE ARBalanceFile
              ADD WSGrandTotal TO WSProjBalance
      *> NEW : the part the deposit already covers is no credit
              SUBTRACT WSDpApplied FROM WSProjBalance
              IF WSProjBalance > WSCustCreditLim
                 SET InvoiceHeld TO TRUE
              END-IF
           END-IF.
      *> NEW : written-off accounts are held regardless
           IF HeaderWrittenOff
              SET InvoiceHeld TO TRUE
           END-IF.

       *> NEW : the held invoice keeps its printed document and its
       *> number - only the posting waits on the credit manager. Same
           MOVE WSGrandTotal TO HldTotal.
           MOVE WSDueDate TO HldDueDate.
           MOVE WSSalesRep TO HldSalesRep.
      *> NEW : so the release can apply the order's deposit
           MOVE WSDpOrderNum TO HldOrderNum.
           OPEN EXTEND HeldFile.
           IF WSHeldStatus = "35"
              OPEN OUTPUT HeldFile
           END-IF.
           WRITE HeldRecord.
           CLOSE HeldFile.
           MOVE "ARCREDIT" TO WSDutyControl.
           SET DutyRequest TO TRUE.
           MOVE "HELD" TO WSDutyAction.
           MOVE WSInvoiceNum TO WSDutyKey.
           IF WSSignedOnOper NOT = SPACES
              AND WSSignedOnOper NOT = LOW-VALUES
              MOVE WSSignedOnOper TO WSDutyOperator
           ELSE
              MOVE "BATCH" TO WSDutyOperator
           END-IF.
           PERFORM WriteDutyLog.
           IF NOT HeaderEBilled
              MOVE "*** HELD FOR CREDIT REVIEW - NOT POSTED ***"
                  TO InvoiceLine
              WRITE InvoiceLine
                  AFTER ADVANCING 2 LINES
              END-WRITE
           END-IF.

       *> NEW : the invoice goes on the customer's account - one
       *> ledger line, and the running balance keyed by IDNum
           MOVE WSGrandTotal TO ALAmount.
           MOVE WSDueDate TO ALDueDate.
           MOVE WSSalesRep TO ALSalesRep.
      *> NEW : posted by key - see Copybooks/arledgerkeyp.cpy
           OPEN I-O ARLedgerFile.
           IF WSLedgerStatus = "35"
              OPEN OUTPUT ARLedgerFile
              CLOSE ARLedgerFile
              OPEN I-O ARLedgerFile
           END-IF.
           PERFORM PostLedgerLine.
           CLOSE ARLedgerFile.
      *> NEW : a line that failed to post leaves the balance alone,
      *> so ARBalance.dat still agrees with the ledger
           IF LedgerLinePosted
              PERFORM PostInvoiceBalance
           END-IF.

       PostInvoiceBalance.
           OPEN I-O ARBalanceFile.
           IF WSBalanceStatus = "35"
              OPEN OUTPUT ARBalanceFile
       *> by construction. Same create-if-missing handling the other
       *> EXTEND files use.
       PostRunToGL.
           IF WSGLReceivable = ZERO AND WSGLCost = ZERO
              CONTINUE
           ELSE
              OPEN EXTEND GLJournalFile
                 MOVE SPACES TO GLJournalRecord
                 MOVE FUNCTION CURRENT-DATE(1:8) TO GjDate
                 MOVE "fixed" TO GjSource
                 IF WSGLReceivable > ZERO
                    MOVE 1100 TO GjAccount
                    MOVE 'D' TO GjDrCr
                    MOVE WSGLReceivable TO GjAmount
                    MOVE "Invoice run AR" TO GjDesc
                    WRITE GLJournalRecord
                    END-WRITE
                    MOVE 4000 TO GjAccount
                    MOVE 'C' TO GjDrCr
                    MOVE WSGLSales TO GjAmount
                    MOVE "Invoice run sales" TO GjDesc
                    WRITE GLJournalRecord
                    END-WRITE
                    MOVE 2200 TO GjAccount
                    MOVE 'C' TO GjDrCr
                    MOVE WSGLTax TO GjAmount
                    MOVE "Invoice run tax" TO GjDesc
                    WRITE GLJournalRecord
                    END-WRITE
                 END-IF
      *> NEW : deposits applied - the liability debited, AR
      *> credited
                 IF WSGLDeposit > ZERO
                    MOVE 2400 TO GjAccount
                    MOVE 'D' TO GjDrCr
                    MOVE WSGLDeposit TO GjAmount
                    MOVE "Deposits applied" TO GjDesc
                    WRITE GLJournalRecord
                    END-WRITE
                    MOVE 1100 TO GjAccount
                    MOVE 'C' TO GjDrCr
                    WRITE GLJournalRecord
                    END-WRITE
                 END-IF
      *> NEW : the stock shipped, at cost - cost of sales debited,
      *> inventory credited
                 IF WSGLCost > ZERO
                    MOVE 5100 TO GjAccount
                    MOVE 'D' TO GjDrCr
                    MOVE WSGLCost TO GjAmount
                    MOVE "Invoice run cost" TO GjDesc
                    WRITE GLJournalRecord
                    END-WRITE
                    MOVE 1200 TO GjAccount
                    MOVE 'C' TO GjDrCr
                    WRITE GLJournalRecord
                    END-WRITE
                 END-IF
              END-IF
              CLOSE GLJournalFile
           END-IF.

       PrintInvoiceTotals.
           COMPUTE WSGrandTotal = WSSubtotal + WSTaxTotal.
      *> NEW : what the order's deposit covers of the invoice
           PERFORM FindInvoiceDeposit.
           IF NOT HeaderEBilled
              PERFORM PrintInvoiceTotalLines
           END-IF.

       PrintInvoiceTotalLines.
           MOVE "Subtotal  : " TO WSTLabel.
           MOVE WSSubtotal TO WSTAmount.
           WRITE InvoiceLine FROM WSTotalsLine
           MOVE WSGrandTotal TO WSTAmount.
           WRITE InvoiceLine FROM WSTotalsLine
               AFTER ADVANCING 1 LINE.
      *> NEW : the deposit the customer already paid, and what that
      *> leaves them owing
           IF WSDpApplied > ZERO
              MOVE WSDpApplied TO WSDepAmount
              WRITE InvoiceLine FROM WSDepositLine
                  AFTER ADVANCING 1 LINE
              END-WRITE
              MOVE "Balance due:" TO WSTLabel
              COMPUTE WSTAmount = WSGrandTotal - WSDpApplied
              WRITE InvoiceLine FROM WSTotalsLine
                  AFTER ADVANCING 1 LINE
              END-WRITE
           END-IF.

       *> NEW : the deposit held on the invoice's order, up to the
       *> invoice total - any more stays held for the customer
       FindInvoiceDeposit.
           MOVE ZERO TO WSDpApplied.
           IF WSDpOrderNum > ZERO
              MOVE WSInvCustomer TO WSDpCustID
              PERFORM FindDepositHeld
              IF WSDpHeld > WSGrandTotal
                 MOVE WSGrandTotal TO WSDpApplied
              ELSE
                 MOVE WSDpHeld TO WSDpApplied
              END-IF
           END-IF.

       ApplyInvoiceDeposit.
           MOVE WSInvoiceNum TO WSDpInvRef.
           MOVE WSInvDateNum TO WSDpDate.
           MOVE "fixed" TO WSDpProgLabel.
           PERFORM ApplyOrderDeposit.
           IF LedgerLinePosted
              ADD WSDpApplied TO WSGLDeposit
           END-IF.

      *> NEW : shared keyed ledger access - see
      *> Copybooks/arledgerkey.cpy for the fields
       COPY arledgerkeyp.

      *> NEW : shared stock-by-location handling - see
      *> Copybooks/locstockp.cpy
       COPY locstockp.

      *> NEW : shared DutyLog.dat writer
       COPY dutylogp.

      *> NEW : shared deposit application - see
      *> Copybooks/depapply.cpy for the fields
       COPY depapplyp.
