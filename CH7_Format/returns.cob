       IDENTIFICATION DIVISION.
       PROGRAM-ID. returns.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Customer returns - goods that came back went onto the shelf
       *> without an invtrans.cob receipt and the credit was raised
       *> separately through aradjust.cob, so stock and AR each got
       *> half the story. (I)ssue raises a numbered return
       *> authorization (RAnnnn, from NextReturn.dat) against an
       *> invoice kept on InvoiceHistory.dat, one line per invoice
       *> line being returned and never more than that line sold less
       *> what earlier authorizations already cover. Only an invoice
       *> that has posted to ARLedger.dat can be returned against -
       *> one still held for credit review has nothing to credit.
       *> (R)eceive books the goods in against the RA: stock fit to
       *> sell goes back into PRQtyBySize and logs to
       *> InvMovements.log as an R movement, the way an invtrans.cob
       *> receipt does, and damaged stock logs as an S (scrap)
       *> movement that leaves on-hand alone. The customer is
       *> credited in the same step - a C line on ARLedger.dat,
       *> reason RTN, under the RA number, carrying the share of the
       *> line's price and tax that came back, applied to the
       *> returned invoice in ARSettlement.dat and taken off
       *> ARBalance.dat. The credit carries the invoice's salesperson
       *> so salescommission.cob takes it off their commission base.
       *> The session journals sales credits, tax and AR in
       *> GLJournal.dat when it closes.
       *> NEW : goods back on the shelf go back into inventory at what
       *> they cost when they shipped - the returned invoice's
       *> SalesDetail.dat cost for that product and size, or the
       *> product's average cost where the line carries none -
       *> averaged into PRAvgCost the way an invtrans.cob receipt is,
       *> and the session journals that cost out of cost of sales
       *> and back into inventory. Scrapped goods stay expensed.
       *> NEW : the tax credited back is reversed on TaxDetail.dat
       *> too - one return-credit line per RA line that came back,
       *> under the returned invoice and the jurisdiction its line
       *> was taxed in (exempt if the sale was), so artaxreport.cob
       *> stops declaring tax the customer has been given back.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT HistoryFile ASSIGN TO "InvoiceHistory.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS IhInvNum
                  FILE STATUS IS WSHistoryStatus.
              SELECT ReturnFile ASSIGN TO "ReturnAuth.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReturnStatus.
              SELECT ReturnCtlFile ASSIGN TO "NextReturn.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReturnCtlStatus.
              SELECT ProductFile ASSIGN TO "Product.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSProductStatus.
              SELECT MovementFile ASSIGN TO "InvMovements.log"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSMovementStatus.
              SELECT ARLedgerFile ASSIGN TO "ARLedger.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS ALLedgerKey
                      = ALCustID ALDate ALRef ALSeq
                  FILE STATUS IS WSLedgerStatus.
              SELECT ARBalanceFile ASSIGN TO "ARBalance.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS ArCustID
                  FILE STATUS IS WSBalanceStatus.
              SELECT SettleFile ASSIGN TO "ARSettlement.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSSettleStatus.
              SELECT GLJournalFile ASSIGN TO "GLJournal.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSGLStatus.
              SELECT PeriodFile ASSIGN TO "ARPeriod.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSPeriodStatus.
              SELECT DetailFile ASSIGN TO "SalesDetail.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSDetailStatus.
              SELECT TaxDetailFile ASSIGN TO "TaxDetail.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSTaxDetailStatus.

       DATA DIVISION.
       FILE SECTION.
       FD HistoryFile.
       COPY invhist.
       FD ReturnFile.
       COPY retauth.
       FD ReturnCtlFile.
       01 ReturnCtlRecord    PIC 9(4).
       FD ProductFile.
       COPY prodrec.
       FD MovementFile.
       01 MovementLine       PIC X(60).
       FD ARLedgerFile.
       COPY arledger.
       FD ARBalanceFile.
       01 ARBalanceRecord.
              02 ArCustID     PIC 9(8) COMP-3.
              02 ArBalance    PIC S9(7)V99 COMP-3.
       FD SettleFile.
       COPY arsettle.
       FD GLJournalFile.
       COPY gljournal.
       FD PeriodFile.
       01 PeriodRecord       PIC 9(6).
       FD DetailFile.
       COPY salesdet.
       FD TaxDetailFile.
       COPY taxdetail.

       WORKING-STORAGE SECTION.
       01 WSHistoryStatus   PIC XX.
       01 WSReturnStatus    PIC XX.
       01 WSReturnCtlStatus PIC XX.
       01 WSProductStatus   PIC XX.
       01 WSMovementStatus  PIC XX.
       01 WSLedgerStatus    PIC XX.
       01 WSBalanceStatus   PIC XX.
       01 WSGLStatus        PIC XX.
       01 WSEOF             PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
       01 WSMenuChoice      PIC X VALUE SPACE.
              88 WantsIssue     VALUE 'I' 'i'.
              88 WantsReceive   VALUE 'R' 'r'.
              88 WantsQuit      VALUE 'Q' 'q'.
       01 WSContinueFlag    PIC X VALUE 'Y'.
              88 KeepGoing       VALUE 'Y'.
       01 WSEntryOK         PIC X VALUE 'N'.
              88 EntryClean      VALUE 'Y'.
       01 WSConfirm         PIC X VALUE SPACE.
              88 ConfirmYes      VALUE 'Y' 'y'.
       01 WSToday           PIC 9(8).
       01 WSTodayYM         PIC 9(6).
       01 WSNextReturn      PIC 9(4) VALUE 1.
       01 WSReturnNum       PIC 9(4).
       01 WSReturnRef       PIC X(6).
       01 WSIssuedCount     PIC 9(3) VALUE ZERO.
       01 WSReceivedCount   PIC 9(3) VALUE ZERO.
       *> The invoice being returned against - its reference on the
       *> ledger and the salesperson its I line carried
       01 WSInvEntry        PIC X(6).
       01 WSInvRef          PIC X(6).
       01 WSInvRep          PIC X(3).
       01 WSInvPosted       PIC X VALUE 'N'.
              88 InvoiceOnLedger VALUE 'Y'.
       *> What each line of that invoice can still come back - sold
       *> less what earlier authorizations cover
       01 WSReturnable.
              02 WSRetLeft       PIC 9(3) OCCURS 15 TIMES.
       01 WSHLIdx           PIC 99.
       *> The lines being authorized
       01 WSNewLines.
              02 WSNewLine OCCURS 15 TIMES.
                  03 WSNLInvLine     PIC 99.
                  03 WSNLQty         PIC 9(3).
       01 WSNewCount        PIC 99 VALUE ZERO.
       01 WSNewIdx          PIC 99.
       01 WSMoreLines       PIC X VALUE 'Y'.
              88 MoreLines       VALUE 'Y'.
       01 WSLineEntry       PIC X(2).
       01 WSQtyEntry        PIC X(3).
       01 WSLineNum         PIC 99.
       01 WSQtyNum          PIC 9(3).
       *> Every RA line on file, loaded whole so receiving can mark
       *> lines and write the file back - same load/decide/rewrite
       *> cycle quotation.cob runs on Quotes.dat
       01 WSRtTable.
              02 WSRtEntry OCCURS 500 TIMES.
                  03 WSRtRecord      PIC X(90).
                  03 WSRtTouched     PIC X.
       01 WSRtCount         PIC 9(3) VALUE ZERO.
       01 WSRtIdx           PIC 9(3).
       01 WSRtOverflow      PIC X VALUE 'N'.
              88 RtTableFull     VALUE 'Y'.
       01 WSRaEntry         PIC X(4).
       01 WSRaWanted        PIC 9(4).
       01 WSRaFound         PIC 9(3).
       01 WSRaOpenLines     PIC 9(3).
       01 WSRaCustID        PIC X(8).
       01 WSRaInvNum        PIC 9(6).
       01 WSRaRep           PIC X(3).
       01 WSGoodEntry       PIC X(3).
       01 WSDamagedEntry    PIC X(3).
       01 WSGoodNum         PIC 9(3).
       01 WSDamagedNum      PIC 9(3).
       01 WSBackQty         PIC 9(3).
       *> The credit for the goods that came back
       01 WSLineNet         PIC 9(6)V99.
       01 WSLineTaxBack     PIC 9(4)V99.
       01 WSCreditNet       PIC 9(7)V99 COMP-3.
       01 WSCreditTax       PIC 9(7)V99 COMP-3.
       01 WSCreditAmount    PIC 9(7)V99 COMP-3.
       01 WSAmountShown     PIC $$,$$$,$$9.99.
       01 WSNewBalance      PIC S9(7)V99 COMP-3.
       01 WSBalanceShown    PIC Z,ZZZ,ZZ9.99CR.
       *> The session's journal totals
       01 WSGLNet           PIC 9(7)V99 COMP-3 VALUE ZERO.
       01 WSGLTax           PIC 9(7)V99 COMP-3 VALUE ZERO.
       01 WSGLTotal         PIC 9(7)V99 COMP-3 VALUE ZERO.
       01 WSGLCostBack      PIC 9(7)V99 COMP-3 VALUE ZERO.
       *> What the goods coming back cost when they shipped, and the
       *> moving-average fields invtrans.cob uses
       01 WSDetailStatus    PIC XX.
       01 WSIssueCost       PIC 9(7)V99 COMP-3.
       01 WSIssueQty        PIC 9(5) COMP-3.
       01 WSLineCost        PIC 9(7)V99 COMP-3.
       01 WSPriorQty        PIC 9(5) COMP-3.
       01 WSNewAvg          PIC 9(4)V99 COMP-3.
      *> The tax reversal - which of the returned invoice's lines
      *> were sold under an exemption certificate
       01 WSTaxDetailStatus PIC XX.
       01 WSInvExempt.
              02 WSIeFlag        PIC X OCCURS 15 TIMES.
       *> The catalogue, loaded for a receipt and written back after
       *> it - the same load/update/save cycle invtrans.cob runs
       01 WSProdCount      PIC 99 VALUE ZERO.
       01 ProdTable.
              02 Shirt OCCURS 1 TO 20 TIMES DEPENDING ON WSProdCount
                  INDEXED BY ShirtIdx.
                  03 ProdName PIC X(5).
                  03 ProdSizes PIC A OCCURS 3 TIMES.
                  03 ProdQtyBySize PIC 9(4) OCCURS 3 TIMES.
                  03 ProdReorderPoint PIC 9(4).
                  03 ProdReorderQty   PIC 9(4).
                  03 ProdPrice        PIC 9(4)V99.
                  03 ProdAvgCost      PIC 9(4)V99.
       01 WSProdFound      PIC X VALUE 'N'.
              88 ProductFound     VALUE 'Y'.
       01 WSSizeIdx        PIC 9.
       01 WSSizeScan       PIC 9.
       *> Same movement-line layout invtrans.cob writes, so the log
       *> reads as one history whichever program moved the stock
       01 WSMovementRecord.
              02 WSMvTime     PIC X(14).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSMvProduct  PIC X(5).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSMvType     PIC X.
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSMvSize     PIC A.
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSMvQty      PIC 9(4).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSMvOutcome  PIC X(24).
      *> Shared closed-period fields - see Copybooks/arperiodchkp.cpy
       COPY arperiodchk.
      *> Shared open-item fields - see Copybooks/aropenitemp.cpy
       COPY aropenitem.
      *> Shared keyed ledger fields - see Copybooks/arledgerkeyp.cpy
       COPY arledgerkey.
      *> Shared file-open status check - see
      *> Copybooks/filestatuschkp.cpy
       COPY filestatuschk.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday.
           OPEN INPUT HistoryFile.
           MOVE WSHistoryStatus TO WSCheckFileStatus.
           MOVE "returns" TO WSCheckProgLabel.
           MOVE "InvoiceHistory.dat" TO WSCheckFileLabel.
           PERFORM CheckFileStatus.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
      *> Credits post dated today, so if today's month has been
      *> closed the whole session is refused up front, as
      *> aradjust.cob does
           PERFORM LoadClosedPeriod.
           MOVE WSToday(1:6) TO WSTodayYM.
           IF WSClosedThru > ZERO AND WSTodayYM NOT > WSClosedThru
              DISPLAY "returns: period " WSTodayYM " is closed - "
                  "no postings allowed"
              CLOSE HistoryFile
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM ReadNextReturnNumber.
           PERFORM ShowReturnMenu UNTIL NOT KeepGoing.
           CLOSE HistoryFile.
           PERFORM PostSessionToGL.
           DISPLAY "returns: " WSIssuedCount " authorization(s) "
               "issued, " WSReceivedCount " return(s) received".
      *> GOBACK so a menu program can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

       ShowReturnMenu.
           DISPLAY " ".
           DISPLAY "Customer Returns".
           DISPLAY "(I)ssue a return authorization  (R)eceive a "
               "return  (Q)uit".
           DISPLAY "Select an option " WITH NO ADVANCING.
           ACCEPT WSMenuChoice.
           EVALUATE TRUE
               WHEN WantsIssue     PERFORM IssueReturnAuth
               WHEN WantsReceive   PERFORM ReceiveReturn
               WHEN WantsQuit      MOVE 'N' TO WSContinueFlag
               WHEN OTHER
                   DISPLAY "Invalid option, please try again"
           END-EVALUATE.

       ReadNextReturnNumber.
           OPEN INPUT ReturnCtlFile.
           IF WSReturnCtlStatus = "00"
              READ ReturnCtlFile
                  AT END CONTINUE
                  NOT AT END
                      IF ReturnCtlRecord NUMERIC
                         MOVE ReturnCtlRecord TO WSNextReturn
                      END-IF
              END-READ
           END-IF.
           CLOSE ReturnCtlFile.

       SaveNextReturnNumber.
           OPEN OUTPUT ReturnCtlFile.
           MOVE WSNextReturn TO ReturnCtlRecord.
           WRITE ReturnCtlRecord.
           CLOSE ReturnCtlFile.

      *> The invoice must be on the history and posted to the
      *> ledger; each line's returnable quantity is what it sold
      *> less what earlier authorizations already cover
       IssueReturnAuth.
           MOVE SPACES TO WSInvEntry.
           DISPLAY "Invoice number being returned against "
               WITH NO ADVANCING.
           ACCEPT WSInvEntry.
           IF WSInvEntry NOT NUMERIC
              DISPLAY "Invalid invoice number - enter 6 numeric "
                  "digits"
           ELSE
              MOVE WSInvEntry TO IhInvNum
              READ HistoryFile
                  INVALID KEY
                      DISPLAY "Invoice " WSInvEntry " is not on "
                          "InvoiceHistory.dat"
                  NOT INVALID KEY
                      PERFORM FindInvoiceRep
                      IF NOT InvoiceOnLedger
                         DISPLAY "Invoice " IhInvNum " has not "
                             "posted to the ledger (held for credit "
                             "review?) - no RA issued"
                      ELSE
                         PERFORM TakeReturnLines
                      END-IF
              END-READ
           END-IF.

      *> The invoice's I line - wherever arcredit.cob dated a held
      *> invoice when it released it - gives the salesperson the
      *> credit is charged back to
       FindInvoiceRep.
           MOVE 'N' TO WSInvPosted.
           MOVE SPACES TO WSInvRep.
           MOVE IhInvNum TO WSInvRef.
           OPEN INPUT ARLedgerFile.
           IF WSLedgerStatus = "00"
              MOVE IhCustID TO WSLgCustID
              PERFORM StartCustLedger
              PERFORM UNTIL LgEndOfCust OR InvoiceOnLedger
                 READ ARLedgerFile NEXT RECORD
                     AT END MOVE 'Y' TO WSLgEOF
                     NOT AT END
                         IF ALCustID NOT = WSLgCustID
                            MOVE 'Y' TO WSLgEOF
                         ELSE
                            IF ALType = 'I' AND ALRef = WSInvRef
                               SET InvoiceOnLedger TO TRUE
                               MOVE ALSalesRep TO WSInvRep
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE ARLedgerFile.

       TakeReturnLines.
           PERFORM LoadReturns.
           IF RtTableFull
              DISPLAY "returns: ReturnAuth.dat has more than 500 "
                  "lines - archive received RAs first"
           ELSE
              PERFORM VARYING WSHLIdx FROM 1 BY 1
                  UNTIL WSHLIdx > 15
                  IF WSHLIdx > IhLineCount
                     MOVE ZERO TO WSRetLeft(WSHLIdx)
                  ELSE
                     MOVE IhQty(WSHLIdx) TO WSRetLeft(WSHLIdx)
                  END-IF
              END-PERFORM
              PERFORM DeductEarlierReturn
                  VARYING WSRtIdx FROM 1 BY 1
                  UNTIL WSRtIdx > WSRtCount
              DISPLAY "Invoice " IhInvNum " dated " IhDate
                  " for customer " IhCustID " " IhBillName
              DISPLAY "Line  Product  Size  Sold  Returnable"
              PERFORM VARYING WSHLIdx FROM 1 BY 1
                  UNTIL WSHLIdx > IhLineCount
                  DISPLAY WSHLIdx "    " IhProduct(WSHLIdx) "    "
                      IhSize(WSHLIdx) "     " IhQty(WSHLIdx) "   "
                      WSRetLeft(WSHLIdx)
              END-PERFORM
              MOVE ZERO TO WSNewCount
              MOVE 'Y' TO WSMoreLines
              PERFORM TakeOneReturnLine UNTIL NOT MoreLines
              IF WSNewCount = ZERO
                 DISPLAY "No lines keyed - no RA issued"
              ELSE
                 DISPLAY "Issue an RA for " WSNewCount " line(s) "
                     "of invoice " IhInvNum " (Y/N) "
                     WITH NO ADVANCING
                 ACCEPT WSConfirm
                 IF ConfirmYes
                    PERFORM WriteReturnAuth
                 ELSE
                    DISPLAY "No RA issued"
                 END-IF
              END-IF
           END-IF.

      *> An open RA line holds its authorized quantity; a received
      *> one holds what actually came back
       DeductEarlierReturn.
           MOVE WSRtRecord(WSRtIdx) TO ReturnAuthRecord.
           IF RaInvNum = IhInvNum
              AND RaInvLine > ZERO AND RaInvLine NOT > 15
              IF RaReceived
                 COMPUTE WSBackQty = RaQtyGood + RaQtyDamaged
              ELSE
                 MOVE RaQtyAuth TO WSBackQty
              END-IF
              IF WSBackQty > WSRetLeft(RaInvLine)
                 MOVE ZERO TO WSRetLeft(RaInvLine)
              ELSE
                 SUBTRACT WSBackQty FROM WSRetLeft(RaInvLine)
              END-IF
           END-IF.

       TakeOneReturnLine.
           MOVE SPACES TO WSLineEntry.
           DISPLAY "Invoice line to return (blank to finish) "
               WITH NO ADVANCING.
           ACCEPT WSLineEntry.
           EVALUATE TRUE
               WHEN WSLineEntry = SPACES
                   MOVE 'N' TO WSMoreLines
               WHEN WSLineEntry NOT NUMERIC
                   DISPLAY "Line must be 2 numeric digits"
               WHEN OTHER
                   MOVE WSLineEntry TO WSLineNum
                   IF WSLineNum = ZERO OR WSLineNum > IhLineCount
                      DISPLAY "Invoice " IhInvNum " has no line "
                          WSLineNum
                   ELSE
                      IF WSRetLeft(WSLineNum) = ZERO
                         DISPLAY "Nothing left to return on line "
                             WSLineNum
                      ELSE
                         PERFORM TakeReturnQty
                      END-IF
                   END-IF
           END-EVALUATE.

      *> Never more than the line sold less what is already coming
      *> back - the quantity keyed comes off what is left, so the
      *> same line keyed twice can't exceed it either
       TakeReturnQty.
           MOVE SPACES TO WSQtyEntry.
           DISPLAY "Quantity to return (up to " WSRetLeft(WSLineNum)
               ") " WITH NO ADVANCING.
           ACCEPT WSQtyEntry.
           EVALUATE TRUE
               WHEN WSQtyEntry NOT NUMERIC
                   DISPLAY "Quantity must be 3 numeric digits"
               WHEN OTHER
                   MOVE WSQtyEntry TO WSQtyNum
                   EVALUATE TRUE
                       WHEN WSQtyNum = ZERO
                           DISPLAY "Quantity cannot be zero"
                       WHEN WSQtyNum > WSRetLeft(WSLineNum)
                           DISPLAY "Only " WSRetLeft(WSLineNum)
                               " of line " WSLineNum
                               " can still be returned"
                       WHEN WSNewCount >= 15
                           DISPLAY "RA is full - 15 lines"
                           MOVE 'N' TO WSMoreLines
                       WHEN OTHER
                           ADD 1 TO WSNewCount
                           MOVE WSLineNum TO WSNLInvLine(WSNewCount)
                           MOVE WSQtyNum TO WSNLQty(WSNewCount)
                           SUBTRACT WSQtyNum FROM WSRetLeft(WSLineNum)
                   END-EVALUATE
           END-EVALUATE.

      *> The number is taken and the control file saved before the
      *> RA is written, so an interrupted session wastes a number
      *> instead of reusing one. Same create-if-missing handling the
      *> other EXTEND files use.
       WriteReturnAuth.
           MOVE WSNextReturn TO WSReturnNum.
           ADD 1 TO WSNextReturn.
           PERFORM SaveNextReturnNumber.
           OPEN EXTEND ReturnFile.
           IF WSReturnStatus = "35"
              OPEN OUTPUT ReturnFile
              CLOSE ReturnFile
              OPEN EXTEND ReturnFile
           END-IF.
           IF WSReturnStatus NOT = "00"
              DISPLAY "returns: ReturnAuth.dat unavailable - status "
                  WSReturnStatus " - RA " WSReturnNum " not issued"
           ELSE
              PERFORM WriteOneReturnLine
                  VARYING WSNewIdx FROM 1 BY 1
                  UNTIL WSNewIdx > WSNewCount
              ADD 1 TO WSIssuedCount
              DISPLAY "Return authorization RA" WSReturnNum
                  " issued against invoice " IhInvNum
                  " - quote it on the parcel"
           END-IF.
           CLOSE ReturnFile.

       WriteOneReturnLine.
           MOVE SPACES TO ReturnAuthRecord.
           MOVE WSNLInvLine(WSNewIdx) TO WSHLIdx.
           MOVE WSReturnNum TO RaNum.
           MOVE WSNewIdx TO RaLineNo.
           MOVE IhInvNum TO RaInvNum.
           MOVE WSHLIdx TO RaInvLine.
           MOVE IhCustID TO RaCustID.
           MOVE WSToday TO RaIssueDate.
           MOVE WSInvRep TO RaSalesRep.
           MOVE IhProduct(WSHLIdx) TO RaProduct.
           MOVE IhSize(WSHLIdx) TO RaSize.
           MOVE IhQty(WSHLIdx) TO RaSoldQty.
           MOVE IhLinePrice(WSHLIdx) TO RaLinePrice.
           MOVE IhLineTax(WSHLIdx) TO RaLineTax.
           MOVE WSNLQty(WSNewIdx) TO RaQtyAuth.
           SET RaOpen TO TRUE.
           MOVE ZERO TO RaQtyGood.
           MOVE ZERO TO RaQtyDamaged.
           MOVE ZERO TO RaRecvDate.
           WRITE ReturnAuthRecord.

       LoadReturns.
           MOVE ZERO TO WSRtCount.
           MOVE 'N' TO WSRtOverflow.
           MOVE 'N' TO WSEOF.
           OPEN INPUT ReturnFile.
           IF WSReturnStatus = "00"
              PERFORM UNTIL EndOfPass
                 READ ReturnFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSRtCount < 500
                            ADD 1 TO WSRtCount
                            MOVE ReturnAuthRecord
                                TO WSRtRecord(WSRtCount)
                            MOVE 'N' TO WSRtTouched(WSRtCount)
                         ELSE
                            SET RtTableFull TO TRUE
                         END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE ReturnFile.
           MOVE 'N' TO WSEOF.

      *> Each open line of the RA is counted in - fit to sell and
      *> damaged - and nothing moves until the operator confirms the
      *> whole receipt
       ReceiveReturn.
           MOVE SPACES TO WSRaEntry.
           DISPLAY "RA number being received (digits after RA) "
               WITH NO ADVANCING.
           ACCEPT WSRaEntry.
           IF WSRaEntry NOT NUMERIC
              DISPLAY "Invalid RA number - enter 4 numeric digits"
           ELSE
              MOVE WSRaEntry TO WSRaWanted
              PERFORM LoadReturns
              MOVE ZERO TO WSRaFound
              MOVE ZERO TO WSRaOpenLines
              PERFORM VARYING WSRtIdx FROM 1 BY 1
                  UNTIL WSRtIdx > WSRtCount
                  MOVE WSRtRecord(WSRtIdx) TO ReturnAuthRecord
                  IF RaNum = WSRaWanted
                     ADD 1 TO WSRaFound
                     IF RaOpen
                        ADD 1 TO WSRaOpenLines
                        MOVE RaCustID TO WSRaCustID
                        MOVE RaInvNum TO WSRaInvNum
                        MOVE RaSalesRep TO WSRaRep
                     END-IF
                  END-IF
              END-PERFORM
              EVALUATE TRUE
                  WHEN RtTableFull
                      DISPLAY "returns: ReturnAuth.dat has more than "
                          "500 lines - archive received RAs first"
                  WHEN WSRaFound = ZERO
                      DISPLAY "RA" WSRaEntry " is not on file"
                  WHEN WSRaOpenLines = ZERO
                      DISPLAY "RA" WSRaEntry " has already been "
                          "received"
                  WHEN OTHER
                      PERFORM CountReturnIn
              END-EVALUATE
           END-IF.

       CountReturnIn.
           MOVE ZERO TO WSCreditNet.
           MOVE ZERO TO WSCreditTax.
           DISPLAY "RA" WSRaEntry " - invoice " WSRaInvNum
               " customer " WSRaCustID.
           PERFORM CountOneLineIn
               VARYING WSRtIdx FROM 1 BY 1
               UNTIL WSRtIdx > WSRtCount.
           COMPUTE WSCreditAmount = WSCreditNet + WSCreditTax.
           MOVE WSCreditAmount TO WSAmountShown.
           DISPLAY "Restock and credit the customer " WSAmountShown
               " including tax (Y/N) " WITH NO ADVANCING.
           ACCEPT WSConfirm.
           IF ConfirmYes
              PERFORM LoadProducts
              IF RETURN-CODE NOT = ZERO
                 DISPLAY "Return not received - nothing changed"
                 MOVE ZERO TO RETURN-CODE
              ELSE
      *> The RA is marked received first - a session that dies part
      *> way can then never credit the same goods twice
                 PERFORM RewriteReturns
                 PERFORM RestockOneLine
                     VARYING WSRtIdx FROM 1 BY 1
                     UNTIL WSRtIdx > WSRtCount
                 PERFORM SaveProducts
                 IF WSCreditAmount > ZERO
                    PERFORM PostReturnCredit
                 END-IF
                 ADD 1 TO WSReceivedCount
              END-IF
           ELSE
              DISPLAY "Return not received - nothing changed"
           END-IF.

      *> The credit is the returned share of what the line charged -
      *> price and tax both, in proportion to the quantity sold
       CountOneLineIn.
           MOVE WSRtRecord(WSRtIdx) TO ReturnAuthRecord.
           IF RaNum = WSRaWanted AND RaOpen
              DISPLAY "Line " RaLineNo ": " RaProduct " size " RaSize
                  " - " RaQtyAuth " authorized"
              MOVE 'N' TO WSEntryOK
              PERFORM AcceptReceivedQty UNTIL EntryClean
              MOVE WSGoodNum TO RaQtyGood
              MOVE WSDamagedNum TO RaQtyDamaged
              SET RaReceived TO TRUE
              MOVE WSToday TO RaRecvDate
              MOVE ReturnAuthRecord TO WSRtRecord(WSRtIdx)
              MOVE 'Y' TO WSRtTouched(WSRtIdx)
              COMPUTE WSBackQty = WSGoodNum + WSDamagedNum
              IF WSBackQty > ZERO AND RaSoldQty > ZERO
                 COMPUTE WSLineNet ROUNDED =
                     RaLinePrice * WSBackQty / RaSoldQty
                 COMPUTE WSLineTaxBack ROUNDED =
                     RaLineTax * WSBackQty / RaSoldQty
                 ADD WSLineNet TO WSCreditNet
                 ADD WSLineTaxBack TO WSCreditTax
              END-IF
           END-IF.

      *> Whatever didn't arrive stays with the customer and isn't
      *> credited - good plus damaged can't exceed the authorization
       AcceptReceivedQty.
           MOVE SPACES TO WSGoodEntry.
           MOVE SPACES TO WSDamagedEntry.
           DISPLAY "  Received fit to sell " WITH NO ADVANCING.
           ACCEPT WSGoodEntry.
           DISPLAY "  Received damaged     " WITH NO ADVANCING.
           ACCEPT WSDamagedEntry.
           EVALUATE TRUE
               WHEN WSGoodEntry NOT NUMERIC
                   OR WSDamagedEntry NOT NUMERIC
                   DISPLAY "  Quantities must be 3 numeric digits"
               WHEN OTHER
                   MOVE WSGoodEntry TO WSGoodNum
                   MOVE WSDamagedEntry TO WSDamagedNum
                   IF WSGoodNum + WSDamagedNum > RaQtyAuth
                      DISPLAY "  Only " RaQtyAuth " were authorized"
                   ELSE
                      SET EntryClean TO TRUE
                   END-IF
           END-EVALUATE.

      *> Good stock goes back on the shelf as an R movement the way
      *> an invtrans.cob receipt does; damaged stock is logged as S
      *> scrap and never reaches on-hand
       RestockOneLine.
           IF WSRtTouched(WSRtIdx) = 'Y'
              MOVE WSRtRecord(WSRtIdx) TO ReturnAuthRecord
              IF RaQtyGood > ZERO
                 PERFORM FindProduct
                 IF ProductFound AND WSSizeIdx > ZERO
                    ADD RaQtyGood
                        TO ProdQtyBySize(ShirtIdx, WSSizeIdx)
                    PERFORM CostReturnedGoods
                    MOVE 'R' TO WSMvType
                    MOVE RaQtyGood TO WSMvQty
                    MOVE "returned" TO WSMvOutcome
                 ELSE
                    DISPLAY "returns: " RaProduct " size " RaSize
                        " no longer on Product.dat - "
                        RaQtyGood " not restocked"
                    MOVE 'R' TO WSMvType
                    MOVE RaQtyGood TO WSMvQty
                    MOVE "rejected - unknown" TO WSMvOutcome
                 END-IF
                 PERFORM WriteMovement
              END-IF
              IF RaQtyDamaged > ZERO
                 MOVE 'S' TO WSMvType
                 MOVE RaQtyDamaged TO WSMvQty
                 MOVE "scrapped" TO WSMvOutcome
                 PERFORM WriteMovement
              END-IF
           END-IF.

      *> The invoice's own sales detail says what this product and
      *> size cost when it shipped; the average stands in for a line
      *> written before costs were kept
       CostReturnedGoods.
           MOVE ZERO TO WSIssueCost.
           MOVE ZERO TO WSIssueQty.
           MOVE 'N' TO WSEOF.
           OPEN INPUT DetailFile.
           IF WSDetailStatus = "00"
              PERFORM UNTIL EndOfPass
                 READ DetailFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF SdInvNum = RaInvNum
                            AND SdProduct = RaProduct
                            AND SdSize = RaSize
                            AND SdCost NUMERIC
                            AND SdQty NUMERIC
                            ADD SdCost TO WSIssueCost
                            ADD SdQty TO WSIssueQty
                         END-IF
                 END-READ
              END-PERFORM
              MOVE 'N' TO WSEOF
           END-IF.
           CLOSE DetailFile.
           IF WSIssueQty > ZERO
              COMPUTE WSLineCost ROUNDED =
                  WSIssueCost * RaQtyGood / WSIssueQty
           ELSE
              IF ProdAvgCost(ShirtIdx) NUMERIC
                 COMPUTE WSLineCost =
                     ProdAvgCost(ShirtIdx) * RaQtyGood
              ELSE
                 MOVE ZERO TO WSLineCost
              END-IF
           END-IF.
           COMPUTE WSPriorQty =
               ProdQtyBySize(ShirtIdx, 1)
               + ProdQtyBySize(ShirtIdx, 2)
               + ProdQtyBySize(ShirtIdx, 3)
               - RaQtyGood.
           IF WSLineCost > ZERO
              IF ProdAvgCost(ShirtIdx) NOT NUMERIC
                 OR ProdAvgCost(ShirtIdx) = ZERO
                 OR WSPriorQty = ZERO
                 COMPUTE WSNewAvg ROUNDED = WSLineCost / RaQtyGood
              ELSE
                 COMPUTE WSNewAvg ROUNDED =
                     ((WSPriorQty * ProdAvgCost(ShirtIdx))
                      + WSLineCost)
                     / (WSPriorQty + RaQtyGood)
              END-IF
              MOVE WSNewAvg TO ProdAvgCost(ShirtIdx)
              ADD WSLineCost TO WSGLCostBack
           END-IF.

       FindProduct.
           MOVE 'N' TO WSProdFound.
           MOVE ZERO TO WSSizeIdx.
           SET ShirtIdx TO 1.
           IF WSProdCount > ZERO
              SEARCH Shirt
                  AT END CONTINUE
                  WHEN ProdName(ShirtIdx) = RaProduct
                      SET ProductFound TO TRUE
              END-SEARCH
           END-IF.
           IF ProductFound
              PERFORM VARYING WSSizeScan FROM 1 BY 1
                  UNTIL WSSizeScan > 3 OR WSSizeIdx > 0
                  IF ProdSizes(ShirtIdx, WSSizeScan) = RaSize
                     MOVE WSSizeScan TO WSSizeIdx
                  END-IF
              END-PERFORM
           END-IF.

       WriteMovement.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WSMvTime.
           MOVE RaProduct TO WSMvProduct.
           MOVE RaSize TO WSMvSize.
           OPEN EXTEND MovementFile.
           IF WSMovementStatus = "35"
              OPEN OUTPUT MovementFile
              CLOSE MovementFile
              OPEN EXTEND MovementFile
           END-IF.
           WRITE MovementLine FROM WSMovementRecord.
           CLOSE MovementFile.

       LoadProducts.
           MOVE ZERO TO WSProdCount.
           MOVE 'N' TO WSEOF.
           OPEN INPUT ProductFile.
           MOVE WSProductStatus TO WSCheckFileStatus.
           MOVE "returns" TO WSCheckProgLabel.
           MOVE "Product.dat" TO WSCheckFileLabel.
           PERFORM CheckFileStatus.
           IF RETURN-CODE NOT = ZERO
              CLOSE ProductFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ ProductFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSProdCount = 20
                            DISPLAY "returns: Product.dat has more "
                                "than 20 products - table exceeded"
                            MOVE 16 TO RETURN-CODE
                            MOVE 'Y' TO WSEOF
                         ELSE
                            ADD 1 TO WSProdCount
                            MOVE ProductRecord TO Shirt(WSProdCount)
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE ProductFile
              MOVE 'N' TO WSEOF
           END-IF.

       SaveProducts.
           OPEN OUTPUT ProductFile.
           IF WSProductStatus NOT = "00"
              DISPLAY "returns: unable to save Product.dat - status "
                  WSProductStatus " - restock the movements by hand"
           ELSE
              PERFORM VARYING ShirtIdx FROM 1 BY 1
                  UNTIL ShirtIdx > WSProdCount
                  MOVE Shirt(ShirtIdx) TO ProductRecord
                  WRITE ProductRecord
              END-PERFORM
           END-IF.
           CLOSE ProductFile.

       RewriteReturns.
           OPEN OUTPUT ReturnFile.
           IF WSReturnStatus NOT = "00"
              DISPLAY "returns: unable to rewrite ReturnAuth.dat - "
                  "status " WSReturnStatus
           ELSE
              PERFORM VARYING WSRtIdx FROM 1 BY 1
                  UNTIL WSRtIdx > WSRtCount
                  MOVE WSRtRecord(WSRtIdx) TO ReturnAuthRecord
                  WRITE ReturnAuthRecord
              END-PERFORM
           END-IF.
           CLOSE ReturnFile.

      *> A C line, reason RTN, under the RA number, carrying the
      *> invoice's salesperson - applied to the returned invoice
      *> first, any excess held on account, the way aradjust.cob
      *> applies a credit that quotes its invoice
       PostReturnCredit.
           MOVE SPACES TO WSReturnRef.
           STRING "RA" WSRaEntry DELIMITED BY SIZE
               INTO WSReturnRef.
           MOVE 'N' TO WSAlFlag.
           MOVE ZERO TO WSAlCount.
           MOVE WSCreditAmount TO WSAlLeft.
           MOVE WSRaCustID TO WSAlCustID.
           MOVE WSRaCustID TO WSOiCustID.
           MOVE 'C' TO WSAlType.
           MOVE WSToday TO WSAlDate.
           MOVE WSReturnRef TO WSAlRef.
           MOVE WSRaInvNum TO WSAlQuotedRef.
           PERFORM LoadOpenItems.
           IF NOT OiTableFull
              PERFORM ApplyQuotedRef
           END-IF.
           MOVE SPACES TO ARLedgerRecord.
           MOVE WSRaCustID TO ALCustID.
           MOVE 'C' TO ALType.
           MOVE WSToday TO ALDate.
           MOVE WSReturnRef TO ALRef.
           MOVE WSCreditAmount TO ALAmount.
           MOVE "RTN" TO ALReason.
           MOVE WSRaRep TO ALSalesRep.
           OPEN I-O ARLedgerFile.
           IF WSLedgerStatus = "35"
              OPEN OUTPUT ARLedgerFile
              CLOSE ARLedgerFile
              OPEN I-O ARLedgerFile
           END-IF.
           PERFORM PostLedgerLine.
           CLOSE ARLedgerFile.
           IF LedgerLinePosted
              PERFORM PostBalanceCredit
              PERFORM WriteAllocation
              ADD WSCreditNet TO WSGLNet
              ADD WSCreditTax TO WSGLTax
              ADD WSCreditAmount TO WSGLTotal
              PERFORM ReverseReturnTax
           END-IF.

       PostBalanceCredit.
           OPEN I-O ARBalanceFile.
           IF WSBalanceStatus = "35"
              OPEN OUTPUT ARBalanceFile
              CLOSE ARBalanceFile
              OPEN I-O ARBalanceFile
           END-IF.
           IF WSBalanceStatus NOT = "00"
              DISPLAY "returns: ARBalance.dat unavailable - status "
                  WSBalanceStatus " - ledger written, balance not "
                  "updated"
              CLOSE ARBalanceFile
           ELSE
              MOVE WSRaCustID TO ArCustID
              READ ARBalanceFile
                  INVALID KEY
                      MOVE WSRaCustID TO ArCustID
                      COMPUTE ArBalance = ZERO - WSCreditAmount
                      WRITE ARBalanceRecord
                      END-WRITE
                      MOVE ArBalance TO WSNewBalance
                  NOT INVALID KEY
                      SUBTRACT WSCreditAmount FROM ArBalance
                      REWRITE ARBalanceRecord
                      END-REWRITE
                      MOVE ArBalance TO WSNewBalance
              END-READ
              CLOSE ARBalanceFile
              MOVE WSNewBalance TO WSBalanceShown
              DISPLAY "Credit " WSReturnRef " recorded - balance "
                  "now " WSBalanceShown
           END-IF.

      *> One TaxDetail.dat return-credit line per RA line that came
      *> back, for the same share of price and tax the credit
      *> carried. Same create-if-missing handling the other EXTEND
      *> files use.
       ReverseReturnTax.
           MOVE WSRaInvNum TO IhInvNum.
           READ HistoryFile
               INVALID KEY
                   DISPLAY "returns: invoice " WSRaInvNum " is not on "
                       "InvoiceHistory.dat - tax detail not reversed"
               NOT INVALID KEY
                   PERFORM FindExemptLines
                   OPEN EXTEND TaxDetailFile
                   IF WSTaxDetailStatus = "35"
                      OPEN OUTPUT TaxDetailFile
                      CLOSE TaxDetailFile
                      OPEN EXTEND TaxDetailFile
                   END-IF
                   IF WSTaxDetailStatus NOT = "00"
                      DISPLAY "returns: TaxDetail.dat unavailable - "
                          "status " WSTaxDetailStatus
                          " - tax detail not reversed"
                   ELSE
                      PERFORM WriteTaxReversal
                          VARYING WSRtIdx FROM 1 BY 1
                          UNTIL WSRtIdx > WSRtCount
                   END-IF
                   CLOSE TaxDetailFile
           END-READ.

      *> fixed.cob flags every line of a jurisdiction the customer
      *> holds a certificate for, so an exempt sale line on the
      *> invoice marks all of its lines taxed there
       FindExemptLines.
           MOVE SPACES TO WSInvExempt.
           MOVE 'N' TO WSEOF.
           OPEN INPUT TaxDetailFile.
           IF WSTaxDetailStatus = "00"
              PERFORM UNTIL EndOfPass
                 READ TaxDetailFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF TdInvNum = WSRaInvNum AND TdSaleLine
                            AND TdExemptSale
                            PERFORM MarkExemptLine
                                VARYING WSHLIdx FROM 1 BY 1
                                UNTIL WSHLIdx > IhLineCount
                                   OR WSHLIdx > 15
                         END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE TaxDetailFile.
           MOVE 'N' TO WSEOF.

       MarkExemptLine.
           IF IhJurisdiction(WSHLIdx) = TdJurisdiction
              MOVE 'E' TO WSIeFlag(WSHLIdx)
           END-IF.

       WriteTaxReversal.
           MOVE WSRtRecord(WSRtIdx) TO ReturnAuthRecord.
           IF WSRtTouched(WSRtIdx) = 'Y' AND RaNum = WSRaWanted
              AND RaInvLine > ZERO AND RaInvLine NOT > 15
              COMPUTE WSBackQty = RaQtyGood + RaQtyDamaged
              IF WSBackQty > ZERO AND RaSoldQty > ZERO
                 COMPUTE WSLineNet ROUNDED =
                     RaLinePrice * WSBackQty / RaSoldQty
                 COMPUTE WSLineTaxBack ROUNDED =
                     RaLineTax * WSBackQty / RaSoldQty
                 MOVE SPACES TO TaxDetailRecord
                 MOVE WSToday TO TdDate
                 MOVE RaInvNum TO TdInvNum
                 MOVE IhJurisdiction(RaInvLine) TO TdJurisdiction
                 MOVE WSLineNet TO TdTaxable
                 MOVE WSLineTaxBack TO TdTax
                 MOVE WSIeFlag(RaInvLine) TO TdExemptFlag
                 SET TdReturnCredit TO TRUE
                 WRITE TaxDetailRecord
              END-IF
           END-IF.

      *> The session's double entry - sales credits and the tax
      *> given back debited, AR credited, debits equal to credits by
      *> construction. Same create-if-missing handling the other
      *> EXTEND files use.
       PostSessionToGL.
           IF WSGLTotal = ZERO AND WSGLCostBack = ZERO
              CONTINUE
           ELSE
              OPEN EXTEND GLJournalFile
              IF WSGLStatus = "35"
                 OPEN OUTPUT GLJournalFile
                 CLOSE GLJournalFile
                 OPEN EXTEND GLJournalFile
              END-IF
              IF WSGLStatus NOT = "00"
                 DISPLAY "returns: GLJournal.dat unavailable - "
                     "status " WSGLStatus
                     " - journal lines not written"
              ELSE
                 MOVE SPACES TO GLJournalRecord
                 MOVE WSToday TO GjDate
                 MOVE "returns" TO GjSource
                 IF WSGLTotal > ZERO
                    MOVE 4100 TO GjAccount
                    MOVE 'D' TO GjDrCr
                    MOVE WSGLNet TO GjAmount
                    MOVE "Customer returns" TO GjDesc
                    WRITE GLJournalRecord
                    END-WRITE
                    IF WSGLTax > ZERO
                       MOVE 2200 TO GjAccount
                       MOVE WSGLTax TO GjAmount
                       MOVE "Tax on returns" TO GjDesc
                       WRITE GLJournalRecord
                       END-WRITE
                    END-IF
                    MOVE 1100 TO GjAccount
                    MOVE 'C' TO GjDrCr
                    MOVE WSGLTotal TO GjAmount
                    MOVE "Customer returns" TO GjDesc
                    WRITE GLJournalRecord
                    END-WRITE
                 END-IF
      *> Restocked goods come off cost of sales and back into
      *> inventory at the cost they shipped at
                 IF WSGLCostBack > ZERO
                    MOVE 1200 TO GjAccount
                    MOVE 'D' TO GjDrCr
                    MOVE WSGLCostBack TO GjAmount
                    MOVE "Returns to stock" TO GjDesc
                    WRITE GLJournalRecord
                    END-WRITE
                    MOVE 5100 TO GjAccount
                    MOVE 'C' TO GjDrCr
                    WRITE GLJournalRecord
                    END-WRITE
                 END-IF
              END-IF
              CLOSE GLJournalFile
           END-IF.

      *> Shared closed-period lookup - see Copybooks/arperiodchk.cpy
      *> for the fields
       COPY arperiodchkp.

      *> Shared open-item lookup and allocation - see
      *> Copybooks/aropenitem.cpy for the fields
       COPY aropenitemp.

      *> Shared keyed ledger access - see Copybooks/arledgerkey.cpy
      *> for the fields
       COPY arledgerkeyp.

      *> Shared file-open error handling - see
      *> Copybooks/filestatuschk.cpy for the fields
       COPY filestatuschkp.
