       *> the month the operator names (the way arstatement.cob asks
       *> for its month) and prints SalesTaxReport.txt for the
       *> return.
       *> NEW : sales made under a customer's exemption certificate
       *> are flagged exempt in TaxDetail.dat and reported in their
       *> own column per jurisdiction - the return declares exempt
       *> sales separately, so they are kept out of the taxable
       *> total.
       *> NEW : goods that come back through returns.cob are credited
       *> their share of the line's tax, and TaxDetail.dat carries a
       *> return-credit line for it dated the day they came back.
       *> Those lines come off the month's taxable (or exempt) sales
       *> and tax collected, so a month of returns can show a
       *> jurisdiction net negative.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD TaxDetailFile.
       *> NEW : shared with returns.cob and the other TaxDetail.dat
       *> programs via Copybooks/taxdetail.cpy so the layout only
       *> changes in one place
       COPY taxdetail.
       FD ReportFile.
       01 ReportLine   PIC X(70).

                  03 WSJurCode      PIC X(2).
                  03 WSJurTaxable   PIC S9(8)V99 COMP-3.
                  03 WSJurTax       PIC S9(8)V99 COMP-3.
                  03 WSJurExempt    PIC S9(8)V99 COMP-3.
       01 WSJurCount        PIC 99 VALUE ZERO.
       01 WSTableIdx        PIC 99.
       01 WSScanIdx         PIC 99.
       01 WSLineCount       PIC 9(6) VALUE ZERO.
       01 WSTotTaxable      PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WSTotTax          PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WSTotExempt       PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WSColumnHeads.
              02 FILLER  PIC X(14) VALUE "Jurisdiction".
              02 FILLER  PIC X(16) VALUE " Taxable sales".
              02 FILLER  PIC X(16) VALUE " Tax collected".
              02 FILLER  PIC X(16) VALUE "  Exempt sales".
       01 WSDetailLine.
              02 FILLER        PIC X(5) VALUE SPACES.
              02 WSDJurCode    PIC X(2).
              02 FILLER        PIC X(7) VALUE SPACES.
      *> NEW : trailing sign for a month where returns outweigh sales
              02 WSDTaxable    PIC $$$,$$$,$$9.99-.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSDTax        PIC $$$,$$$,$$9.99-.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSDExempt     PIC $$$,$$$,$$9.99-.
       01 WSTotalLine.
              02 FILLER        PIC X(14) VALUE "Totals".
              02 WSTTaxable    PIC $$$,$$$,$$9.99-.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSTTax        PIC $$$,$$$,$$9.99-.
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSTExempt     PIC $$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       Main.
                    MOVE TdJurisdiction TO WSJurCode(WSJurCount)
                    MOVE ZERO TO WSJurTaxable(WSJurCount)
                    MOVE ZERO TO WSJurTax(WSJurCount)
                    MOVE ZERO TO WSJurExempt(WSJurCount)
                    MOVE WSJurCount TO WSFoundIdx
                 ELSE
                    SET JurTableFull TO TRUE
                 END-IF
              END-IF
      *> NEW : a return credit takes back what its sale added
              EVALUATE TRUE
                  WHEN WSFoundIdx = ZERO
                      CONTINUE
                  WHEN TdReturnCredit AND TdExemptSale
                      SUBTRACT TdTaxable FROM WSJurExempt(WSFoundIdx)
                      SUBTRACT TdTaxable FROM WSTotExempt
                  WHEN TdReturnCredit
                      SUBTRACT TdTaxable
                          FROM WSJurTaxable(WSFoundIdx)
                      SUBTRACT TdTax FROM WSJurTax(WSFoundIdx)
                      SUBTRACT TdTaxable FROM WSTotTaxable
                      SUBTRACT TdTax FROM WSTotTax
                  WHEN TdExemptSale
                      ADD TdTaxable TO WSJurExempt(WSFoundIdx)
                      ADD TdTaxable TO WSTotExempt
                  WHEN OTHER
                      ADD TdTaxable TO WSJurTaxable(WSFoundIdx)
                      ADD TdTax TO WSJurTax(WSFoundIdx)
                      ADD TdTaxable TO WSTotTaxable
                      ADD TdTax TO WSTotTax
              END-EVALUATE
           END-IF.

       PrintTaxReport.
               MOVE WSJurCode(WSTableIdx) TO WSDJurCode
               MOVE WSJurTaxable(WSTableIdx) TO WSDTaxable
               MOVE WSJurTax(WSTableIdx) TO WSDTax
               MOVE WSJurExempt(WSTableIdx) TO WSDExempt
               WRITE ReportLine FROM WSDetailLine
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-PERFORM.
           MOVE WSTotTaxable TO WSTTaxable.
           MOVE WSTotTax TO WSTTax.
           MOVE WSTotExempt TO WSTExempt.
           WRITE ReportLine FROM WSTotalLine
               AFTER ADVANCING 2 LINES
           END-WRITE.
