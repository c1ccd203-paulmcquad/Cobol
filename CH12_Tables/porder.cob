       *> report; (S)uppliers lists and adds to the supplier master,
       *> taxmaint.cob-style. invtrans.cob checks receipts off
       *> against the orders raised here.
       *> NEW : each order carries the unit cost agreed with the
       *> supplier, keyed as it is raised - apinvoice.cob matches the
       *> supplier's invoice to it - and the supplier master carries
       *> payment terms and the remit address the checks go to.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              02 FILLER       PIC X(2).
              02 SugOrderQty  PIC 9(4).
       FD SupplierFile.
       *> NEW : shared with apinvoice.cob and appay.cob via
       *> Copybooks/suprec.cpy
       COPY suprec.
       FD POFile.
       *> NEW : shared with invtrans.cob via Copybooks/porec.cpy so
       *> the layout only changes in one place
       FD POCtlFile.
       01 POCtlRecord    PIC 9(6).
       FD ReportFile.
       01 ReportLine   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WSSuggestStatus  PIC XX.
       01 WSCodeEntry      PIC X(4).
       01 WSNameEntry      PIC X(20).
       01 WSPhoneEntry     PIC X(12).
       *> NEW : terms and remit address, and the agreed unit cost
       01 WSTermsEntry     PIC X(3).
       01 WSStreetEntry    PIC X(25).
       01 WSCityEntry      PIC X(25).
       01 WSCostEntry      PIC X(10).
       01 WSAmountCheck    PIC S9(4) COMP-5.
       01 WSUnitCost       PIC 9(4)V99.
       01 WSPOReportLine.
              02 WSRNum       PIC 9(6).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSRReceived  PIC ZZZ9.
              02 FILLER       PIC X(9) VALUE "  raised ".
              02 WSRDate      PIC 9(8).
              02 FILLER       PIC X(7) VALUE "  cost ".
              02 WSRCost      PIC ZZZ9.99.

       PROCEDURE DIVISION.
       Main.
           IF AcceptSuggestion
              PERFORM TakeSupplierCode
              IF SupplierFound
                 PERFORM TakeUnitCost
                 IF WSUnitCost > ZERO
                    PERFORM RaiseOnePO
                    MOVE 'N' TO WSSugKeep(WSSugIdx)
                 ELSE
                    DISPLAY "  Suggestion kept - no valid unit cost"
                 END-IF
              ELSE
                 DISPLAY "  Suggestion kept - no valid supplier"
              END-IF
                  "master"
           END-IF.

       *> NEW : the price the supplier quoted for one unit - what
       *> their invoice will be held to
       TakeUnitCost.
           MOVE ZERO TO WSUnitCost.
           MOVE SPACES TO WSCostEntry.
           DISPLAY "  Agreed unit cost " WITH NO ADVANCING.
           ACCEPT WSCostEntry.
           MOVE FUNCTION TEST-NUMVAL(WSCostEntry) TO WSAmountCheck.
           IF WSAmountCheck = ZERO
              AND FUNCTION NUMVAL(WSCostEntry) < 10000
              COMPUTE WSUnitCost = FUNCTION NUMVAL(WSCostEntry)
           END-IF.

       *> NEW : the number is taken and the control file saved
       *> before the order writes - same discipline every control
       *> file in the shop follows
           MOVE ZERO TO PoQtyReceived.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PoDate.
           MOVE 'O' TO PoStatus.
           MOVE WSUnitCost TO PoUnitCost.
           MOVE ZERO TO PoQtyInvoiced.
           OPEN EXTEND POFile.
           IF WSPOStatus = "35"
              OPEN OUTPUT POFile
                               MOVE PoQtyOrdered TO WSROrdered
                               MOVE PoQtyReceived TO WSRReceived
                               MOVE PoDate TO WSRDate
                               IF PoUnitCost NUMERIC
                                  MOVE PoUnitCost TO WSRCost
                               ELSE
                                  MOVE ZERO TO WSRCost
                               END-IF
                               WRITE ReportLine
                                   FROM WSPOReportLine
                                   AFTER ADVANCING 1 LINE
                 MOVE SPACES TO WSPhoneEntry
                 DISPLAY "Phone " WITH NO ADVANCING
                 ACCEPT WSPhoneEntry
       *> NEW : terms and the remit address for the supplier checks
                 MOVE SPACES TO WSTermsEntry
                 DISPLAY "Payment terms in days (blank = standard) "
                     WITH NO ADVANCING
                 ACCEPT WSTermsEntry
                 MOVE SPACES TO WSStreetEntry
                 DISPLAY "Remit street " WITH NO ADVANCING
                 ACCEPT WSStreetEntry
                 MOVE SPACES TO WSCityEntry
                 DISPLAY "Remit city, state, postal code "
                     WITH NO ADVANCING
                 ACCEPT WSCityEntry
                 MOVE SPACES TO SupplierRecord
                 MOVE WSCodeEntry TO SupCode
                 MOVE WSNameEntry TO SupName
                 MOVE WSPhoneEntry TO SupPhone
                 MOVE FUNCTION TEST-NUMVAL(WSTermsEntry)
                     TO WSAmountCheck
                 IF WSAmountCheck = ZERO
                    COMPUTE SupTerms = FUNCTION NUMVAL(WSTermsEntry)
                 ELSE
                    MOVE ZERO TO SupTerms
                 END-IF
                 MOVE WSStreetEntry TO SupStreet
                 MOVE WSCityEntry TO SupCity
                 OPEN EXTEND SupplierFile
                 IF WSSupplierStatus = "35"
                    OPEN OUTPUT SupplierFile
