      *> Shared TaxDetail.dat line layout, COPYed into the FD by
      *> fixed.cob (which writes one line per priced line item),
      *> arcredit.cob (which retracts a rejected hold's lines),
      *> returns.cob (which reverses the tax on goods that come back)
      *> and artaxreport.cob so the columns only change in one place.
      *> Accumulates across runs the way SalesDetail.dat does, so the
      *> filing report can span the month. TdTaxable and TdTax are
      *> always positive - a return credit says so in TdLineKind and
      *> the report takes it off.
       01 TaxDetailRecord.
              02 TdDate          PIC 9(8).
              02 FILLER          PIC X(1).
              02 TdInvNum        PIC 9(6).
              02 FILLER          PIC X(1).
              02 TdJurisdiction  PIC X(2).
              02 FILLER          PIC X(1).
              02 TdTaxable       PIC 9(6)V99.
              02 FILLER          PIC X(1).
              02 TdTax           PIC 9(6)V99.
      *> E marks a line a certificate made exempt - its taxable
      *> column is the exempt sale and its tax is zero
              02 FILLER          PIC X(1).
              02 TdExemptFlag    PIC X.
                  88 TdExemptSale    VALUE 'E'.
      *> R marks a return credit against the invoice - dated the
      *> day the goods came back. Blank (every line written before
      *> returns were reversed) is a sale.
              02 FILLER          PIC X(1).
              02 TdLineKind      PIC X.
                  88 TdSaleLine      VALUE SPACE.
                  88 TdReturnCredit  VALUE 'R'.
