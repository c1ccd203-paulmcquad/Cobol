      *> Shared CustomerPrices.dat record layout, COPYed into the FD
      *> by custpricemaint.cob (which keeps the contracts) and
      *> contractprice.cob (the lookup fixed.cob and orderentry.cob
      *> CALL) so the layout only changes in one place. Keyed on the
      *> customer and product together - one contract per customer
      *> per product, a renegotiation replaces it. The contract is in
      *> force from CpEffDate through CpExpiryDate (zero expiry means
      *> open-ended). Up to four quantity breaks: a line pays the
      *> price of the highest CpMinQty its quantity reaches; a line
      *> below every break pays list. Unused tiers are zero.
       01 CustPriceRecord.
              02 CpKey.
                  03 CpCustID        PIC 9(8) COMP-3.
                  03 CpProduct       PIC X(5).
              02 CpEffDate       PIC 9(8).
              02 CpExpiryDate    PIC 9(8).
              02 CpTier OCCURS 4 TIMES.
                  03 CpMinQty        PIC 9(3).
                  03 CpPrice         PIC 9(4)V99.
              02 CpRecordedBy    PIC X(10).
              02 CpRecordedOn    PIC 9(8).
