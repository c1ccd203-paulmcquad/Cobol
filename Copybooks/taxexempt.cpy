      *> Shared TaxExempt.dat record layout, COPYed into the FD by
      *> taxexmaint.cob (which keeps the certificates), fixed.cob
      *> (which stops charging tax on the lines a certificate
      *> covers) and taxexpiry.cob (the monthly list of certificates
      *> about to run out) so the layout only changes in one place.
      *> Keyed on IDNum - one certificate on file per customer, a
      *> renewal replaces the old one. Up to six jurisdiction codes;
      *> unused slots are spaces. The certificate covers sales dated
      *> up to and including TxeExpiryDate.
       01 TaxExemptRecord.
              02 TxeCustID       PIC 9(8) COMP-3.
              02 TxeCertNumber   PIC X(15).
              02 TxeJurisdictions.
                  03 TxeJurisdiction PIC X(2) OCCURS 6 TIMES.
              02 TxeIssueDate    PIC 9(8).
              02 TxeExpiryDate   PIC 9(8).
              02 TxeRecordedBy   PIC X(10).
              02 TxeRecordedOn   PIC 9(8).
