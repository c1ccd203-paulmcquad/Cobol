      *> Shared SupplierMaster.dat line layout, COPYed into the FD by
      *> porder.cob (which raises purchase orders against it and
      *> maintains it), apinvoice.cob (which takes each supplier's
      *> invoices and dates them due by the supplier's terms) and
      *> appay.cob (which addresses the supplier checks). One line
      *> per supplier: the code every PO and invoice carries, the
      *> name, phone, payment terms in days and the two-line remit
      *> address printed on the check. Terms left blank or zero
      *> fall back to the SUPPLIER-PAY-DAYS setting (default 30).
       01 SupplierRecord.
              02 SupCode     PIC X(4).
              02 FILLER      PIC X(1).
              02 SupName     PIC X(20).
              02 FILLER      PIC X(1).
              02 SupPhone    PIC X(12).
              02 FILLER      PIC X(1).
              02 SupTerms    PIC 9(3).
              02 FILLER      PIC X(1).
              02 SupStreet   PIC X(25).
              02 FILLER      PIC X(1).
              02 SupCity     PIC X(25).
