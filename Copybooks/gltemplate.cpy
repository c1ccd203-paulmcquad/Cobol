      *> Shared GLTemplates.dat record layout, COPYed into the FD by
      *> glentry.cob (which maintains the templates) and glrecur.cob
      *> (which posts them at the start of each month) so the layout
      *> only changes in one place. A template is a journal entry the
      *> accountant makes every month - rent, depreciation - held as
      *> a T record (template ID, description, whether the entry
      *> reverses itself on the first of the following month, and
      *> the month it was last posted for) followed by its L lines
      *> (account, D or C, amount), the same header-then-details shape
      *> StandingOrders.dat uses. Its lines always balance -
      *> glentry.cob will not save one that does not.
       01 GLTemplateRecord.
              02 GtRecType       PIC X.
                  88 GtHeader        VALUE 'T'.
                  88 GtLine          VALUE 'L'.
              02 GtRecBody       PIC X(40).
              02 GtHeaderView REDEFINES GtRecBody.
                  03 GtTemplateID    PIC X(6).
                  03 FILLER          PIC X(1).
                  03 GtDesc          PIC X(20).
                  03 FILLER          PIC X(1).
                  03 GtReversing     PIC X.
                      88 GtReverses      VALUE 'Y'.
                  03 FILLER          PIC X(1).
                  03 GtLastPosted    PIC 9(6).
                  03 FILLER          PIC X(4).
              02 GtLineView REDEFINES GtRecBody.
                  03 GtAccount       PIC 9(4).
                  03 FILLER          PIC X(1).
                  03 GtDrCr          PIC X.
                  03 FILLER          PIC X(1).
                  03 GtAmount        PIC 9(7)V99.
                  03 FILLER          PIC X(24).
