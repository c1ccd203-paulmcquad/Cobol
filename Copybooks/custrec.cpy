      *> NEW : packed-decimal so growing record counts take less
      *> space on disk and arithmetic/compares on IDNum run faster
              02 IDNum    PIC 9(8) COMP-3.
      *> NEW : LastName then FirstName make up the alternate record
      *> key CustNameKey (duplicates allowed) declared on every
      *> SELECT for Customer.dat, so a name search STARTs on the
      *> name instead of walking the file from the first IDNum. A
      *> split key, because the name group holds FirstName first.
              02 CustName.
                  03 FirstName    PIC X(15).
                  03 LastName     PIC X(15).
                  88 TermsNet60          VALUE 'N60'.
                  88 TermsOnAccount      VALUE 'ACC'.
                  88 TermsImmediate      VALUE SPACES.
      *> NEW : bill-to parent - the IDNum of the head office this
      *> branch account rolls up to. fixed.cob still invoices the
      *> branch; arstatement.cob, ardunning.cob and araging.cob roll
      *> the branch balance up under the parent, and arpayment.cob/
      *> arlockbox.cob spread a head-office payment across its
      *> branches. Zero means the account bills itself. One level
      *> only - arcredit.cob, which maintains it, refuses a parent
      *> that is itself a branch. Alternate record key CustBillToID
      *> (duplicates allowed) finds a parent's branches.
              02 CustBillToID        PIC 9(8) COMP-3.
      *> NEW : returned-mail flag - set by the clerk in custmaint.cob
      *> when the Post Office sends a mailing back undeliverable, and
      *> cleared there once a corrected address is on file.
      *> maillabels.cob prints no label for a flagged customer and
      *> lists it for follow-up instead. Space means mail is getting
      *> through.
              02 CustMailFlag        PIC X.
                  88 CustMailReturned    VALUE 'R'.
                  88 CustMailOK          VALUE SPACE.
      *> NEW : finance-charge exemption - arfincharge.cob raises the
      *> monthly service charge on every overdue account except
      *> those flagged E here (government bodies, tuition guardians
      *> and anyone else the credit manager has agreed to spare).
      *> Set in arcredit.cob with the limit and terms. Anything else
      *> - including a record written before the field existed -
      *> means charges apply.
              02 CustFinChgFlag      PIC X.
                  88 CustFinChgExempt    VALUE 'E'.
      *> NEW : bad-debt write-off - set W by arwriteoff.cob when a
      *> supervisor writes the balance off, together with a zero
      *> credit limit. fixed.cob holds every new invoice for a
      *> written-off account for the credit manager whatever the
      *> limit says, until credit is reopened in arcredit.cob. Space
      *> means the account trades normally.
              02 CustWriteOffFlag    PIC X.
                  88 CustWrittenOff      VALUE 'W'.
      *> NEW : e-billing delivery - how this customer wants invoices
      *> and statements. Paper (space, or P) prints on Invoice.txt
      *> and Statements.txt as before; E (email) and F (electronic
      *> file upload) are left off both printed runs and go out
      *> through ebilling.cob's export to the mail gateway instead,
      *> addressed to CustEmail. Set in custmaint.cob, which will
      *> not take E or F without an address to send to.
              02 CustDelivery        PIC X.
                  88 DeliverPaper        VALUE SPACE 'P'.
                  88 DeliverEmail        VALUE 'E'.
                  88 DeliverFile         VALUE 'F'.
                  88 DeliverElectronic   VALUE 'E' 'F'.
              02 CustEmail           PIC X(40).
