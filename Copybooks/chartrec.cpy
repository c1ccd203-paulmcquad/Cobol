      *> Shared ChartOfAccounts.dat line layout, COPYed into the FD by
      *> gltrialbalance.cob (which names the accounts) and
      *> glfinstmt.cob (which builds the income statement and balance
      *> sheet from them) so the columns only change in one place.
      *> One line per GL account: the number every posting run writes
      *> to GjAccount and its name, then how the financial statements
      *> treat it - the account type, and the report line it totals
      *> into. Accounts sharing a line number print as one line under
      *> that line's caption, in line-number order within their type.
      *> A line written before the type existed reads back blank and
      *> is left off the statements until it is classified.
       01 ChartRecord.
              02 ChAccount    PIC 9(4).
              02 FILLER       PIC X(1).
              02 ChName       PIC X(20).
              02 FILLER       PIC X(1).
              02 ChType       PIC X.
                  88 ChAsset        VALUE 'A'.
                  88 ChLiability    VALUE 'L'.
                  88 ChEquity       VALUE 'E'.
                  88 ChIncome       VALUE 'I'.
                  88 ChExpense      VALUE 'X'.
                  88 ChClassified   VALUE 'A' 'L' 'E' 'I' 'X'.
              02 FILLER       PIC X(1).
              02 ChLineNo     PIC 99.
              02 FILLER       PIC X(1).
              02 ChLineName   PIC X(20).
