      *> Shared GLOpening.dat line layout, COPYed into the FD by
      *> glyearend.cob (which writes it) and gltrialbalance.cob and
      *> glfinstmt.cob (which start from it) so the columns only
      *> change in one place. Each year-end close appends one line
      *> per balance-sheet account - the balance it carries into the
      *> year named in GoYear, debit balances positive and credit
      *> balances negative. Earlier closes stay on file; only the
      *> lines of the latest year are opening balances, and every
      *> journal line dated before that year is already inside them.
       01 GLOpeningRecord.
              02 GoYear       PIC 9(4).
              02 FILLER       PIC X(1).
              02 GoAccount    PIC 9(4).
              02 FILLER       PIC X(1).
              02 GoBalance    PIC S9(9)V99 SIGN LEADING SEPARATE.
