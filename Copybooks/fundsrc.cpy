      *> Shared FundingSources.dat line layout, COPYed into the FD by
      *> awardmaint.cob (which keeps it and reports against it) and
      *> tuitionbill.cob (which stops applying a source's awards once
      *> its year's limit is spent). One line per source per year -
      *> the year being the first four characters of the term, so
      *> 2026F and 2026S share 2026's limit. Appended; the last line
      *> for a code and year is the limit on file.
       01 FundingRecord.
              02 FsCode        PIC X(4).
              02 FILLER        PIC X(1).
              02 FsYear        PIC 9(4).
              02 FILLER        PIC X(1).
              02 FsLimit       PIC 9(7)V99.
              02 FILLER        PIC X(1).
              02 FsName        PIC X(25).
