      *> the amount and a short description. Every run writes its
      *> debits and credits in equal measure - the trial balance
      *> exists to prove it stayed that way.
      *> NEW : a journal entry keyed by the accountant in glentry.cob
      *> or posted from a recurring template by glrecur.cob carries
      *> its entry number (JEnnnnnn, from NextJournal.dat) and the
      *> operator who made it, so every line of an entry can be found
      *> and answered for. Lines the other runs post leave both
      *> blank.
       01 GLJournalRecord.
              02 GjDate       PIC 9(8).
              02 FILLER       PIC X(1).
              02 GjAmount     PIC 9(7)V99.
              02 FILLER       PIC X(1).
              02 GjDesc       PIC X(20).
              02 FILLER       PIC X(1).
              02 GjRef        PIC X(8).
              02 FILLER       PIC X(1).
              02 GjOperator   PIC X(10).
