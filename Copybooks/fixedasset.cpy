      *> Shared FixedAssets.dat line layout, COPYed into the FD by
      *> famaint.cob (which adds and disposes of assets), fadepr.cob
      *> (the monthly depreciation run) and faregister.cob (the
      *> asset listing) so the columns only change in one place. One
      *> line per asset, in the order they were added: the GL
      *> accounts it posts to - the asset account carrying its cost,
      *> the accumulated depreciation account against it and the
      *> depreciation expense account - then what it cost, when it
      *> was bought, over how many months and down to what salvage
      *> value it depreciates, and by which method: S straight-line,
      *> or D declining balance (double the straight-line rate on
      *> the book value, changing to straight-line over the months
      *> left once that charges more, so it still reaches salvage
      *> at the end of its life). FaAccumDep and FaMonthsDone carry
      *> the depreciation to date, through FaLastDepMonth. A disposed
      *> asset stays on file with its disposal date, proceeds and
      *> the gain (positive) or loss (negative) it posted.
       01 FixedAssetRecord.
              02 FaAssetNo       PIC X(6).
              02 FILLER          PIC X(1).
              02 FaDesc          PIC X(24).
              02 FILLER          PIC X(1).
              02 FaAssetAcct     PIC 9(4).
              02 FILLER          PIC X(1).
              02 FaAccumAcct     PIC 9(4).
              02 FILLER          PIC X(1).
              02 FaExpenseAcct   PIC 9(4).
              02 FILLER          PIC X(1).
              02 FaCost          PIC 9(7)V99.
              02 FILLER          PIC X(1).
              02 FaAcqDate       PIC 9(8).
              02 FILLER          PIC X(1).
              02 FaLifeMonths    PIC 9(3).
              02 FILLER          PIC X(1).
              02 FaSalvage       PIC 9(7)V99.
              02 FILLER          PIC X(1).
              02 FaMethod        PIC X.
                  88 FaStraightLine    VALUE 'S'.
                  88 FaDeclining       VALUE 'D'.
              02 FILLER          PIC X(1).
              02 FaAccumDep      PIC 9(7)V99.
              02 FILLER          PIC X(1).
              02 FaMonthsDone    PIC 9(3).
              02 FILLER          PIC X(1).
              02 FaLastDepMonth  PIC 9(6).
              02 FILLER          PIC X(1).
              02 FaStatus        PIC X.
                  88 FaActive          VALUE 'A'.
                  88 FaDisposed        VALUE 'D'.
              02 FILLER          PIC X(1).
              02 FaDispDate      PIC 9(8).
              02 FILLER          PIC X(1).
              02 FaProceeds      PIC 9(7)V99.
              02 FILLER          PIC X(1).
              02 FaGainLoss      PIC S9(7)V99 SIGN LEADING SEPARATE.
