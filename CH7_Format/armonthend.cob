       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ARLedgerFile ASSIGN TO "ARLedger.dat"
      *> NEW : keyed on customer, date, reference and sequence -
      *> see Copybooks/arledger.cpy
                  ORGANIZATION IS INDEXED
                  ACCESS IS SEQUENTIAL
                  RECORD KEY IS ALLedgerKey
                      = ALCustID ALDate ALRef ALSeq
                  FILE STATUS IS WSLedgerStatus.
              SELECT PeriodFile ASSIGN TO "ARPeriod.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
