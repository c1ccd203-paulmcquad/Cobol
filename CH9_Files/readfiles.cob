                  ORGANIZATION IS INDEXED
                  ACCESS IS SEQUENTIAL
                  RECORD KEY IS IDNum
      *> NEW : alternate name key, LastName then FirstName -
      *> see Copybooks/custrec.cpy
                  ALTERNATE RECORD KEY IS CustNameKey
                      = LastName FirstName WITH DUPLICATES
      *> NEW : bill-to parent key, so a head office's branches
      *> can be found without walking the file
                  ALTERNATE RECORD KEY IS CustBillToID WITH DUPLICATES
                  FILE STATUS IS WSFileStatus.
       *> NEW : headed, paginated hardcopy version of the listing
              SELECT ReportFile ASSIGN TO "CustomerReport.txt"
              02 WSCustPhone         PIC X(12).
              02 WSCustCreditLim     PIC 9(7)V99 COMP-3.
              02 WSCustTermsCode     PIC X(3).
              02 WSCustBillToID      PIC 9(8) COMP-3.
              02 WSCustMailFlag      PIC X.
              02 WSCustFinChg        PIC X.
              02 WSCustWriteOff      PIC X.
              02 WSCustDelivery      PIC X.
              02 WSCustEmail         PIC X(40).
       *> NEW : Used to react to end of file
       01 WSEOF   PIC A(1).
       01 WSFileStatus    PIC XX.
