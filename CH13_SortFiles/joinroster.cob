                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS IDNum
      *> NEW : alternate name key, LastName then FirstName -
      *> see Copybooks/custrec.cpy
                  ALTERNATE RECORD KEY IS CustNameKey
                      = LastName FirstName WITH DUPLICATES
      *> NEW : bill-to parent key, so a head office's branches
      *> can be found without walking the file
                  ALTERNATE RECORD KEY IS CustBillToID WITH DUPLICATES
                  FILE STATUS IS WSCustFileStatus.
              SELECT ReportFile ASSIGN TO 'CustomerStudentReport.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.
