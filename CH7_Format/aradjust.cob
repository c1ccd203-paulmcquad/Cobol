       *> cash any more. Numbered CMnnnn from its own NextCredit.dat
       *> control file, same discipline the invoice and receipt
       *> numbers follow.
       *> NEW : a credit raised against a particular invoice is
       *> applied to it in ARSettlement.dat - up to what is still
       *> open on it, any excess held on account - instead of going
       *> into the oldest-first pool. A credit with no invoice quoted
       *> applies oldest-first as before.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
              SELECT ARLedgerFile ASSIGN TO "ARLedger.dat"
      *> NEW : keyed on customer, date, reference and sequence -
      *> see Copybooks/arledger.cpy
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS ALLedgerKey
                      = ALCustID ALDate ALRef ALSeq
                  FILE STATUS IS WSLedgerStatus.
              SELECT ARBalanceFile ASSIGN TO "ARBalance.dat"
                  ORGANIZATION IS INDEXED
              SELECT PeriodFile ASSIGN TO "ARPeriod.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSPeriodStatus.
       *> NEW : which invoice each credit settled
              SELECT SettleFile ASSIGN TO "ARSettlement.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSSettleStatus.

       DATA DIVISION.
       FILE SECTION.
       COPY gljournal.
       FD PeriodFile.
       01 PeriodRecord    PIC 9(6).
       FD SettleFile.
       *> NEW : shared settlement layout - see Copybooks/arsettle.cpy
       COPY arsettle.

       WORKING-STORAGE SECTION.
       01 WSCustFileStatus PIC XX.
      *> Copybooks/arperiodchkp.cpy
       COPY arperiodchk.
       01 WSTodayYM        PIC 9(6).
      *> NEW : shared open-item fields - see
      *> Copybooks/aropenitemp.cpy
       COPY aropenitem.
       01 WSHeldShown      PIC Z,ZZZ,ZZ9.99.
      *> NEW : shared keyed ledger fields - see
      *> Copybooks/arledgerkeyp.cpy
       COPY arledgerkey.

       PROCEDURE DIVISION.
       Main.
           MOVE SPACES TO WSCreditRef.
           STRING "CM" WSCreditSeq DELIMITED BY SIZE
               INTO WSCreditRef.
           PERFORM ChooseCreditedInvoice.
           MOVE SPACES TO ARLedgerRecord.
           MOVE WSIDEntry TO ALCustID.
           MOVE 'C' TO ALType.
           MOVE WSCreditRef TO ALRef.
           MOVE WSCreditAmount TO ALAmount.
           MOVE WSReasonEntry TO ALReason.
      *> NEW : posted by key - see Copybooks/arledgerkeyp.cpy
           OPEN I-O ARLedgerFile.
           IF WSLedgerStatus = "35"
              OPEN OUTPUT ARLedgerFile
              CLOSE ARLedgerFile
              OPEN I-O ARLedgerFile
           END-IF.
           PERFORM PostLedgerLine.
           CLOSE ARLedgerFile.
      *> NEW : a C line that failed to post touches nothing else -
      *> no balance, no allocation, nothing in the journal
           IF LedgerLinePosted
              PERFORM PostCreditBalance
              PERFORM WriteAllocation
              ADD WSCreditAmount TO WSGLCredits
           END-IF.

       PostCreditBalance.
           OPEN I-O ARBalanceFile.
           IF WSBalanceStatus = "35"
              OPEN OUTPUT ARBalanceFile
              DISPLAY "Credit " WSCreditRef " recorded - balance "
                  "now " WSBalanceShown
           END-IF.

       *> NEW : the invoice being credited, if the operator names one
       *> - worked out before the C line is written. An invoice not
       *> open on this account leaves the credit to apply
       *> oldest-first, and the operator is told so.
       ChooseCreditedInvoice.
           MOVE 'N' TO WSAlFlag.
           MOVE ZERO TO WSAlCount.
           MOVE WSCreditAmount TO WSAlLeft.
           MOVE WSIDEntry TO WSAlCustID.
           MOVE WSIDEntry TO WSOiCustID.
           MOVE 'C' TO WSAlType.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSAlDate.
           MOVE WSCreditRef TO WSAlRef.
           MOVE SPACES TO WSAlQuotedRef.
           DISPLAY "Invoice being credited (blank for oldest-first) "
               WITH NO ADVANCING.
           ACCEPT WSAlQuotedRef.
           MOVE FUNCTION UPPER-CASE(WSAlQuotedRef) TO WSAlQuotedRef.
           IF WSAlQuotedRef NOT = SPACES
              PERFORM LoadOpenItems
              IF NOT OiTableFull
                 PERFORM ApplyQuotedRef
              END-IF
              IF AllocationMade
                 IF WSAlLeft > ZERO
                    MOVE WSAlLeft TO WSHeldShown
                    DISPLAY "Credit exceeds what is open on "
                        WSAlQuotedRef " - " WSHeldShown
                        " held on account"
                 END-IF
              ELSE
                 DISPLAY "Invoice " WSAlQuotedRef " is not open on "
                     "this account - credit applies oldest-first"
              END-IF
           END-IF.

       *> NEW : the session's double entry - sales credits debited,
       *> AR credited, debits equal to credits by construction. Same
      *> NEW : shared closed-period lookup - see
      *> Copybooks/arperiodchk.cpy for the fields
       COPY arperiodchkp.

      *> NEW : shared open-item lookup and allocation - see
      *> Copybooks/aropenitem.cpy for the fields
       COPY aropenitemp.

      *> NEW : shared keyed ledger access - see
      *> Copybooks/arledgerkey.cpy for the fields
       COPY arledgerkeyp.
