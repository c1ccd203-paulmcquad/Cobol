       *> restored, and arstatement.cob prints it as the returned
       *> payment it is. A payment can only reverse once - a second
       *> attempt on the same reference is refused.
       *> NEW : a payment that was applied to specific invoices in
       *> ARSettlement.dat has each slice given back by an R slice
       *> under the same reference, so exactly the invoices it paid
       *> reopen. A payment never allocated has nothing to give back
       *> and its R line ages as debt, as before.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       *> NEW : the invoices the payment was applied to
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
       01 WSLedgerStatus   PIC XX.
      *> Copybooks/arperiodchkp.cpy
       COPY arperiodchk.
       01 WSTodayYM        PIC 9(6).
       *> NEW : the reversed payment's settlement slices
       01 WSSettleStatus   PIC XX.
       01 WSSliceTable.
              02 WSSliceEntry OCCURS 50 TIMES.
                  03 WSSliceInvRef  PIC X(6).
                  03 WSSliceAmount  PIC 9(7)V99.
       01 WSSliceCount     PIC 9(3).
       01 WSSliceIdx       PIC 9(3).
      *> NEW : shared keyed ledger fields - see
      *> Copybooks/arledgerkeyp.cpy
       COPY arledgerkey.

       PROCEDURE DIVISION.
       Main.
       *> NEW : one pass finds both the payment and any reversal
       *> already posted under its reference - the ledger is the
       *> only authority on either question
       *> NEW : only the customer's own lines are read, from a START
       *> on the ledger key
       FindPaymentOnLedger.
           MOVE 'N' TO WSPayFound.
           MOVE 'N' TO WSAlreadyDone.
                  "status " WSLedgerStatus
              CLOSE ARLedgerFile
           ELSE
              MOVE WSIDEntry TO WSLgCustID
              PERFORM StartCustLedger
              IF LgEndOfCust
                 MOVE 'Y' TO WSEOF
              END-IF
              PERFORM UNTIL EndOfLedger
                 READ ARLedgerFile NEXT RECORD
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF ALCustID NOT = WSIDEntry
                            MOVE 'Y' TO WSEOF
                         END-IF
                         IF ALCustID = WSIDEntry
                            AND ALRef = WSRefEntry
                            EVALUATE ALType
           MOVE WSRefEntry TO ALRef.
           MOVE WSPayAmount TO ALAmount.
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
      *> NEW : an R line that failed to post touches nothing else -
      *> no balance, no settlement, nothing in the journal
           IF LedgerLinePosted
              PERFORM RestoreReversedBalance
              PERFORM ReverseSettlement
              ADD WSPayAmount TO WSGLReversed
           END-IF.

       RestoreReversedBalance.
           OPEN I-O ARBalanceFile.
           IF WSBalanceStatus = "35"
              OPEN OUTPUT ARBalanceFile
              DISPLAY "Payment " WSRefEntry " reversed ("
                  WSReasonEntry ") - balance now " WSBalanceShown
           END-IF.

       *> NEW : every P slice recorded under this customer and
       *> reference is written back as an R slice dated today
       ReverseSettlement.
           MOVE ZERO TO WSSliceCount.
           MOVE 'N' TO WSEOF.
           OPEN INPUT SettleFile.
           IF WSSettleStatus = "00"
              PERFORM UNTIL EndOfLedger
                 READ SettleFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF StCustID = WSIDEntry
                            AND StRef = WSRefEntry
                            AND StType = 'P'
                            AND WSSliceCount < 50
                            ADD 1 TO WSSliceCount
                            MOVE StInvRef
                                TO WSSliceInvRef(WSSliceCount)
                            MOVE StAmount
                                TO WSSliceAmount(WSSliceCount)
                         END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE SettleFile.
           IF WSSliceCount > ZERO
              OPEN EXTEND SettleFile
              IF WSSettleStatus NOT = "00"
                 DISPLAY "arreversal: ARSettlement.dat unavailable - "
                     "status " WSSettleStatus
                     " - invoices paid by " WSRefEntry " not reopened"
              ELSE
                 PERFORM WriteReversedSlice
                     VARYING WSSliceIdx FROM 1 BY 1
                     UNTIL WSSliceIdx > WSSliceCount
                 DISPLAY "  " WSSliceCount " settlement slice(s) "
                     "given back"
              END-IF
              CLOSE SettleFile
           END-IF.

       WriteReversedSlice.
           MOVE SPACES TO SettleRecord.
           MOVE WSIDEntry TO StCustID.
           MOVE 'R' TO StType.
           MOVE FUNCTION CURRENT-DATE(1:8) TO StDate.
           MOVE WSRefEntry TO StRef.
           MOVE WSSliceInvRef(WSSliceIdx) TO StInvRef.
           MOVE WSSliceAmount(WSSliceIdx) TO StAmount.
           WRITE SettleRecord.

       *> NEW : the session's double entry - AR debited back up,
       *> cash credited back out, debits equal to credits by
      *> NEW : shared closed-period lookup - see
      *> Copybooks/arperiodchk.cpy for the fields
       COPY arperiodchkp.

      *> NEW : shared keyed ledger access - see
      *> Copybooks/arledgerkey.cpy for the fields
       COPY arledgerkeyp.
