       IDENTIFICATION DIVISION.
       PROGRAM-ID. ardeposit.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Deposit receipts against orders - new accounts and large
       *> custom orders pay a deposit up front, and it used to go
       *> through arpayment.cob as a plain payment, so the invoice
       *> raised later looked half-paid for no visible reason. Here
       *> the deposit is taken against the order number orderentry.cob
       *> gave the order, which must have a deposit required on it
       *> and must not have been invoiced yet. Each receipt is
       *> numbered DPnnnn from the same NextReceipt.dat arpayment.cob
       *> numbers its receipts from, written to CustDeposits.dat as a
       *> P line (Copybooks/custdeposit.cpy), and held in the customer
       *> deposits liability - cash debited, account 2400 credited,
       *> as summary lines when the session closes. Nothing touches
       *> AR until the invoice run applies the deposit to the order's
       *> invoice. depositrpt.cob lists what is held.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CustomerFile ASSIGN TO "Customer.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS IDNum
                  ALTERNATE RECORD KEY IS CustNameKey
                      = LastName FirstName WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CustBillToID WITH DUPLICATES
                  FILE STATUS IS WSCustFileStatus.
              SELECT DepositFile ASSIGN TO "CustDeposits.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSDepositStatus.
              SELECT ReceiptCtlFile ASSIGN TO "NextReceipt.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReceiptCtlStatus.
              SELECT GLJournalFile ASSIGN TO "GLJournal.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSGLStatus.
       *> The deposits post straight to the GL, so a closed GL month
       *> refuses the session the way it refuses a journal entry
              SELECT GLPeriodFile ASSIGN TO "GLPeriod.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSGLPeriodStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
       COPY custrec.
       FD DepositFile.
       COPY custdeposit.
       FD ReceiptCtlFile.
       01 ReceiptCtlRecord    PIC 9(4).
       FD GLJournalFile.
       COPY gljournal.
       FD GLPeriodFile.
       01 GLPeriodRecord      PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WSCustFileStatus   PIC XX.
       01 WSDepositStatus    PIC XX.
       01 WSReceiptCtlStatus PIC XX.
       01 WSGLStatus         PIC XX.
       01 WSCustMasterUp     PIC X VALUE 'N'.
              88 CustMasterAvailable  VALUE 'Y'.
       01 WSEOF              PIC X VALUE 'N'.
              88 EndOfDeposits   VALUE 'Y'.
       01 WSContinueFlag     PIC X VALUE 'Y'.
              88 KeepGoing       VALUE 'Y'.
       01 WSToday            PIC 9(8).
       01 WSTodayYM          PIC 9(6).
       01 WSOrderEntry       PIC X(6).
       01 WSAmountEntry      PIC X(10).
       01 WSAmountCheck      PIC S9(4) COMP-5.
       01 WSDepositAmount    PIC 9(7)V99 COMP-3.
       01 WSNextReceipt      PIC 9(4) VALUE 1.
       01 WSReceiptSeq       PIC 9(4).
       01 WSReceiptRef       PIC X(6).
      *> What CustDeposits.dat says about the order keyed
       01 WSOrderNum         PIC 9(6).
       01 WSOrderCust        PIC X(8).
       01 WSOrderDate        PIC 9(8).
       01 WSRequired         PIC 9(7)V99 COMP-3.
       01 WSReceived         PIC 9(7)V99 COMP-3.
       01 WSStillDue         PIC S9(7)V99 COMP-3.
       01 WSInvoiceRef       PIC X(6).
       01 WSRequiredFlag     PIC X.
              88 DepositRequired VALUE 'Y'.
       01 WSInvoicedFlag     PIC X.
              88 OrderInvoiced   VALUE 'Y'.
       01 WSRequiredShown    PIC $$,$$$,$$9.99.
       01 WSReceivedShown    PIC $$,$$$,$$9.99.
       01 WSStillDueShown    PIC $$,$$$,$$9.99.
      *> The session's deposits, journalled as one summary pair when
      *> the operator signs off
       01 WSGLDeposits       PIC 9(7)V99 COMP-3 VALUE ZERO.
       01 WSDepositCount     PIC 9(4) VALUE ZERO.
       COPY glperiodchk.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday.
           MOVE WSToday(1:6) TO WSTodayYM.
           PERFORM LoadGLClosedPeriod.
           IF WSGLClosedThru > ZERO AND WSTodayYM NOT > WSGLClosedThru
              DISPLAY "ardeposit: GL period " WSTodayYM " is closed - "
                  "no deposits can be taken"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *> The customer master only puts a name to the order - without
      *> it the deposit can still be taken
           OPEN INPUT CustomerFile.
           IF WSCustFileStatus = "00"
              SET CustMasterAvailable TO TRUE
           ELSE
              DISPLAY "ardeposit: Customer.dat unavailable - status "
                  WSCustFileStatus " - names will not be shown"
           END-IF.
           PERFORM ReadNextReceiptNumber.
           PERFORM TakeOneDeposit UNTIL NOT KeepGoing.
           IF CustMasterAvailable
              CLOSE CustomerFile
           END-IF.
           PERFORM PostSessionToGL.
           DISPLAY "ardeposit: " WSDepositCount " deposit(s) taken".
      *> GOBACK so a menu program can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

       TakeOneDeposit.
           MOVE SPACES TO WSOrderEntry.
           DISPLAY "Order number taking a deposit (blank to quit) "
               WITH NO ADVANCING.
           ACCEPT WSOrderEntry.
           IF WSOrderEntry = SPACES
              MOVE 'N' TO WSContinueFlag
           ELSE
              IF WSOrderEntry NOT NUMERIC
                 DISPLAY "Invalid order number - enter 6 numeric "
                     "digits"
              ELSE
                 MOVE WSOrderEntry TO WSOrderNum
                 PERFORM FindOrderDeposit
                 EVALUATE TRUE
                     WHEN NOT DepositRequired
                         DISPLAY "Order " WSOrderNum " has no deposit "
                             "required on it - money on account goes "
                             "through arpayment"
                     WHEN OrderInvoiced
                         DISPLAY "Order " WSOrderNum " is already "
                             "invoiced - take the money through "
                             "arpayment against invoice "
                             WSInvoiceRef
                     WHEN OTHER
                         PERFORM ShowOrderDeposit
                         PERFORM TakeDepositAmount
                 END-EVALUATE
              END-IF
           END-IF.

      *> One pass over CustDeposits.dat gathers the order's required
      *> deposit, what has been received against it, and whether the
      *> invoice run has applied it yet
       FindOrderDeposit.
           MOVE 'N' TO WSRequiredFlag.
           MOVE 'N' TO WSInvoicedFlag.
           MOVE ZERO TO WSRequired.
           MOVE ZERO TO WSReceived.
           MOVE SPACES TO WSOrderCust.
           MOVE ZERO TO WSOrderDate.
           MOVE SPACES TO WSInvoiceRef.
           MOVE 'N' TO WSEOF.
           OPEN INPUT DepositFile.
           IF WSDepositStatus = "00"
              PERFORM UNTIL EndOfDeposits
                 READ DepositFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF CdOrderNum NUMERIC
                            AND CdOrderNum = WSOrderNum
                            AND CdAmount NUMERIC
                            PERFORM TakeOrderLine
                         END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE DepositFile.
           COMPUTE WSStillDue = WSRequired - WSReceived.

       TakeOrderLine.
           EVALUATE TRUE
               WHEN CdRequired
                   SET DepositRequired TO TRUE
                   MOVE CdCustID TO WSOrderCust
                   MOVE CdDate TO WSOrderDate
                   ADD CdAmount TO WSRequired
               WHEN CdReceived
                   ADD CdAmount TO WSReceived
               WHEN CdApplied
                   SET OrderInvoiced TO TRUE
                   MOVE CdRef TO WSInvoiceRef
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ShowOrderDeposit.
           DISPLAY "Order " WSOrderNum " dated " WSOrderDate
               " - customer " WSOrderCust.
           IF CustMasterAvailable AND WSOrderCust NUMERIC
              MOVE WSOrderCust TO IDNum
              READ CustomerFile
                  INVALID KEY
                      DISPLAY "  (customer no longer on the master)"
                  NOT INVALID KEY
                      DISPLAY "  " FirstName " " LastName
              END-READ
           END-IF.
           MOVE WSRequired TO WSRequiredShown.
           MOVE WSReceived TO WSReceivedShown.
           IF WSStillDue > ZERO
              MOVE WSStillDue TO WSStillDueShown
           ELSE
              MOVE ZERO TO WSStillDueShown
           END-IF.
           DISPLAY "  Deposit required " WSRequiredShown
               "  received " WSReceivedShown
               "  still due " WSStillDueShown.

      *> Amount validated with TEST-NUMVAL before it's trusted, the
      *> same guard arpayment.cob puts on its receipts. More than the
      *> deposit still due is taken - the excess is held with it and
      *> the invoice run applies it up to the invoice total.
       TakeDepositAmount.
           MOVE SPACES TO WSAmountEntry.
           DISPLAY "Deposit received " WITH NO ADVANCING.
           ACCEPT WSAmountEntry.
           MOVE FUNCTION TEST-NUMVAL(WSAmountEntry) TO WSAmountCheck.
           IF WSAmountCheck NOT = ZERO
              DISPLAY "Invalid amount - deposit not recorded"
           ELSE
              IF FUNCTION NUMVAL(WSAmountEntry) NOT > ZERO
                 DISPLAY "Amount must be more than zero - deposit "
                     "not recorded"
              ELSE
                 COMPUTE WSDepositAmount =
                     FUNCTION NUMVAL(WSAmountEntry)
                 IF WSDepositAmount > WSStillDue
                    DISPLAY "  (more than the deposit still due - "
                        "the excess is held with it)"
                 END-IF
                 PERFORM RecordDeposit
              END-IF
           END-IF.

      *> The number is taken and the control file saved before the
      *> deposit is written, so an interrupted session wastes a
      *> number instead of reusing one - same rule arpayment.cob
      *> follows. Same create-if-missing handling the other EXTEND
      *> files use.
       RecordDeposit.
           MOVE WSNextReceipt TO WSReceiptSeq.
           ADD 1 TO WSNextReceipt.
           PERFORM SaveNextReceiptNumber.
           MOVE SPACES TO WSReceiptRef.
           STRING "DP" WSReceiptSeq DELIMITED BY SIZE
               INTO WSReceiptRef.
           OPEN EXTEND DepositFile.
           IF WSDepositStatus = "35"
              OPEN OUTPUT DepositFile
              CLOSE DepositFile
              OPEN EXTEND DepositFile
           END-IF.
           IF WSDepositStatus NOT = "00"
              DISPLAY "ardeposit: CustDeposits.dat unavailable - "
                  "status " WSDepositStatus " - deposit "
                  WSReceiptRef " NOT recorded"
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE SPACES TO DepositRecord
              SET CdReceived TO TRUE
              MOVE WSOrderNum TO CdOrderNum
              MOVE WSOrderCust TO CdCustID
              MOVE WSToday TO CdDate
              MOVE WSReceiptRef TO CdRef
              MOVE WSDepositAmount TO CdAmount
              WRITE DepositRecord
              END-WRITE
              ADD WSDepositAmount TO WSGLDeposits
              ADD WSDepositAmount TO WSReceived
              ADD 1 TO WSDepositCount
              MOVE WSReceived TO WSReceivedShown
              DISPLAY "Deposit " WSReceiptRef " recorded - order "
                  WSOrderNum " now holds " WSReceivedShown
           END-IF.
           CLOSE DepositFile.

       ReadNextReceiptNumber.
           OPEN INPUT ReceiptCtlFile.
           IF WSReceiptCtlStatus = "00"
              READ ReceiptCtlFile
                  AT END CONTINUE
                  NOT AT END
                      IF ReceiptCtlRecord NUMERIC
                         MOVE ReceiptCtlRecord TO WSNextReceipt
                      END-IF
              END-READ
           END-IF.
           CLOSE ReceiptCtlFile.

       SaveNextReceiptNumber.
           OPEN OUTPUT ReceiptCtlFile.
           MOVE WSNextReceipt TO ReceiptCtlRecord.
           WRITE ReceiptCtlRecord.
           CLOSE ReceiptCtlFile.

      *> The session's double entry - cash debited, the customer
      *> deposits liability credited. Same create-if-missing handling
      *> the other EXTEND files use.
       PostSessionToGL.
           IF WSGLDeposits = ZERO
              CONTINUE
           ELSE
              OPEN EXTEND GLJournalFile
              IF WSGLStatus = "35"
                 OPEN OUTPUT GLJournalFile
                 CLOSE GLJournalFile
                 OPEN EXTEND GLJournalFile
              END-IF
              IF WSGLStatus NOT = "00"
                 DISPLAY "ardeposit: GLJournal.dat unavailable - "
                     "status " WSGLStatus
                     " - journal lines not written"
              ELSE
                 MOVE SPACES TO GLJournalRecord
                 MOVE WSToday TO GjDate
                 MOVE "ardeposit" TO GjSource
                 MOVE 1000 TO GjAccount
                 MOVE 'D' TO GjDrCr
                 MOVE WSGLDeposits TO GjAmount
                 MOVE "Deposits received" TO GjDesc
                 WRITE GLJournalRecord
                 END-WRITE
                 MOVE 2400 TO GjAccount
                 MOVE 'C' TO GjDrCr
                 WRITE GLJournalRecord
                 END-WRITE
              END-IF
              CLOSE GLJournalFile
           END-IF.

       COPY glperiodchkp.
