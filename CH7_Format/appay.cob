       IDENTIFICATION DIVISION.
       PROGRAM-ID. appay.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Supplier payment run - pays the open invoices apinvoice.cob
       *> has matched or a supervisor has approved. The supervisor,
       *> signed on at custmenu.cob or verified here against
       *> OperatorMaster.dat, names the date to pay through; every
       *> supplier with open invoices due by then is shown with the
       *> invoices and their total, to (P)ay or (S)kip. Paying prints
       *> one check to SupplierChecks.txt for everything due to that
       *> supplier, addressed from SupplierMaster.dat, with a stub
       *> line per invoice; the check is numbered from NextCheck.dat,
       *> the one stream payroll and refund checks on the same bank
       *> account are numbered from (read again for every check, so
       *> two programs issuing at once can't take the same number),
       *> and listed in
       *> SupplierCheckRegister.txt, a running register in the same
       *> columns as RefundRegister.txt so positivepay.cob can send
       *> it to the bank. Each invoice paid is marked with the check
       *> number and date in APInvoices.dat and posted to the
       *> supplier ledger (APLedger.dat); the run's total is
       *> journalled Accounts Payable against Cash. Held invoices
       *> are never paid - they wait for approval.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT SupplierFile ASSIGN TO "SupplierMaster.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSSupplierStatus.
              SELECT InvoiceFile ASSIGN TO "APInvoices.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSInvoiceStatus.
              SELECT LedgerFile ASSIGN TO "APLedger.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSLedgerStatus.
              SELECT OperatorFile ASSIGN TO "OperatorMaster.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSOperatorStatus.
              SELECT CheckFile ASSIGN TO "SupplierChecks.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSCheckStatus.
              SELECT CheckRegFile ASSIGN TO "SupplierCheckRegister.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSCheckRegStatus.
              SELECT CheckCtlFile ASSIGN TO "NextCheck.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSCheckCtlStatus.
              SELECT GLJournalFile ASSIGN TO "GLJournal.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSGLStatus.
              SELECT GLPeriodFile ASSIGN TO "GLPeriod.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSGLPeriodStatus.

       DATA DIVISION.
       FILE SECTION.
       FD SupplierFile.
       COPY suprec.
       FD InvoiceFile.
       COPY apinvoice.
       FD LedgerFile.
       COPY apledger.
       FD OperatorFile.
       01 OperatorRecord.
              02 OperID      PIC X(10).
              02 FILLER      PIC X(2).
              02 OperName    PIC X(20).
              02 FILLER      PIC X(2).
              02 OperLevel   PIC 9.
       FD CheckFile.
       01 CheckLine       PIC X(60).
       FD CheckRegFile.
       01 CheckRegLine    PIC X(70).
       FD CheckCtlFile.
       01 CheckCtlRecord  PIC 9(6).
       FD GLJournalFile.
       COPY gljournal.
       FD GLPeriodFile.
       01 GLPeriodRecord  PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WSSupplierStatus PIC XX.
       01 WSInvoiceStatus  PIC XX.
       01 WSLedgerStatus   PIC XX.
       01 WSOperatorStatus PIC XX.
       01 WSCheckStatus    PIC XX.
       01 WSCheckRegStatus PIC XX.
       01 WSCheckCtlStatus PIC XX.
       01 WSGLStatus       PIC XX.
       01 WSEOF            PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
       01 WSToday          PIC 9(8).
       01 WSTodayYM        PIC 9(6).
       01 WSDateEntry      PIC X(8).
       01 WSPayThrough     PIC 9(8).
       *> The suppliers with everything a check needs
       01 WSSupTable.
              02 WSSupEntry OCCURS 20 TIMES.
                  03 WSSupCode      PIC X(4).
                  03 WSSupName      PIC X(20).
                  03 WSSupStreet    PIC X(25).
                  03 WSSupCity      PIC X(25).
                  03 WSSupDue       PIC 9(7)V99.
       01 WSSupCount       PIC 99 VALUE ZERO.
       01 WSSupIdx         PIC 99.
       *> Every invoice line on file, whole - marked paid in place
       *> and the file rewritten at the end of the run
       01 WSAiTable.
              02 WSAiLine OCCURS 1000 TIMES PIC X(115).
       01 WSAiCount        PIC 9(4) VALUE ZERO.
       01 WSAiIdx          PIC 9(4).
       01 WSAiOverflow     PIC X VALUE 'N'.
              88 InvoiceTableFull VALUE 'Y'.
       01 WSUnknownCount   PIC 9(4) VALUE ZERO.
       *> One invoice's total, built from its lines for the stub and
       *> the supplier ledger
       01 WSCurInvoiceNo   PIC X(12).
       01 WSCurInvDate     PIC 9(8).
       01 WSCurInvAmount   PIC 9(7)V99.
       01 WSContinueFlag   PIC X VALUE 'Y'.
              88 KeepGoing      VALUE 'Y'.
       01 WSDecision       PIC X.
              88 PayNow           VALUE 'P' 'p'.
              88 SkipPayment      VALUE 'S' 's'.
              88 QuitRun          VALUE 'Q' 'q'.
       *> The paying supervisor - same sign-on arrefund.cob honours
       01 WSSignedOnOper     PIC X(10) EXTERNAL.
       01 WSSignedOnLevel    PIC 9 EXTERNAL.
       01 WSOperatorID    PIC X(10) VALUE SPACES.
       01 WSAuthority     PIC 9 VALUE ZERO.
              88 SupervisorAuthority   VALUE 2 THRU 9.
       *> Supplier checks share payroll.cob's NextCheck.dat stream -
       *> every check on the account carries a number no other has
       01 WSNextCheck      PIC 9(6) VALUE 1.
       01 WSCheckNum       PIC 9(6).
       01 WSPaidCount      PIC 9(5) VALUE ZERO.
       01 WSSkippedCount   PIC 9(5) VALUE ZERO.
       01 WSPaidTotal      PIC 9(8)V99 VALUE ZERO.
       01 WSAmountShown    PIC Z,ZZZ,ZZ9.99.
       01 WSTotalShown     PIC $$$,$$$,$$9.99.
       01 WSStubHead.
              02 FILLER       PIC X(8) VALUE "Check  ".
              02 WSSCheckNum  PIC 9(6).
              02 FILLER       PIC X(6) VALUE "  to  ".
              02 WSSName      PIC X(20).
       01 WSStubInvoice.
              02 FILLER       PIC X(10) VALUE "  Invoice ".
              02 WSSInvoice   PIC X(12).
              02 FILLER       PIC X(7) VALUE " dated ".
              02 WSSInvDate   PIC 9(8).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSSInvAmount PIC $$,$$$,$$9.99.
       01 WSStubLine.
              02 WSSLabel     PIC X(14).
              02 WSSAmount    PIC $$,$$$,$$9.99.
       *> Same columns as RefundRegister.txt and the payroll
       *> CheckRegister.txt - number in the first six, edited amount
       *> from column 38, date from column 53
       01 WSCheckRegDetail.
              02 WSCRNum      PIC 9(6).
              02 FILLER       PIC X(1) VALUE SPACES.
              02 WSCRSupplier PIC X(8).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSCRName     PIC X(20).
              02 WSCRAmount   PIC $$,$$$,$$9.99.
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSCRDate     PIC 9(8).
       01 WSCheckRegFooter.
              02 FILLER       PIC X(18) VALUE "Checks written : ".
              02 WSCRCount    PIC ZZZ9.
              02 FILLER       PIC X(14) VALUE "   total : ".
              02 WSCRTotal    PIC $$,$$$,$$9.99.
      *> Shared GL closed-period fields - see
      *> Copybooks/glperiodchkp.cpy
       COPY glperiodchk.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           PERFORM EstablishAuthority.
           IF NOT SupervisorAuthority
              DISPLAY "appay: supervisor authority required"
              GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday.
           MOVE WSToday(1:6) TO WSTodayYM.
      *> Payments post dated today, so if today's month has been
      *> closed the run is refused before a check prints
           PERFORM LoadGLClosedPeriod.
           IF WSGLClosedThru > ZERO AND WSTodayYM NOT > WSGLClosedThru
              DISPLAY "appay: GL period " WSTodayYM " is closed - "
                  "no postings allowed"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM TakePayThroughDate.
           PERFORM LoadSuppliers.
           PERFORM LoadInvoiceLines.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM TotalOneInvoiceLine
               VARYING WSAiIdx FROM 1 BY 1
               UNTIL WSAiIdx > WSAiCount.
           IF WSUnknownCount > ZERO
              DISPLAY "appay: " WSUnknownCount " open invoice line(s)"
                  " for suppliers not on SupplierMaster.dat - not "
                  "paid"
           END-IF.
           OPEN OUTPUT CheckFile.
           OPEN EXTEND CheckRegFile.
           IF WSCheckRegStatus = "35"
              OPEN OUTPUT CheckRegFile
              CLOSE CheckRegFile
              OPEN EXTEND CheckRegFile
           END-IF.
           MOVE SPACES TO CheckRegLine.
           STRING "Supplier Check Register - run " WSToday
               DELIMITED BY SIZE INTO CheckRegLine.
           WRITE CheckRegLine
               AFTER ADVANCING 2 LINES
           END-WRITE.
           PERFORM ReadNextCheckNumber.
           PERFORM ReviewOneSupplier
               VARYING WSSupIdx FROM 1 BY 1
               UNTIL WSSupIdx > WSSupCount OR NOT KeepGoing.
           MOVE WSPaidCount TO WSCRCount.
           MOVE WSPaidTotal TO WSCRTotal.
           WRITE CheckRegLine FROM WSCheckRegFooter
               AFTER ADVANCING 1 LINE
           END-WRITE.
           CLOSE CheckRegFile.
           CLOSE CheckFile.
           IF WSPaidCount > ZERO
              PERFORM SaveInvoiceLines
              PERFORM PostRunToGL
           END-IF.
           MOVE WSPaidTotal TO WSTotalShown.
           DISPLAY "appay: " WSPaidCount " supplier check(s) ("
               WSTotalShown "), " WSSkippedCount " skipped - see "
               "SupplierCheckRegister.txt".
      *> GOBACK so a menu program can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

       *> The custmenu sign-on travels in via EXTERNAL storage; a
       *> standalone run is verified against OperatorMaster.dat
       *> directly - a payment run pays money out, so there is no
       *> unrestricted fallback here
       EstablishAuthority.
           IF WSSignedOnOper NOT = SPACES
              AND WSSignedOnOper NOT = LOW-VALUES
              MOVE WSSignedOnOper TO WSOperatorID
              MOVE WSSignedOnLevel TO WSAuthority
           ELSE
              DISPLAY "Operator ID " WITH NO ADVANCING
              ACCEPT WSOperatorID
              MOVE 'N' TO WSEOF
              OPEN INPUT OperatorFile
              IF WSOperatorStatus NOT = "00"
                 DISPLAY "appay: operator master unavailable"
                     " - status " WSOperatorStatus
                 CLOSE OperatorFile
              ELSE
                 PERFORM UNTIL EndOfPass
                    READ OperatorFile
                        AT END MOVE 'Y' TO WSEOF
                        NOT AT END
                            IF OperID = WSOperatorID
                               MOVE OperLevel TO WSAuthority
                               MOVE 'Y' TO WSEOF
                            END-IF
                    END-READ
                 END-PERFORM
                 CLOSE OperatorFile
                 MOVE 'N' TO WSEOF
              END-IF
           END-IF.

       TakePayThroughDate.
           MOVE ZERO TO WSPayThrough.
           PERFORM UNTIL WSPayThrough > ZERO
               MOVE SPACES TO WSDateEntry
               DISPLAY "Pay invoices due on or before (YYYYMMDD, "
                   "blank = today) " WITH NO ADVANCING
               ACCEPT WSDateEntry
               EVALUATE TRUE
                   WHEN WSDateEntry = SPACES
                       MOVE WSToday TO WSPayThrough
                   WHEN WSDateEntry NOT NUMERIC
                       DISPLAY "Invalid date - enter 8 numeric digits"
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(WSDateEntry)) NOT = 0
                       DISPLAY "Invalid date - no such day"
                   WHEN OTHER
                       MOVE WSDateEntry TO WSPayThrough
               END-EVALUATE
           END-PERFORM.

       LoadSuppliers.
           MOVE 'N' TO WSEOF.
           OPEN INPUT SupplierFile.
           IF WSSupplierStatus NOT = "00"
              CLOSE SupplierFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ SupplierFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSSupCount < 20
                            ADD 1 TO WSSupCount
                            MOVE SupCode TO WSSupCode(WSSupCount)
                            MOVE SupName TO WSSupName(WSSupCount)
                            MOVE SupStreet TO WSSupStreet(WSSupCount)
                            MOVE SupCity TO WSSupCity(WSSupCount)
                            MOVE ZERO TO WSSupDue(WSSupCount)
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE SupplierFile
              MOVE 'N' TO WSEOF
           END-IF.

       *> A partial load must never reach the rewrite - the dropped
       *> tail would be destroyed with the file
       LoadInvoiceLines.
           OPEN INPUT InvoiceFile.
           IF WSInvoiceStatus NOT = "00"
              DISPLAY "appay: no APInvoices.dat on file - nothing to "
                  "pay"
              CLOSE InvoiceFile
              MOVE 4 TO RETURN-CODE
           ELSE
              PERFORM UNTIL EndOfPass
                 READ InvoiceFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSAiCount < 1000
                            ADD 1 TO WSAiCount
                            MOVE APInvoiceRecord
                                TO WSAiLine(WSAiCount)
                         ELSE
                            SET InvoiceTableFull TO TRUE
                            MOVE 'Y' TO WSEOF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE InvoiceFile
              MOVE 'N' TO WSEOF
              IF InvoiceTableFull
                 DISPLAY "appay: more than 1000 invoice lines on "
                     "APInvoices.dat - table exceeded, nothing paid"
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.

       TotalOneInvoiceLine.
           MOVE WSAiLine(WSAiIdx) TO APInvoiceRecord.
           IF AiOpen AND AiDueDate NOT > WSPayThrough
              PERFORM FindLineSupplier
              IF WSSupIdx > WSSupCount
                 ADD 1 TO WSUnknownCount
              ELSE
                 ADD AiAmount TO WSSupDue(WSSupIdx)
              END-IF
           END-IF.

       FindLineSupplier.
           PERFORM VARYING WSSupIdx FROM 1 BY 1
               UNTIL WSSupIdx > WSSupCount
               OR WSSupCode(WSSupIdx) = AiSupplier
               CONTINUE
           END-PERFORM.

       ReviewOneSupplier.
           IF WSSupDue(WSSupIdx) > ZERO
              DISPLAY " "
              DISPLAY "Supplier " WSSupCode(WSSupIdx) " : "
                  WSSupName(WSSupIdx)
              PERFORM ShowOneDueLine
                  VARYING WSAiIdx FROM 1 BY 1
                  UNTIL WSAiIdx > WSAiCount
              MOVE WSSupDue(WSSupIdx) TO WSAmountShown
              DISPLAY "  Due for payment " WSAmountShown
              MOVE SPACE TO WSDecision
              PERFORM UNTIL PayNow OR SkipPayment OR QuitRun
                 DISPLAY "(P)ay  (S)kip  (Q)uit " WITH NO ADVANCING
                 ACCEPT WSDecision
              END-PERFORM
              EVALUATE TRUE
                  WHEN PayNow
                      PERFORM PaySupplier
                  WHEN SkipPayment
                      ADD 1 TO WSSkippedCount
                  WHEN QuitRun
                      ADD 1 TO WSSkippedCount
                      MOVE 'N' TO WSContinueFlag
              END-EVALUATE
           END-IF.

       ShowOneDueLine.
           MOVE WSAiLine(WSAiIdx) TO APInvoiceRecord.
           IF AiSupplier = WSSupCode(WSSupIdx)
              AND AiOpen AND AiDueDate NOT > WSPayThrough
              MOVE AiAmount TO WSAmountShown
              DISPLAY "  Invoice " AiInvoiceNo " line " AiLineNo
                  " due " AiDueDate " " WSAmountShown
           END-IF.

       ReadNextCheckNumber.
           OPEN INPUT CheckCtlFile.
           IF WSCheckCtlStatus = "00"
              READ CheckCtlFile
                  AT END CONTINUE
                  NOT AT END
                      IF CheckCtlRecord NUMERIC
                         MOVE CheckCtlRecord TO WSNextCheck
                      END-IF
              END-READ
           END-IF.
           CLOSE CheckCtlFile.

       SaveNextCheckNumber.
           OPEN OUTPUT CheckCtlFile.
           MOVE WSNextCheck TO CheckCtlRecord.
           WRITE CheckCtlRecord.
           CLOSE CheckCtlFile.

       *> The number is taken and the control file saved before the
       *> check prints, so a crash mid-check wastes a number instead
       *> of reusing one. The stub carries one line per invoice -
       *> the lines of an invoice sit together on the file.
       PaySupplier.
           PERFORM ReadNextCheckNumber.
           MOVE WSNextCheck TO WSCheckNum.
           ADD 1 TO WSNextCheck.
           PERFORM SaveNextCheckNumber.
           MOVE WSCheckNum TO WSSCheckNum.
           MOVE WSSupName(WSSupIdx) TO WSSName.
           IF WSPaidCount = ZERO
              WRITE CheckLine FROM WSStubHead
              END-WRITE
           ELSE
              WRITE CheckLine FROM WSStubHead
                  AFTER ADVANCING PAGE
              END-WRITE
           END-IF.
           MOVE WSSupStreet(WSSupIdx) TO CheckLine.
           WRITE CheckLine
               AFTER ADVANCING 1 LINE
           END-WRITE.
           MOVE WSSupCity(WSSupIdx) TO CheckLine.
           WRITE CheckLine
               AFTER ADVANCING 1 LINE
           END-WRITE.
           MOVE "Amount      : " TO WSSLabel.
           MOVE WSSupDue(WSSupIdx) TO WSSAmount.
           WRITE CheckLine FROM WSStubLine
               AFTER ADVANCING 2 LINES
           END-WRITE.
           OPEN EXTEND LedgerFile.
           IF WSLedgerStatus = "35"
              OPEN OUTPUT LedgerFile
              CLOSE LedgerFile
              OPEN EXTEND LedgerFile
           END-IF.
           MOVE SPACES TO WSCurInvoiceNo.
           MOVE ZERO TO WSCurInvAmount.
           PERFORM PayOneInvoiceLine
               VARYING WSAiIdx FROM 1 BY 1
               UNTIL WSAiIdx > WSAiCount.
           PERFORM CloseOneInvoice.
           CLOSE LedgerFile.
           MOVE WSCheckNum TO WSCRNum.
           MOVE WSSupCode(WSSupIdx) TO WSCRSupplier.
           MOVE WSSupName(WSSupIdx) TO WSCRName.
           MOVE WSSupDue(WSSupIdx) TO WSCRAmount.
           MOVE WSToday TO WSCRDate.
           WRITE CheckRegLine FROM WSCheckRegDetail
               AFTER ADVANCING 1 LINE
           END-WRITE.
           ADD 1 TO WSPaidCount.
           ADD WSSupDue(WSSupIdx) TO WSPaidTotal.
           DISPLAY "  Check " WSCheckNum " printed".

       PayOneInvoiceLine.
           MOVE WSAiLine(WSAiIdx) TO APInvoiceRecord.
           IF AiSupplier = WSSupCode(WSSupIdx)
              AND AiOpen AND AiDueDate NOT > WSPayThrough
              IF AiInvoiceNo NOT = WSCurInvoiceNo
                 PERFORM CloseOneInvoice
                 MOVE AiInvoiceNo TO WSCurInvoiceNo
                 MOVE AiInvDate TO WSCurInvDate
              END-IF
              ADD AiAmount TO WSCurInvAmount
              MOVE 'P' TO AiStatus
              MOVE WSCheckNum TO AiCheckNum
              MOVE WSToday TO AiPaidOn
              MOVE APInvoiceRecord TO WSAiLine(WSAiIdx)
           END-IF.

       *> One stub line and one supplier ledger payment per invoice
       CloseOneInvoice.
           IF WSCurInvoiceNo NOT = SPACES
              MOVE WSCurInvoiceNo TO WSSInvoice
              MOVE WSCurInvDate TO WSSInvDate
              MOVE WSCurInvAmount TO WSSInvAmount
              WRITE CheckLine FROM WSStubInvoice
                  AFTER ADVANCING 1 LINE
              END-WRITE
              MOVE SPACES TO APLedgerRecord
              MOVE WSSupCode(WSSupIdx) TO PlSupplier
              MOVE WSToday TO PlDate
              MOVE 'P' TO PlType
              MOVE WSCurInvoiceNo TO PlInvoiceNo
              MOVE WSCheckNum TO PlCheckNum
              MOVE WSCurInvAmount TO PlAmount
              WRITE APLedgerRecord
           END-IF.
           MOVE SPACES TO WSCurInvoiceNo.
           MOVE ZERO TO WSCurInvAmount.

       SaveInvoiceLines.
           OPEN OUTPUT InvoiceFile.
           IF WSInvoiceStatus NOT = "00"
              DISPLAY "appay: unable to save APInvoices.dat - status "
                  WSInvoiceStatus " - checks printed, invoices not "
                  "marked paid"
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM VARYING WSAiIdx FROM 1 BY 1
                  UNTIL WSAiIdx > WSAiCount
                  MOVE WSAiLine(WSAiIdx) TO APInvoiceRecord
                  WRITE APInvoiceRecord
                  END-WRITE
              END-PERFORM
           END-IF.
           CLOSE InvoiceFile.

       *> The run's double entry - Accounts Payable debited for what
       *> was paid off, Cash credited for the checks written. Same
       *> create-if-missing handling the other EXTEND files use.
       PostRunToGL.
           OPEN EXTEND GLJournalFile.
           IF WSGLStatus = "35"
              OPEN OUTPUT GLJournalFile
              CLOSE GLJournalFile
              OPEN EXTEND GLJournalFile
           END-IF.
           IF WSGLStatus NOT = "00"
              DISPLAY "appay: GLJournal.dat unavailable - status "
                  WSGLStatus " - journal lines not written"
           ELSE
              MOVE SPACES TO GLJournalRecord
              MOVE WSToday TO GjDate
              MOVE "appay" TO GjSource
              MOVE 2000 TO GjAccount
              MOVE 'D' TO GjDrCr
              MOVE WSPaidTotal TO GjAmount
              MOVE "Supplier payments" TO GjDesc
              WRITE GLJournalRecord
              END-WRITE
              MOVE 1000 TO GjAccount
              MOVE 'C' TO GjDrCr
              WRITE GLJournalRecord
              END-WRITE
           END-IF.
           CLOSE GLJournalFile.

      *> Shared GL closed-period lookup - see Copybooks/glperiodchk.cpy
      *> for the fields
       COPY glperiodchkp.
