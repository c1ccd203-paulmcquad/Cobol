       IDENTIFICATION DIVISION.
       PROGRAM-ID. arwriteoff.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Bad-debt write-off - an account that has had its final
       *> notice from ardunning.cob and still pays nothing used to
       *> sit in the 90-plus bucket of AgedReceivables.txt for ever,
       *> inflating AR until it was written off on a spreadsheet at
       *> year end. This run proposes the candidates - every account
       *> at dunning level 3 in DunningLevels.dat, and the branches
       *> of a head office at level 3, that still owe money and have
       *> had no receipt on the ledger for the number of days set in
       *> RunControl.dat - and a supervisor, signed on at custmenu.cob
       *> or verified here against OperatorMaster.dat, (A)pproves or
       *> (S)kips each one. An approved write-off posts a C line with
       *> reason WOF for the whole balance under a WOnnnn reference
       *> from NextWriteOff.dat, brings ARBalance.dat to zero, records
       *> it in WriteOffs.dat with the approver, and closes the
       *> account's credit - limit to zero and the write-off flag on
       *> the master, so fixed.cob holds any new invoice for it.
       *> The run's write-offs are journalled to bad debt expense
       *> (6100) against AR. Money that later arrives on the account
       *> is posted by arpayment.cob/arlockbox.cob as a recovery of
       *> this write-off.
       *> RunControl.dat setting (see runcontrol.cob):
       *>   WRITEOFF-DAYS      days without a receipt before a final-
       *>                      notice account is proposed - 00090
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT LevelFile ASSIGN TO "DunningLevels.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSLevelStatus.
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
                  ACCESS IS DYNAMIC
                  RECORD KEY IS ArCustID
                  FILE STATUS IS WSBalanceStatus.
              SELECT CustomerFile ASSIGN TO "Customer.dat"
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
                  LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                  FILE STATUS IS WSCustFileStatus.
              SELECT OperatorFile ASSIGN TO "OperatorMaster.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSOperatorStatus.
              SELECT WriteOffFile ASSIGN TO "WriteOffs.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSWriteOffStatus.
              SELECT WoCtlFile ASSIGN TO "NextWriteOff.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSWoCtlStatus.
              SELECT GLJournalFile ASSIGN TO "GLJournal.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSGLStatus.
              SELECT PeriodFile ASSIGN TO "ARPeriod.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSPeriodStatus.

       DATA DIVISION.
       FILE SECTION.
       FD LevelFile.
       *> Same layout ardunning.cob writes
       01 LevelRecord.
              02 DunCustID    PIC X(8).
              02 FILLER       PIC X(1).
              02 DunLevel     PIC 9.
              02 FILLER       PIC X(1).
              02 DunLastDate  PIC 9(8).
       FD ARLedgerFile.
       COPY arledger.
       FD ARBalanceFile.
       01 ARBalanceRecord.
              02 ArCustID     PIC 9(8) COMP-3.
              02 ArBalance    PIC S9(7)V99 COMP-3.
       FD CustomerFile.
       COPY custrec.
       FD OperatorFile.
       01 OperatorRecord.
              02 OperID      PIC X(10).
              02 FILLER      PIC X(2).
              02 OperName    PIC X(20).
              02 FILLER      PIC X(2).
              02 OperLevel   PIC 9.
       FD WriteOffFile.
       COPY arwriteoff.
       FD WoCtlFile.
       01 WoCtlRecord     PIC 9(4).
       FD GLJournalFile.
       COPY gljournal.
       FD PeriodFile.
       01 PeriodRecord    PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WSLevelStatus    PIC XX.
       01 WSLedgerStatus   PIC XX.
       01 WSBalanceStatus  PIC XX.
       01 WSCustFileStatus PIC XX.
       01 WSOperatorStatus PIC XX.
       01 WSWriteOffStatus PIC XX.
       01 WSWoCtlStatus    PIC XX.
       01 WSGLStatus       PIC XX.
       01 WSEOF            PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
       *> The accounts on their final notice
       01 WSCandTable.
              02 WSCandID OCCURS 200 TIMES PIC X(8).
       01 WSCandCount      PIC 9(3) VALUE ZERO.
       01 WSCandIdx        PIC 9(3).
       *> Every account's latest receipt on the ledger
       01 WSRcptTable.
              02 WSRcptEntry OCCURS 500 TIMES.
                  03 WSRcptCustID   PIC X(8).
                  03 WSRcptDate     PIC 9(8).
       01 WSRcptCount      PIC 9(3) VALUE ZERO.
       01 WSRcptIdx        PIC 9(3).
       01 WSScanIdx        PIC 9(3).
       01 WSOverflow       PIC X VALUE 'N'.
              88 TablesFull       VALUE 'Y'.
       *> The account under review and the group it belongs to
       01 WSRevCustID      PIC X(8).
       01 WSRevBalance     PIC S9(7)V99 COMP-3.
       01 WSHeadID         PIC 9(8).
       01 WSHeadLastRcpt   PIC 9(8).
       01 WSLastRcpt       PIC 9(8).
       01 WSLookupID       PIC X(8).
       01 WSLookupDate     PIC 9(8).
       01 WSDaysSilent     PIC 9(5).
       01 WSBranchEOF      PIC X VALUE 'N'.
              88 EndOfBranches   VALUE 'Y'.
       01 WSToday          PIC 9(8).
       01 WSTodayInt       PIC 9(7).
       01 WSParmName       PIC X(20).
       01 WSParmValue      PIC 9(5).
       01 WSParmFound      PIC X.
       01 WSSilentDays     PIC 9(5) VALUE 90.
       01 WSContinueFlag   PIC X VALUE 'Y'.
              88 KeepGoing      VALUE 'Y'.
       01 WSDecision       PIC X.
              88 ApproveWriteOff  VALUE 'A' 'a'.
              88 SkipWriteOff     VALUE 'S' 's'.
              88 QuitReview       VALUE 'Q' 'q'.
       *> The reviewing supervisor - same sign-on arcredit.cob
       *> honours: custmenu's EXTERNAL sign-on, or OperatorMaster.dat
       *> on a standalone run
       01 WSSignedOnOper     PIC X(10) EXTERNAL.
       01 WSSignedOnLevel    PIC 9 EXTERNAL.
       01 WSOperatorID    PIC X(10) VALUE SPACES.
       01 WSAuthority     PIC 9 VALUE ZERO.
              88 SupervisorAuthority   VALUE 2 THRU 9.
       01 WSNextWriteOff   PIC 9(4) VALUE 1.
       01 WSWoSeq          PIC 9(4).
       01 WSWoRef          PIC X(6).
       01 WSProposedCount  PIC 9(5) VALUE ZERO.
       01 WSApprovedCount  PIC 9(5) VALUE ZERO.
       01 WSSkippedCount   PIC 9(5) VALUE ZERO.
       01 WSWrittenTotal   PIC 9(8)V99 COMP-3 VALUE ZERO.
       01 WSBalanceShown   PIC Z,ZZZ,ZZ9.99CR.
       01 WSTotalShown     PIC $$$,$$$,$$9.99.
      *> Shared closed-period fields - see Copybooks/arperiodchkp.cpy
       COPY arperiodchk.
       01 WSTodayYM        PIC 9(6).
      *> NEW : shared keyed ledger fields - see
      *> Copybooks/arledgerkeyp.cpy
       COPY arledgerkey.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           PERFORM EstablishAuthority.
           IF NOT SupervisorAuthority
              DISPLAY "arwriteoff: supervisor authority required"
              GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday.
           MOVE WSToday(1:6) TO WSTodayYM.
           COMPUTE WSTodayInt = FUNCTION INTEGER-OF-DATE(WSToday).
      *> Write-offs post dated today, so if today's month has been
      *> closed the run is refused before anything is proposed
           PERFORM LoadClosedPeriod.
           IF WSClosedThru > ZERO AND WSTodayYM NOT > WSClosedThru
              DISPLAY "arwriteoff: period " WSTodayYM " is closed - "
                  "no postings allowed"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE "WRITEOFF-DAYS" TO WSParmName.
           CALL 'runcontrol' USING WSParmName, WSParmValue,
               WSParmFound
           END-CALL.
           IF WSParmFound = 'Y' AND WSParmValue > ZERO
              MOVE WSParmValue TO WSSilentDays
           END-IF.
           PERFORM LoadFinalNotices.
           IF WSCandCount = ZERO
              DISPLAY "arwriteoff: no accounts on final notice"
              GOBACK
           END-IF.
           PERFORM LoadLastReceipts.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           OPEN I-O CustomerFile.
           IF WSCustFileStatus NOT = "00"
              DISPLAY "arwriteoff: Customer.dat unavailable - "
                  "status " WSCustFileStatus
              CLOSE CustomerFile
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O ARBalanceFile.
           IF WSBalanceStatus NOT = "00"
              DISPLAY "arwriteoff: ARBalance.dat unavailable - "
                  "status " WSBalanceStatus
              CLOSE ARBalanceFile
              CLOSE CustomerFile
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM ReadNextWriteOffNumber.
           PERFORM ReviewOneCandidate
               VARYING WSCandIdx FROM 1 BY 1
               UNTIL WSCandIdx > WSCandCount OR NOT KeepGoing.
           CLOSE ARBalanceFile.
           CLOSE CustomerFile.
           PERFORM PostRunToGL.
           MOVE WSWrittenTotal TO WSTotalShown.
           DISPLAY "arwriteoff: " WSProposedCount " proposed, "
               WSApprovedCount " written off (" WSTotalShown "), "
               WSSkippedCount " skipped".
      *> GOBACK so a menu program can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

       *> The custmenu sign-on travels in via EXTERNAL storage; a
       *> standalone run is verified against OperatorMaster.dat
       *> directly - a write-off takes money off the books, so there
       *> is no unrestricted fallback here
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
                 DISPLAY "arwriteoff: operator master unavailable"
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

       *> Level 3 is the final notice - nothing below it is proposed
       LoadFinalNotices.
           OPEN INPUT LevelFile.
           IF WSLevelStatus = "00"
              PERFORM UNTIL EndOfPass
                 READ LevelFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF DunLevel NUMERIC AND DunLevel = 3
                            AND WSCandCount < 200
                            ADD 1 TO WSCandCount
                            MOVE DunCustID TO WSCandID(WSCandCount)
                         END-IF
                 END-READ
              END-PERFORM
              MOVE 'N' TO WSEOF
           END-IF.
           CLOSE LevelFile.

       LoadLastReceipts.
           OPEN INPUT ARLedgerFile.
           IF WSLedgerStatus NOT = "00"
              DISPLAY "arwriteoff: no ARLedger.dat on file - status "
                  WSLedgerStatus
              CLOSE ARLedgerFile
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM UNTIL EndOfPass
                 READ ARLedgerFile NEXT RECORD
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF ALType = 'P' AND ALDate NUMERIC
                            PERFORM NoteOneReceipt
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE ARLedgerFile
              MOVE 'N' TO WSEOF
              IF TablesFull
                 DISPLAY "arwriteoff: ledger exceeds the receipt "
                     "table - aborting before a paying account is "
                     "proposed"
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.

       NoteOneReceipt.
           MOVE ZERO TO WSRcptIdx.
           PERFORM VARYING WSScanIdx FROM 1 BY 1
               UNTIL WSScanIdx > WSRcptCount OR WSRcptIdx > ZERO
               IF WSRcptCustID(WSScanIdx) = ALCustID
                  MOVE WSScanIdx TO WSRcptIdx
               END-IF
           END-PERFORM.
           IF WSRcptIdx = ZERO
              IF WSRcptCount < 500
                 ADD 1 TO WSRcptCount
                 MOVE WSRcptCount TO WSRcptIdx
                 MOVE ALCustID TO WSRcptCustID(WSRcptIdx)
                 MOVE ZERO TO WSRcptDate(WSRcptIdx)
              ELSE
                 SET TablesFull TO TRUE
              END-IF
           END-IF.
           IF WSRcptIdx > ZERO
              AND ALDate > WSRcptDate(WSRcptIdx)
              MOVE ALDate TO WSRcptDate(WSRcptIdx)
           END-IF.

       *> WSLookupDate comes back zero for an account that has never
       *> paid anything
       FindLastReceipt.
           MOVE ZERO TO WSLookupDate.
           PERFORM VARYING WSRcptIdx FROM 1 BY 1
               UNTIL WSRcptIdx > WSRcptCount
               IF WSRcptCustID(WSRcptIdx) = WSLookupID
                  MOVE WSRcptDate(WSRcptIdx) TO WSLookupDate
               END-IF
           END-PERFORM.

       *> The final-notice account itself, then - since ardunning.cob
       *> chases a head office for its whole group - each branch that
       *> bills to it. A receipt from the head office counts for the
       *> branches too.
       ReviewOneCandidate.
           IF WSCandID(WSCandIdx) NUMERIC
              MOVE WSCandID(WSCandIdx) TO WSLookupID
              PERFORM FindLastReceipt
              MOVE WSLookupDate TO WSHeadLastRcpt
              MOVE WSCandID(WSCandIdx) TO WSRevCustID
              MOVE WSRevCustID TO IDNum
              READ CustomerFile
                  INVALID KEY
                      DISPLAY "arwriteoff: " WSRevCustID
                          " not on the master - not proposed"
                  NOT INVALID KEY
                      MOVE WSHeadLastRcpt TO WSLastRcpt
                      PERFORM ConsiderOneAccount
              END-READ
              IF KeepGoing
                 PERFORM ReviewBranches
              END-IF
           END-IF.

       ReviewBranches.
           MOVE WSCandID(WSCandIdx) TO WSHeadID.
           MOVE WSHeadID TO CustBillToID.
           MOVE 'N' TO WSBranchEOF.
           START CustomerFile KEY IS = CustBillToID
               INVALID KEY
                   MOVE 'Y' TO WSBranchEOF
           END-START.
           PERFORM UNTIL EndOfBranches OR NOT KeepGoing
              READ CustomerFile NEXT
                  AT END MOVE 'Y' TO WSBranchEOF
                  NOT AT END
                      IF CustBillToID NOT = WSHeadID
                         MOVE 'Y' TO WSBranchEOF
                      ELSE
                         MOVE IDNum TO WSRevCustID
                         MOVE WSRevCustID TO WSLookupID
                         PERFORM FindLastReceipt
                         MOVE WSLookupDate TO WSLastRcpt
                         IF WSHeadLastRcpt > WSLastRcpt
                            MOVE WSHeadLastRcpt TO WSLastRcpt
                         END-IF
                         PERFORM ConsiderOneAccount
                      END-IF
              END-READ
           END-PERFORM.

       *> Proposed only while it still owes and has been silent for
       *> the configured number of days. The master record in hand
       *> is the account under review.
       ConsiderOneAccount.
           MOVE ZERO TO WSRevBalance.
           MOVE WSRevCustID TO ArCustID.
           READ ARBalanceFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ArBalance TO WSRevBalance
           END-READ.
           IF WSLastRcpt > ZERO
              COMPUTE WSDaysSilent = WSTodayInt -
                  FUNCTION INTEGER-OF-DATE(WSLastRcpt)
           ELSE
              MOVE 99999 TO WSDaysSilent
           END-IF.
           IF WSRevBalance > ZERO AND WSDaysSilent >= WSSilentDays
              ADD 1 TO WSProposedCount
              PERFORM DecideOneAccount
           END-IF.

       DecideOneAccount.
           MOVE WSRevBalance TO WSBalanceShown.
           DISPLAY " ".
           DISPLAY "Customer " WSRevCustID " : " FirstName " "
               LastName.
           DISPLAY "  Balance " WSBalanceShown.
           IF WSLastRcpt > ZERO
              DISPLAY "  Last receipt " WSLastRcpt " - "
                  WSDaysSilent " days ago"
           ELSE
              DISPLAY "  No receipt on the ledger"
           END-IF.
           MOVE SPACE TO WSDecision.
           PERFORM UNTIL ApproveWriteOff OR SkipWriteOff
                         OR QuitReview
              DISPLAY "(A)pprove write-off  (S)kip  (Q)uit "
                  WITH NO ADVANCING
              ACCEPT WSDecision
           END-PERFORM.
           EVALUATE TRUE
               WHEN ApproveWriteOff
                   PERFORM PostWriteOff
               WHEN SkipWriteOff
                   ADD 1 TO WSSkippedCount
               WHEN QuitReview
                   ADD 1 TO WSSkippedCount
                   MOVE 'N' TO WSContinueFlag
           END-EVALUATE.

       ReadNextWriteOffNumber.
           OPEN INPUT WoCtlFile.
           IF WSWoCtlStatus = "00"
              READ WoCtlFile
                  AT END CONTINUE
                  NOT AT END
                      IF WoCtlRecord NUMERIC
                         MOVE WoCtlRecord TO WSNextWriteOff
                      END-IF
              END-READ
           END-IF.
           CLOSE WoCtlFile.

       SaveNextWriteOffNumber.
           OPEN OUTPUT WoCtlFile.
           MOVE WSNextWriteOff TO WoCtlRecord.
           WRITE WoCtlRecord.
           CLOSE WoCtlFile.

       *> The number is taken and the control file saved before the
       *> write-off posts, the same discipline the receipt numbers
       *> follow. The C line is left unallocated - it applies oldest-
       *> first and clears everything the account owes.
       PostWriteOff.
           MOVE WSNextWriteOff TO WSWoSeq.
           ADD 1 TO WSNextWriteOff.
           PERFORM SaveNextWriteOffNumber.
           MOVE SPACES TO WSWoRef.
           STRING "WO" WSWoSeq DELIMITED BY SIZE INTO WSWoRef.
           MOVE SPACES TO ARLedgerRecord.
           MOVE WSRevCustID TO ALCustID.
           MOVE 'C' TO ALType.
           MOVE WSToday TO ALDate.
           MOVE WSWoRef TO ALRef.
           MOVE WSRevBalance TO ALAmount.
           MOVE "WOF" TO ALReason.
      *> NEW : posted by key - see Copybooks/arledgerkeyp.cpy
           OPEN I-O ARLedgerFile.
           IF WSLedgerStatus = "35"
              OPEN OUTPUT ARLedgerFile
              CLOSE ARLedgerFile
              OPEN I-O ARLedgerFile
           END-IF.
           PERFORM PostLedgerLine.
           CLOSE ARLedgerFile.
      *> NEW : no C line, no write-off - the balance, the register
      *> and the customer's credit are left as they were
           IF LedgerLinePosted
              PERFORM CloseWrittenOffAccount
           ELSE
              ADD 1 TO WSSkippedCount
              DISPLAY "  " WSRevCustID " NOT written off"
           END-IF.

       CloseWrittenOffAccount.
           SUBTRACT WSRevBalance FROM ArBalance.
           REWRITE ARBalanceRecord
           END-REWRITE.
           OPEN EXTEND WriteOffFile.
           IF WSWriteOffStatus = "35"
              OPEN OUTPUT WriteOffFile
              CLOSE WriteOffFile
              OPEN EXTEND WriteOffFile
           END-IF.
           MOVE SPACES TO WriteOffRecord.
           MOVE WSRevCustID TO WoCustID.
           MOVE 'W' TO WoType.
           MOVE WSToday TO WoDate.
           MOVE WSWoRef TO WoRef.
           MOVE WSRevBalance TO WoAmount.
           MOVE WSOperatorID TO WoBy.
           WRITE WriteOffRecord.
           CLOSE WriteOffFile.
      *> Credit closed - no limit to speak of, and the flag makes the
      *> invoice run hold whatever comes in for the account
           MOVE ZERO TO CustCreditLimit.
           SET CustWrittenOff TO TRUE.
           REWRITE CustomerData
           END-REWRITE.
           IF WSCustFileStatus NOT = "00"
              DISPLAY "arwriteoff: " WSRevCustID " written off but "
                  "credit not closed - status " WSCustFileStatus
           END-IF.
           ADD 1 TO WSApprovedCount.
           ADD WSRevBalance TO WSWrittenTotal.
           DISPLAY "  Written off under " WSWoRef.

       *> The run's double entry - bad debt expense debited, AR
       *> credited, debits equal to credits by construction. Same
       *> create-if-missing handling the other EXTEND files use.
       PostRunToGL.
           IF WSWrittenTotal = ZERO
              CONTINUE
           ELSE
              OPEN EXTEND GLJournalFile
              IF WSGLStatus = "35"
                 OPEN OUTPUT GLJournalFile
                 CLOSE GLJournalFile
                 OPEN EXTEND GLJournalFile
              END-IF
              IF WSGLStatus NOT = "00"
                 DISPLAY "arwriteoff: GLJournal.dat unavailable - "
                     "status " WSGLStatus
                     " - journal lines not written"
              ELSE
                 MOVE SPACES TO GLJournalRecord
                 MOVE WSToday TO GjDate
                 MOVE "arwriteoff" TO GjSource
                 MOVE 6100 TO GjAccount
                 MOVE 'D' TO GjDrCr
                 MOVE WSWrittenTotal TO GjAmount
                 MOVE "Bad debt write-offs" TO GjDesc
                 WRITE GLJournalRecord
                 END-WRITE
                 MOVE 1100 TO GjAccount
                 MOVE 'C' TO GjDrCr
                 WRITE GLJournalRecord
                 END-WRITE
              END-IF
              CLOSE GLJournalFile
           END-IF.

      *> Shared closed-period lookup - see Copybooks/arperiodchk.cpy
      *> for the fields
       COPY arperiodchkp.

      *> NEW : shared keyed ledger access - see
      *> Copybooks/arledgerkey.cpy for the fields
       COPY arledgerkeyp.
