       *> the losing record is archived to CustomerArchive.dat the
       *> way custarchive.cob archives customers - recoverable, never
       *> just deleted.
       *> NEW : ARLedger.dat is INDEXED on the customer now, so its
       *> lines move by key - each is posted again under the
       *> survivor and then deleted from the loser - instead of
       *> being rewritten in place with the line sequential
       *> reference files.
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
                  LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                  FILE STATUS IS WSFileStatus.
              SELECT ARBalanceFile ASSIGN TO "ARBalance.dat"
                  ACCESS IS DYNAMIC
                  RECORD KEY IS ArCustID
                  FILE STATUS IS WSBalanceStatus.
              SELECT ARLedgerFile ASSIGN TO "ARLedger.dat"
      *> NEW : keyed on customer, date, reference and sequence -
      *> see Copybooks/arledger.cpy
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS ALLedgerKey
                      = ALCustID ALDate ALRef ALSeq
                  FILE STATUS IS WSLedgerStatus.
              SELECT ArchiveFile ASSIGN TO "CustomerArchive.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
       01 ARBalanceRecord.
              02 ArCustID     PIC 9(8) COMP-3.
              02 ArBalance    PIC S9(7)V99 COMP-3.
       FD ARLedgerFile.
       *> Same line layout every AR program shares - see
       *> Copybooks/arledger.cpy
       COPY arledger.
       FD ArchiveFile.
       *> Mirrors custrec.cpy field for field, same layout
       *> custarchive.cob keeps, so the group MOVE below stays
              02 ArCustPhone           PIC X(12).
              02 ArCustCreditLim       PIC 9(7)V99 COMP-3.
              02 ArCustTermsCode       PIC X(3).
              02 ArCustBillToID        PIC 9(8) COMP-3.
              02 ArCustMailFlag        PIC X.
              02 ArCustFinChg          PIC X.
              02 ArCustWriteOff        PIC X.
              02 ArCustDelivery        PIC X.
              02 ArCustEmail           PIC X(40).
       FD AuditFile.
       01 AuditLine    PIC X(120).
       FD OperatorFile.
       WORKING-STORAGE SECTION.
       01 WSFileStatus     PIC XX.
       01 WSBalanceStatus  PIC XX.
       01 WSLedgerStatus   PIC XX.
       01 WSArchiveStatus  PIC XX.
       01 WSAuditStatus    PIC XX.
       01 WSOperatorStatus PIC XX.
       *> NEW : the files that can carry a customer ID, with the
       *> column it starts in and, where only one record type carries
       *> it, the type letter to match in column 1
      *> NEW : ARLedger.dat is keyed and moves in MoveLedgerAcross
       01 WSRefTable.
              02 FILLER    PIC X(24) VALUE "HeldOrders.dat".
              02 FILLER    PIC 9(3)  VALUE 17.
              02 FILLER    PIC X     VALUE SPACE.
              02 FILLER    PIC X(24) VALUE "StudentGuardians.dat".
              02 FILLER    PIC 9(3)  VALUE 6.
              02 FILLER    PIC X     VALUE SPACE.
      *> NEW : the open-item settlement lines follow the ledger
      *> lines they belong to
              02 FILLER    PIC X(24) VALUE "ARSettlement.dat".
              02 FILLER    PIC 9(3)  VALUE 1.
              02 FILLER    PIC X     VALUE SPACE.
       01 WSRefEntries REDEFINES WSRefTable.
              02 WSRefEntry OCCURS 7 TIMES.
                  03 WSRefEntryName    PIC X(24).
       01 WSLoserEntry     PIC X(8).
       01 WSSurvivorEntry  PIC X(8).
       01 WSLoserBalance   PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WSLedgerHold     PIC X(80).
       01 WSConfirmEntry   PIC X.
              88 MergeConfirmed    VALUE 'Y' 'y'.
       *> NEW : the reviewing supervisor, signed on at custmenu.cob or
       01 WSBeforeImage.
              02 WSBeforeFirst    PIC X(15).
              02 WSBeforeLast     PIC X(15).
      *> NEW : shared keyed ledger fields - see
      *> Copybooks/arledgerkeyp.cpy
       COPY arledgerkey.

       PROCEDURE DIVISION.
       Main.
              DISPLAY "Merge abandoned - nothing changed"
           ELSE
              PERFORM RewriteReferences
              PERFORM MoveLedgerAcross
              PERFORM MoveBalanceAcross
              PERFORM ArchiveLosingRecord
              DISPLAY "custmerge: " WSLoserEntry " folded into "
           CLOSE RefFile.
           MOVE 'N' TO WSEOF.

      *> NEW : one line at a time from a fresh START on the loser,
      *> so a line already moved is never met again. The survivor's
      *> copy is posted before the loser's is deleted - a failure
      *> in between leaves the line twice, which arreconcile.cob
      *> shows, never leaves it lost.
       MoveLedgerAcross.
           MOVE ZERO TO WSSwapCount.
           MOVE 'N' TO WSEOF.
           OPEN I-O ARLedgerFile.
           IF WSLedgerStatus NOT = "00"
              DISPLAY "custmerge: ARLedger.dat unavailable - status "
                  WSLedgerStatus " - no ledger lines moved"
              CLOSE ARLedgerFile
           ELSE
              PERFORM UNTIL EndOfPass
                 MOVE WSLoserEntry TO WSLgCustID
                 PERFORM StartCustLedger
                 IF LgEndOfCust
                    MOVE 'Y' TO WSEOF
                 ELSE
                    READ ARLedgerFile NEXT RECORD
                        AT END MOVE 'Y' TO WSEOF
                        NOT AT END
                            IF ALCustID NOT = WSLoserEntry
                               MOVE 'Y' TO WSEOF
                            ELSE
                               PERFORM MoveOneLedgerLine
                            END-IF
                    END-READ
                 END-IF
              END-PERFORM
              CLOSE ARLedgerFile
              MOVE 'N' TO WSEOF
              IF WSSwapCount > ZERO
                 DISPLAY "custmerge: " WSSwapCount " line(s) "
                     "moved in ARLedger.dat"
              END-IF
           END-IF.

       MoveOneLedgerLine.
           MOVE ARLedgerRecord TO WSLedgerHold.
           MOVE WSSurvivorEntry TO ALCustID.
           PERFORM PostLedgerLine.
           IF LedgerPostFailed
              MOVE 'Y' TO WSEOF
           ELSE
              MOVE WSLedgerHold TO ARLedgerRecord
              DELETE ARLedgerFile RECORD
                  INVALID KEY
                      DISPLAY "custmerge: ledger line " ALRef
                          " could not be removed from " WSLoserEntry
                          " - status " WSLedgerStatus
                      MOVE 'Y' TO WSEOF
                  NOT INVALID KEY
                      ADD 1 TO WSSwapCount
              END-DELETE
           END-IF.

       *> NEW : the loser's running balance joins the survivor's and
       *> the loser's balance record is deleted, so the balance file
       *> and the rewritten ledger agree to the penny
           END-IF.
           WRITE AuditLine FROM WSAuditRecord.
           CLOSE AuditFile.

      *> NEW : shared keyed ledger access - see
      *> Copybooks/arledgerkey.cpy for the fields
       COPY arledgerkeyp.
