       IDENTIFICATION DIVISION.
       PROGRAM-ID. custforget.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Customer anonymization - a former customer may ask for
       *> their personal details to be erased, and the name, address
       *> and phone on their master record have been copied into
       *> CustomerArchive.dat, CustomerNotes.dat, the before/after
       *> images in CustomerAudit.log (and its monthly archives from
       *> logroll.cob), the IhBillName on InvoiceHistory.dat, the
       *> Customer.csv extract and every dated Customer.dat.bak
       *> backup named in CustomerBackups.log. For each customer the
       *> supervisor keys, this run overwrites every one of those
       *> copies with a fixed placeholder, keeping the IDNum and all
       *> the money history (ARLedger.dat, ARBalance.dat, the
       *> invoice amounts) exactly as they were so the ledgers still
       *> balance. Only a closed account with nothing open may be
       *> erased - an open AR balance, a held invoice or a back order
       *> refuses it with the reason. Every request, erased or
       *> refused, is written to ForgetCertificates.txt with each
       *> file touched and how many of its records changed.
       *> NEW : the e-billing copies go too - the email address and
       *> bill-to name on every invoice and statement record in
       *> EBillInvoices.dat and EBillStatements.dat, and the address
       *> on each line of EBillDelivery.log, matched on customer ID.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
                  FILE STATUS IS WSFileStatus.
              SELECT ArchiveFile ASSIGN TO "CustomerArchive.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS ArIDNum
                  FILE STATUS IS WSArchiveStatus.
              SELECT ARBalanceFile ASSIGN TO "ARBalance.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS ArCustID
                  FILE STATUS IS WSBalanceStatus.
              SELECT HeldFile ASSIGN TO "HeldOrders.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSHeldStatus.
              SELECT BackOrderFile ASSIGN TO "BackOrders.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSBackOrderStatus.
              SELECT HistoryFile ASSIGN TO "InvoiceHistory.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS IhInvNum
                  FILE STATUS IS WSHistoryStatus.
              SELECT BackupListFile ASSIGN TO "CustomerBackups.log"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSBackupListStatus.
              SELECT BackupFile ASSIGN DYNAMIC WSBackupName
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS BkIDNum
                  FILE STATUS IS WSBackupStatus.
       *> The line-sequential copies - the audit log and its monthly
       *> archives, the notes file, the CSV extract and the e-billing
       *> exports and delivery log - are each
       *> scrubbed through a keep file and copied back, the two-step
       *> rewrite logroll.cob uses
              SELECT SeqFile ASSIGN DYNAMIC WSSeqName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSSeqStatus.
              SELECT KeepFile ASSIGN TO "custforget.keep.tmp"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSKeepStatus.
              SELECT AuditFile ASSIGN TO "CustomerAudit.log"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSAuditStatus.
              SELECT CertFile ASSIGN TO "ForgetCertificates.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSCertStatus.
              SELECT OperatorFile ASSIGN TO "OperatorMaster.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSOperatorStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
       COPY custrec.
       FD ArchiveFile.
       *> Mirrors custrec.cpy field for field, same as the archive FD
       *> in custarchive.cob
       01 ArchiveCustomerData.
              02 ArIDNum    PIC 9(8) COMP-3.
              02 ArCustName.
                  03 ArFirstName    PIC X(15).
                  03 ArLastName     PIC X(15).
              02 ArCustStatus          PIC X.
              02 ArCustLastActivity    PIC 9(8) COMP-3.
              02 ArCustAddress         PIC X(47).
              02 ArCustPhone           PIC X(12).
              02 ArCustCreditLim       PIC 9(7)V99 COMP-3.
              02 ArCustTermsCode       PIC X(3).
              02 ArCustBillToID        PIC 9(8) COMP-3.
              02 ArCustMailFlag        PIC X.
              02 ArCustFinChg          PIC X.
              02 ArCustWriteOff        PIC X.
              02 ArCustDelivery        PIC X.
              02 ArCustEmail           PIC X(40).
       FD ARBalanceFile.
       01 ARBalanceRecord.
              02 ArCustID     PIC 9(8) COMP-3.
              02 ArBalance    PIC S9(7)V99 COMP-3.
       FD HeldFile.
       COPY heldorder.
       FD BackOrderFile.
       COPY backorder.
       FD HistoryFile.
       COPY invhist.
       FD BackupListFile.
       01 BackupListLine    PIC X(40).
       FD BackupFile.
       *> Mirrors custrec.cpy field for field, same as the backup FD
       *> in appendfiles.cob
       01 BackupCustomerData.
              02 BkIDNum    PIC 9(8) COMP-3.
              02 BkCustName.
                  03 BkFirstName    PIC X(15).
                  03 BkLastName     PIC X(15).
              02 BkCustStatus          PIC X.
              02 BkCustLastActivity    PIC 9(8) COMP-3.
              02 BkCustAddress         PIC X(47).
              02 BkCustPhone           PIC X(12).
              02 BkCustCreditLim      PIC 9(7)V99 COMP-3.
              02 BkCustTermsCode     PIC X(3).
              02 BkCustBillToID      PIC 9(8) COMP-3.
              02 BkCustMailFlag      PIC X.
              02 BkCustFinChg        PIC X.
              02 BkCustWriteOff      PIC X.
              02 BkCustDelivery      PIC X.
              02 BkCustEmail         PIC X(40).
       *> NEW : wide enough for the e-billing export lines
       FD SeqFile.
       01 SeqLine       PIC X(160).
       FD KeepFile.
       01 KeepLine      PIC X(160).
       FD AuditFile.
       01 AuditLine    PIC X(120).
       FD CertFile.
       01 CertLine     PIC X(80).
       FD OperatorFile.
       01 OperatorRecord.
              02 OperID      PIC X(10).
              02 FILLER      PIC X(2).
              02 OperName    PIC X(20).
              02 FILLER      PIC X(2).
              02 OperLevel   PIC 9.

       WORKING-STORAGE SECTION.
       01 WSFileStatus       PIC XX.
       01 WSArchiveStatus    PIC XX.
       01 WSBalanceStatus    PIC XX.
       01 WSHeldStatus       PIC XX.
       01 WSBackOrderStatus  PIC XX.
       01 WSHistoryStatus    PIC XX.
       01 WSBackupListStatus PIC XX.
       01 WSBackupStatus     PIC XX.
       01 WSSeqStatus        PIC XX.
       01 WSKeepStatus       PIC XX.
       01 WSAuditStatus      PIC XX.
       01 WSCertStatus       PIC XX.
       01 WSOperatorStatus   PIC XX.
       01 WSEOF              PIC X VALUE 'N'.
              88 EndOfPass        VALUE 'Y'.
       01 WSContinueFlag     PIC X VALUE 'Y'.
              88 KeepGoing        VALUE 'Y'.
       01 WSConfirm          PIC X VALUE 'N'.
              88 ConfirmErase     VALUE 'Y' 'y'.
       *> NEW : the supervisor, signed on at custmenu.cob or verified
       *> here against OperatorMaster.dat on a standalone run -
       *> erasure cannot be undone, so there is no unrestricted
       *> fallback
       01 WSSignedOnOper     PIC X(10) EXTERNAL.
       01 WSSignedOnLevel    PIC 9 EXTERNAL.
       01 WSOperatorID       PIC X(10) VALUE SPACES.
       01 WSAuthority        PIC 9 VALUE ZERO.
              88 SupervisorAuthority   VALUE 2 THRU 9.
       01 WSIDEntry          PIC X(8).
       01 WSForgetID         PIC 9(8).
       01 WSRefuseReason     PIC X(40).
       01 WSOnMaster         PIC X VALUE 'N'.
              88 FoundOnMaster    VALUE 'Y'.
       01 WSOnArchive        PIC X VALUE 'N'.
              88 FoundOnArchive   VALUE 'Y'.
       01 WSErasedCount      PIC 9(3) VALUE ZERO.
       01 WSRefusedCount     PIC 9(3) VALUE ZERO.
       *> NEW : the fixed placeholder every personal field becomes -
       *> name, street, city, postal code and phone. The state code
       *> is cleared rather than marked.
       01 WSErasedName.
              02 FILLER      PIC X(15) VALUE "*ERASED*".
              02 FILLER      PIC X(15) VALUE "*ERASED*".
       01 WSErasedAddress.
              02 FILLER      PIC X(20) VALUE "*ERASED*".
              02 FILLER      PIC X(15) VALUE "*ERASED*".
              02 FILLER      PIC X(2)  VALUE SPACES.
              02 FILLER      PIC X(10) VALUE "*ERASED*".
       01 WSErasedPhone      PIC X(12) VALUE "*ERASED*".
       01 WSErasedWord       PIC X(15) VALUE "*ERASED*".
       01 WSErasedBillName   PIC X(31) VALUE "*ERASED*".
       01 WSErasedNote       PIC X(50) VALUE "*ERASED*".
       01 WSErasedEmail      PIC X(40) VALUE "*ERASED*".
       *> NEW : how many records each file gave up, for the
       *> certificate
       01 WSChangedCount     PIC 9(6).
       01 WSLineChanged      PIC X VALUE 'N'.
              88 LineChanged      VALUE 'Y'.
       *> NEW : the dated backups recorded in CustomerBackups.log,
       *> duplicates collapsed while loading - same table
       *> custrestore.cob keeps
       01 WSBackupName       PIC X(40).
       01 WSBakTable.
              02 WSBakEntry OCCURS 30 TIMES    PIC X(40).
       01 WSBakCount         PIC 99 VALUE ZERO.
       01 WSBakIdx           PIC 99.
       01 WSDupFlag          PIC X VALUE 'N'.
              88 NameInTable      VALUE 'Y'.
       *> NEW : the line-sequential file being scrubbed and which
       *> layout its lines carry
       01 WSSeqName          PIC X(40).
       01 WSScrubKind        PIC X.
              88 ScrubAuditLines  VALUE 'A'.
              88 ScrubNoteLines   VALUE 'N'.
              88 ScrubCSVLines    VALUE 'X'.
              88 ScrubEBillLines  VALUE 'E'.
              88 ScrubDeliveryLines VALUE 'L'.
       *> NEW : logroll.cob closes CustomerAudit.log off into monthly
       *> CustomerAudit.log.YYYYMM archives - every month back over
       *> the retention window is looked for and scrubbed if present
       01 WSArchiveMonths    PIC 9(3) VALUE 84.
       01 WSMonthIdx         PIC 9(3).
       01 WSProbeMonth       PIC 9(6).
       01 WSProbeSplit REDEFINES WSProbeMonth.
              02 WSProbeYear      PIC 9(4).
              02 WSProbeMM        PIC 99.
       *> NEW : shared audit-record layout - see Copybooks/custaudit.cpy
       COPY custaudit.
       *> Same columns custnotes.cob writes to CustomerNotes.dat
       01 WSNoteImage.
              02 WSNtCustID     PIC X(8).
              02 FILLER         PIC X(1).
              02 WSNtTimestamp  PIC X(14).
              02 FILLER         PIC X(1).
              02 WSNtOperator   PIC X(10).
              02 FILLER         PIC X(1).
              02 WSNtText       PIC X(50).
       *> NEW : the e-billing export layouts ebilling.cob writes
       COPY ebillexp.
       *> NEW : same columns ebilling.cob writes to EBillDelivery.log
       01 WSDeliveryImage.
              02 WSDlTimestamp  PIC X(14).
              02 FILLER         PIC X(1).
              02 WSDlCustID     PIC X(8).
              02 FILLER         PIC X(1).
              02 WSDlDocType    PIC X(3).
              02 FILLER         PIC X(1).
              02 WSDlRef        PIC X(8).
              02 FILLER         PIC X(1).
              02 WSDlMethod     PIC X.
              02 FILLER         PIC X(1).
              02 WSDlEmail      PIC X(40).
              02 FILLER         PIC X(1).
              02 WSDlAmount     PIC X(11).
       *> Same columns custexport.cob writes to Customer.csv
       01 WSIDDisplay        PIC 9(8).
       01 WSCertHead.
              02 FILLER         PIC X(31)
                  VALUE "Anonymization certificate - ID ".
              02 WSCHCustID     PIC 9(8).
              02 FILLER         PIC X(2) VALUE SPACES.
              02 WSCHStamp      PIC X(14).
              02 FILLER         PIC X(4) VALUE " by ".
              02 WSCHOperator   PIC X(10).
       01 WSCertDetail.
              02 FILLER         PIC X(2) VALUE SPACES.
              02 WSCDFile       PIC X(40).
              02 WSCDCount      PIC ZZZZZ9.
              02 WSCDText       PIC X(20).

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           PERFORM EstablishAuthority.
           IF NOT SupervisorAuthority
              DISPLAY "custforget: supervisor authority required"
              GOBACK
           END-IF.
           OPEN I-O CustomerFile.
           IF WSFileStatus NOT = "00"
              DISPLAY "custforget: Customer.dat unavailable - "
                  "status " WSFileStatus
              CLOSE CustomerFile
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN EXTEND CertFile.
           IF WSCertStatus = "35"
              OPEN OUTPUT CertFile
              CLOSE CertFile
              OPEN EXTEND CertFile
           END-IF.
           IF WSCertStatus NOT = "00"
              DISPLAY "custforget: unable to open "
                  "ForgetCertificates.txt - status " WSCertStatus
              CLOSE CustomerFile
              CLOSE CertFile
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM LoadBackupList.
           PERFORM TakeOneRequest UNTIL NOT KeepGoing.
           CLOSE CustomerFile.
           CLOSE CertFile.
           DISPLAY "custforget: " WSErasedCount " customer(s) "
               "anonymized, " WSRefusedCount " refused - see "
               "ForgetCertificates.txt".
      *> GOBACK so this can be CALLed as a subprogram as well as run
      *> standalone; acts the same as STOP RUN either way.
       GOBACK.

       *> NEW : the custmenu sign-on travels in via EXTERNAL storage;
       *> a standalone run is verified against OperatorMaster.dat
       *> directly - the same check custdelreview.cob makes
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
                 DISPLAY "custforget: operator master unavailable"
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
              END-IF
           END-IF.

       LoadBackupList.
           MOVE 'N' TO WSEOF.
           OPEN INPUT BackupListFile.
           IF WSBackupListStatus NOT = "00"
              CLOSE BackupListFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ BackupListFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END PERFORM AddBackupName
                 END-READ
              END-PERFORM
              CLOSE BackupListFile
           END-IF.

       AddBackupName.
           MOVE 'N' TO WSDupFlag.
           PERFORM VARYING WSBakIdx FROM 1 BY 1
               UNTIL WSBakIdx > WSBakCount OR NameInTable
               IF WSBakEntry(WSBakIdx) = BackupListLine
                  SET NameInTable TO TRUE
               END-IF
           END-PERFORM.
           IF NOT NameInTable AND WSBakCount < 30
              ADD 1 TO WSBakCount
              MOVE BackupListLine TO WSBakEntry(WSBakCount)
           END-IF.

       TakeOneRequest.
           MOVE SPACES TO WSIDEntry.
           DISPLAY " ".
           DISPLAY "Customer ID to anonymize (blank to finish) "
               WITH NO ADVANCING.
           ACCEPT WSIDEntry.
           IF WSIDEntry = SPACES
              MOVE 'N' TO WSContinueFlag
           ELSE
              IF WSIDEntry NOT NUMERIC
                 DISPLAY "Invalid ID - enter 8 numeric digits"
              ELSE
                 MOVE WSIDEntry TO WSForgetID
                 PERFORM CheckEligibility
                 IF WSRefuseReason NOT = SPACES
                    DISPLAY "Refused - " WSRefuseReason
                    PERFORM CertifyRefusal
                    ADD 1 TO WSRefusedCount
                 ELSE
                    DISPLAY "Erase every personal detail held for "
                        WSIDEntry " ? (Y/N) " WITH NO ADVANCING
                    ACCEPT WSConfirm
                    IF ConfirmErase
                       PERFORM EraseOneCustomer
                       ADD 1 TO WSErasedCount
                    ELSE
                       DISPLAY "Cancelled - nothing changed"
                    END-IF
                 END-IF
              END-IF
           END-IF.

       *> NEW : erasure is for former customers only - the account
       *> must be closed on the master (or already archived off it)
       *> and nothing may still be open against it. The first reason
       *> found is the one reported.
       CheckEligibility.
           MOVE SPACES TO WSRefuseReason.
           MOVE 'N' TO WSOnMaster.
           MOVE 'N' TO WSOnArchive.
           MOVE WSForgetID TO IDNum.
           READ CustomerFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET FoundOnMaster TO TRUE
                   DISPLAY "Customer " WSIDEntry " : " FirstName " "
                       LastName
                   IF NOT CustClosed
                      MOVE "account is not closed" TO WSRefuseReason
                   END-IF
           END-READ.
           OPEN INPUT ArchiveFile.
           IF WSArchiveStatus = "00"
              MOVE WSForgetID TO ArIDNum
              READ ArchiveFile
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      SET FoundOnArchive TO TRUE
                      IF NOT FoundOnMaster
                         DISPLAY "Archived customer " WSIDEntry " : "
                             ArFirstName " " ArLastName
                      END-IF
              END-READ
           END-IF.
           CLOSE ArchiveFile.
           IF NOT FoundOnMaster AND NOT FoundOnArchive
              MOVE "not on the master or the archive"
                  TO WSRefuseReason
           END-IF.
           IF WSRefuseReason = SPACES
              PERFORM CheckOpenBalance
           END-IF.
           IF WSRefuseReason = SPACES
              PERFORM CheckHeldOrders
           END-IF.
           IF WSRefuseReason = SPACES
              PERFORM CheckBackOrders
           END-IF.

       *> NEW : any balance, owed or owing, keeps the account live -
       *> a credit balance still has to be refunded to someone
       CheckOpenBalance.
           OPEN INPUT ARBalanceFile.
           IF WSBalanceStatus = "00"
              MOVE WSForgetID TO ArCustID
              READ ARBalanceFile
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF ArBalance NOT = ZERO
                         MOVE "open AR balance" TO WSRefuseReason
                      END-IF
              END-READ
           END-IF.
           CLOSE ARBalanceFile.

       CheckHeldOrders.
           MOVE 'N' TO WSEOF.
           OPEN INPUT HeldFile.
           IF WSHeldStatus = "00"
              PERFORM UNTIL EndOfPass
                 READ HeldFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF HldCustID = WSIDEntry
                            MOVE "held invoice awaiting credit review"
                                TO WSRefuseReason
                            MOVE 'Y' TO WSEOF
                         END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE HeldFile.

       CheckBackOrders.
           MOVE 'N' TO WSEOF.
           OPEN INPUT BackOrderFile.
           IF WSBackOrderStatus = "00"
              PERFORM UNTIL EndOfPass
                 READ BackOrderFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF BoCustID = WSIDEntry
                            MOVE "back order still open"
                                TO WSRefuseReason
                            MOVE 'Y' TO WSEOF
                         END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE BackOrderFile.

       *> NEW : every copy of the personal fields, file by file, each
       *> certified with the number of records it changed. The
       *> ANONYMZE audit entry goes last, after the trail has been
       *> scrubbed, and carries only the placeholder.
       EraseOneCustomer.
           MOVE WSForgetID TO WSCHCustID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WSCHStamp.
           MOVE WSOperatorID TO WSCHOperator.
           WRITE CertLine FROM WSCertHead
               AFTER ADVANCING 2 LINES
           END-WRITE.
           PERFORM EraseMasterRecord.
           PERFORM EraseArchiveRecord.
           PERFORM EraseInvoiceHistory.
           PERFORM EraseBackups.
           MOVE "A" TO WSScrubKind.
           MOVE "CustomerAudit.log" TO WSSeqName.
           PERFORM ScrubSeqFile.
           PERFORM EraseAuditArchives.
           MOVE "N" TO WSScrubKind.
           MOVE "CustomerNotes.dat" TO WSSeqName.
           PERFORM ScrubSeqFile.
           MOVE "X" TO WSScrubKind.
           MOVE "Customer.csv" TO WSSeqName.
           PERFORM ScrubSeqFile.
      *> NEW : the e-billing exports and their delivery log
           MOVE "E" TO WSScrubKind.
           MOVE "EBillInvoices.dat" TO WSSeqName.
           PERFORM ScrubSeqFile.
           MOVE "EBillStatements.dat" TO WSSeqName.
           PERFORM ScrubSeqFile.
           MOVE "L" TO WSScrubKind.
           MOVE "EBillDelivery.log" TO WSSeqName.
           PERFORM ScrubSeqFile.
           PERFORM WriteAnonymizeAudit.
           DISPLAY "Customer " WSIDEntry " anonymized - certificate "
               "written".

       EraseMasterRecord.
           MOVE ZERO TO WSChangedCount.
           IF FoundOnMaster
              MOVE WSForgetID TO IDNum
              READ CustomerFile
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE WSErasedName TO CustName
                      MOVE WSErasedAddress TO CustAddress
                      MOVE WSErasedPhone TO CustPhone
      *> NEW : the e-billing address goes too, and with nowhere
      *> to send to the account falls back to paper
                      MOVE SPACES TO CustEmail
                      SET DeliverPaper TO TRUE
                      REWRITE CustomerData
                      END-REWRITE
                      IF WSFileStatus = "00"
                         ADD 1 TO WSChangedCount
                      ELSE
                         DISPLAY "custforget: Customer.dat rewrite "
                             "failed - status " WSFileStatus
                      END-IF
              END-READ
           END-IF.
           MOVE "Customer.dat" TO WSCDFile.
           PERFORM CertifyOneFile.

       EraseArchiveRecord.
           MOVE ZERO TO WSChangedCount.
           MOVE "CustomerArchive.dat" TO WSCDFile.
           OPEN I-O ArchiveFile.
           IF WSArchiveStatus NOT = "00"
              CLOSE ArchiveFile
              PERFORM CertifyNotPresent
           ELSE
              MOVE WSForgetID TO ArIDNum
              READ ArchiveFile
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE WSErasedName TO ArCustName
                      MOVE WSErasedAddress TO ArCustAddress
                      MOVE WSErasedPhone TO ArCustPhone
                      MOVE SPACES TO ArCustEmail
                      MOVE SPACE TO ArCustDelivery
                      REWRITE ArchiveCustomerData
                      END-REWRITE
                      IF WSArchiveStatus = "00"
                         ADD 1 TO WSChangedCount
                      END-IF
              END-READ
              CLOSE ArchiveFile
              PERFORM CertifyOneFile
           END-IF.

       *> NEW : the invoice history is keyed on invoice number, so
       *> the customer's documents are found by reading it through.
       *> Only the bill-to name goes - the lines and totals stay so
       *> a reprint still shows what was charged.
       EraseInvoiceHistory.
           MOVE ZERO TO WSChangedCount.
           MOVE "InvoiceHistory.dat" TO WSCDFile.
           MOVE 'N' TO WSEOF.
           OPEN I-O HistoryFile.
           IF WSHistoryStatus NOT = "00"
              CLOSE HistoryFile
              PERFORM CertifyNotPresent
           ELSE
              PERFORM UNTIL EndOfPass
                 READ HistoryFile NEXT
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF IhCustID = WSIDEntry
                            MOVE WSErasedBillName TO IhBillName
                            REWRITE InvoiceHistoryRecord
                            END-REWRITE
                            IF WSHistoryStatus = "00"
                               ADD 1 TO WSChangedCount
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE HistoryFile
              PERFORM CertifyOneFile
           END-IF.

       EraseBackups.
           PERFORM EraseOneBackup
               VARYING WSBakIdx FROM 1 BY 1
               UNTIL WSBakIdx > WSBakCount.

       *> NEW : a generation custrestore.cob has already retired is
       *> certified as not present rather than silently skipped
       EraseOneBackup.
           MOVE ZERO TO WSChangedCount.
           MOVE WSBakEntry(WSBakIdx) TO WSBackupName.
           MOVE WSBackupName TO WSCDFile.
           OPEN I-O BackupFile.
           IF WSBackupStatus NOT = "00"
              CLOSE BackupFile
              PERFORM CertifyNotPresent
           ELSE
              MOVE WSForgetID TO BkIDNum
              READ BackupFile
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE WSErasedName TO BkCustName
                      MOVE WSErasedAddress TO BkCustAddress
                      MOVE WSErasedPhone TO BkCustPhone
                      MOVE SPACES TO BkCustEmail
                      MOVE SPACE TO BkCustDelivery
                      REWRITE BackupCustomerData
                      END-REWRITE
                      IF WSBackupStatus = "00"
                         ADD 1 TO WSChangedCount
                      END-IF
              END-READ
              CLOSE BackupFile
              PERFORM CertifyOneFile
           END-IF.

       *> NEW : only the archives actually on disk are certified -
       *> months logroll.cob never rolled are not worth a line each
       EraseAuditArchives.
           MOVE "A" TO WSScrubKind.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WSProbeMonth.
           PERFORM VARYING WSMonthIdx FROM 1 BY 1
               UNTIL WSMonthIdx > WSArchiveMonths
               MOVE SPACES TO WSSeqName
               STRING "CustomerAudit.log." WSProbeMonth
                   DELIMITED BY SIZE INTO WSSeqName
               OPEN INPUT SeqFile
               IF WSSeqStatus = "00"
                  CLOSE SeqFile
                  PERFORM ScrubSeqFile
               ELSE
                  CLOSE SeqFile
               END-IF
               IF WSProbeMM = 1
                  MOVE 12 TO WSProbeMM
                  SUBTRACT 1 FROM WSProbeYear
               ELSE
                  SUBTRACT 1 FROM WSProbeMM
               END-IF
           END-PERFORM.

       *> NEW : the whole file passes through the keep file with
       *> this customer's lines scrubbed, and is copied back only if
       *> something actually changed
       ScrubSeqFile.
           MOVE ZERO TO WSChangedCount.
           MOVE WSSeqName TO WSCDFile.
           MOVE 'N' TO WSEOF.
           OPEN INPUT SeqFile.
           IF WSSeqStatus NOT = "00"
              CLOSE SeqFile
              PERFORM CertifyNotPresent
           ELSE
              OPEN OUTPUT KeepFile
              PERFORM UNTIL EndOfPass
                 READ SeqFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         PERFORM ScrubOneLine
                         MOVE SeqLine TO KeepLine
                         WRITE KeepLine
                 END-READ
              END-PERFORM
              CLOSE SeqFile
              CLOSE KeepFile
              IF WSChangedCount > ZERO
                 PERFORM CopyKeepFileBack
              END-IF
              PERFORM CertifyOneFile
           END-IF.

       ScrubOneLine.
           MOVE 'N' TO WSLineChanged.
           EVALUATE TRUE
               WHEN ScrubAuditLines
                   MOVE SeqLine TO WSAuditRecord
                   IF SeqLine(1:8) = WSIDEntry
                      PERFORM ScrubAuditImages
                   END-IF
               WHEN ScrubNoteLines
                   MOVE SeqLine TO WSNoteImage
                   IF WSNtCustID = WSIDEntry
                      AND WSNtText NOT = WSErasedNote
                      MOVE WSErasedNote TO WSNtText
                      MOVE WSNoteImage TO SeqLine
                      SET LineChanged TO TRUE
                   END-IF
               WHEN ScrubCSVLines
                   IF SeqLine(1:8) = WSIDEntry
                      AND SeqLine(9:1) = ","
                      AND SeqLine(10:15) NOT = WSErasedWord
                      MOVE WSForgetID TO WSIDDisplay
                      MOVE SPACES TO SeqLine
                      STRING WSIDDisplay DELIMITED BY SIZE
                          "," WSErasedWord DELIMITED BY SIZE
                          "," WSErasedWord DELIMITED BY SIZE
                          INTO SeqLine
                      SET LineChanged TO TRUE
                   END-IF
      *> NEW : only the INV and STM records carry an address and a
      *> name - the lines, items and control records stay as they are
               WHEN ScrubEBillLines
                   PERFORM ScrubEBillRecord
               WHEN ScrubDeliveryLines
                   MOVE SeqLine TO WSDeliveryImage
                   IF WSDlCustID = WSIDEntry
                      AND WSDlEmail NOT = WSErasedEmail
                      MOVE WSErasedEmail TO WSDlEmail
                      MOVE WSDeliveryImage TO SeqLine
                      SET LineChanged TO TRUE
                   END-IF
           END-EVALUATE.
           IF LineChanged
              ADD 1 TO WSChangedCount
           END-IF.

       ScrubEBillRecord.
           EVALUATE SeqLine(1:3)
               WHEN "INV"
                   MOVE SeqLine TO EbInvoiceRec
                   IF EbICustID = WSIDEntry
                      AND (EbIEmail NOT = WSErasedEmail
                           OR EbIBillName NOT = WSErasedBillName)
                      MOVE WSErasedEmail TO EbIEmail
                      MOVE WSErasedBillName TO EbIBillName
                      MOVE EbInvoiceRec TO SeqLine
                      SET LineChanged TO TRUE
                   END-IF
               WHEN "STM"
                   MOVE SeqLine TO EbStatementRec
                   IF EbSCustID = WSIDEntry
                      AND (EbSEmail NOT = WSErasedEmail
                           OR EbSName NOT = WSErasedBillName)
                      MOVE WSErasedEmail TO EbSEmail
                      MOVE WSErasedBillName TO EbSName
                      MOVE EbStatementRec TO SeqLine
                      SET LineChanged TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       *> NEW : a blank image stays blank - an ADD has no before and a
       *> DELETE no after - so the trail still reads the same way
       ScrubAuditImages.
           IF WSAuditBefore NOT = SPACES
              AND WSAuditBefore NOT = WSErasedName
              MOVE WSErasedName TO WSAuditBefore
              SET LineChanged TO TRUE
           END-IF.
           IF WSAuditAfter NOT = SPACES
              AND WSAuditAfter NOT = WSErasedName
              MOVE WSErasedName TO WSAuditAfter
              SET LineChanged TO TRUE
           END-IF.
           IF LineChanged
              MOVE WSAuditRecord TO SeqLine
           END-IF.

       CopyKeepFileBack.
           MOVE 'N' TO WSEOF.
           OPEN INPUT KeepFile.
           OPEN OUTPUT SeqFile.
           PERFORM UNTIL EndOfPass
              READ KeepFile
                  AT END MOVE 'Y' TO WSEOF
                  NOT AT END
                      MOVE KeepLine TO SeqLine
                      WRITE SeqLine
              END-READ
           END-PERFORM.
           CLOSE KeepFile.
           CLOSE SeqFile.

       *> NEW : the erasure itself is audited - who did it and when -
       *> with the placeholder in both images. Same layout and
       *> create-if-missing handling the other customer programs use.
       WriteAnonymizeAudit.
           MOVE WSForgetID TO WSAuditID.
           MOVE FUNCTION CURRENT-DATE TO WSAuditTimestamp.
           MOVE WSOperatorID TO WSAuditOperator.
           MOVE "ANONYMZE" TO WSAuditAction.
           MOVE WSErasedName TO WSAuditBefore.
           MOVE WSErasedName TO WSAuditAfter.
           OPEN EXTEND AuditFile.
           IF WSAuditStatus = "35"
              OPEN OUTPUT AuditFile
              CLOSE AuditFile
              OPEN EXTEND AuditFile
           END-IF.
           WRITE AuditLine FROM WSAuditRecord.
           CLOSE AuditFile.

       CertifyRefusal.
           MOVE WSForgetID TO WSCHCustID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WSCHStamp.
           MOVE WSOperatorID TO WSCHOperator.
           WRITE CertLine FROM WSCertHead
               AFTER ADVANCING 2 LINES
           END-WRITE.
           MOVE SPACES TO CertLine.
           STRING "  REFUSED - " WSRefuseReason
               DELIMITED BY SIZE INTO CertLine.
           WRITE CertLine
               AFTER ADVANCING 1 LINE
           END-WRITE.

       CertifyOneFile.
           MOVE WSChangedCount TO WSCDCount.
           MOVE " record(s) changed" TO WSCDText.
           WRITE CertLine FROM WSCertDetail
               AFTER ADVANCING 1 LINE
           END-WRITE.

       CertifyNotPresent.
           MOVE ZERO TO WSCDCount.
           MOVE " - not present" TO WSCDText.
           WRITE CertLine FROM WSCertDetail
               AFTER ADVANCING 1 LINE
           END-WRITE.
