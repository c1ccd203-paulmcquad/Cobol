       IDENTIFICATION DIVISION.
       PROGRAM-ID. positivepay.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Positive pay extract - a forged payroll check cleared
       *> against the account because the bank had no way of knowing
       *> which checks we actually wrote. Under positive pay the bank
       *> is sent the list of issued checks and refuses anything
       *> else. Run after payroll.cob and after arrefund.cob, this
       *> picks up every check neither run has sent yet: payroll
       *> checks off PayHistory.dat (a transfer listed on
       *> DirectDeposit.dat is not a check and is never sent) and
       *> refund checks off RefundRegister.txt, in the columns
       *> checkrecon.cob reads the check register by. A payroll
       *> check checkvoid.cob has voided goes out as a void record,
       *> whether or not its issue was sent first. PositivePay.txt
       *> is the bank's fixed-width file - a header, one detail per
       *> check, and a trailer carrying the count and total for the
       *> bank to prove the file against. PosPayLog.dat records
       *> every item sent, so each issue and each void goes exactly
       *> once: a run that finds nothing new writes no file, and a
       *> check missed by one run is simply picked up by the next.
       *> PosPayControl.dat holds the bank routing number and our
       *> account number for the header.
       *> NEW : supplier checks appay.cob writes are sent too, off
       *> SupplierCheckRegister.txt - the same columns as the refund
       *> register, read by the same paragraph.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT HistoryFile ASSIGN TO "PayHistory.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSHistoryStatus.
              SELECT DepositFile ASSIGN TO "DirectDeposit.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSDepositStatus.
              SELECT RefundRegFile ASSIGN TO "RefundRegister.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSRefundRegStatus.
              SELECT SupplierRegFile
                  ASSIGN TO "SupplierCheckRegister.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSSupplierRegStatus.
              SELECT EmployeeFile ASSIGN TO "EmployeeMaster.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSEmployeeStatus.
              SELECT ControlFile ASSIGN TO "PosPayControl.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSControlStatus.
              SELECT LogFile ASSIGN TO "PosPayLog.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSLogStatus.
              SELECT BankFile ASSIGN TO "PositivePay.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSBankStatus.

       DATA DIVISION.
       FILE SECTION.
       FD HistoryFile.
       COPY payhist.
       FD DepositFile.
      *> Same layout payroll.cob writes
       01 DepositRecord.
              02 DpDate      PIC 9(8).
              02 FILLER      PIC X(1).
              02 DpRef       PIC 9(6).
              02 FILLER      PIC X(1).
              02 DpRouting   PIC X(9).
              02 FILLER      PIC X(1).
              02 DpAccount   PIC X(12).
              02 FILLER      PIC X(1).
              02 DpAmount    PIC 9(7)V99.
       FD RefundRegFile.
       01 RefundRegLine    PIC X(70).
       FD SupplierRegFile.
       01 SupplierRegLine  PIC X(70).
       FD EmployeeFile.
       COPY emprec.
       FD ControlFile.
       01 ControlRecord.
              02 PcRouting   PIC X(9).
              02 FILLER      PIC X(1).
              02 PcAccount   PIC X(12).
       FD LogFile.
      *> One line per item sent - P payroll or R refund, the check,
      *> I issue or V void, the amount and issue date sent, and the
      *> date it went
      *> NEW : S for a supplier check from appay.cob
       01 LogRecord.
              02 LgSource    PIC X.
              02 FILLER      PIC X(1).
              02 LgCheckNum  PIC 9(6).
              02 FILLER      PIC X(1).
              02 LgType      PIC X.
              02 FILLER      PIC X(1).
              02 LgAmount    PIC 9(7)V99.
              02 FILLER      PIC X(1).
              02 LgIssued    PIC 9(8).
              02 FILLER      PIC X(1).
              02 LgSentOn    PIC 9(8).
       FD BankFile.
      *> The bank's layout - 80 columns, the record type first
       01 BankHeader.
              02 BhType      PIC X.
              02 BhRouting   PIC X(9).
              02 BhAccount   PIC X(12).
              02 BhFileDate  PIC 9(8).
              02 FILLER      PIC X(50).
       01 BankDetail.
              02 BdType      PIC X.
              02 BdAccount   PIC X(12).
              02 BdCheckNum  PIC 9(10).
              02 BdIssued    PIC 9(8).
              02 BdAmount    PIC 9(8)V99.
              02 BdAction    PIC X.
              02 BdPayee     PIC X(30).
              02 FILLER      PIC X(8).
       01 BankTrailer.
              02 BtType      PIC X.
              02 BtAccount   PIC X(12).
              02 BtCount     PIC 9(6).
              02 BtTotal     PIC 9(10)V99.
              02 FILLER      PIC X(49).

       WORKING-STORAGE SECTION.
       01 WSHistoryStatus  PIC XX.
       01 WSDepositStatus  PIC XX.
       01 WSRefundRegStatus PIC XX.
       01 WSSupplierRegStatus PIC XX.
       01 WSEmployeeStatus PIC XX.
       01 WSControlStatus  PIC XX.
       01 WSLogStatus      PIC XX.
       01 WSBankStatus     PIC XX.
       01 WSEOF            PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
       01 WSToday          PIC 9(8).
       01 WSRouting        PIC X(9).
       01 WSAccount        PIC X(12).
      *> everything already sent, keyed source + check + type
       01 WSSentTable.
              02 WSSentKey OCCURS 2000 TIMES PIC X(8).
       01 WSSentCount      PIC 9(4) VALUE ZERO.
       01 WSSentIdx        PIC 9(4).
       01 WSLookKey.
              02 WSLookSource  PIC X.
              02 WSLookCheck   PIC 9(6).
              02 WSLookType    PIC X.
       01 WSAlreadySent    PIC X.
              88 AlreadySent     VALUE 'Y'.
      *> transfer references - never checks
       01 WSEftTable.
              02 WSEftRef OCCURS 1000 TIMES PIC 9(6).
       01 WSEftCount       PIC 9(4) VALUE ZERO.
       01 WSEftIdx         PIC 9(4).
       01 WSIsTransfer     PIC X.
              88 IsTransfer      VALUE 'Y'.
       01 WSEmpTable.
              02 WSEmpEntry OCCURS 100 TIMES.
                  03 WSEmpNo         PIC 9(4).
                  03 WSEmpName       PIC X(20).
       01 WSEmpCount       PIC 9(3) VALUE ZERO.
       01 WSEmpIdx         PIC 9(3).
      *> this run's items, written to the bank file and then logged
       01 WSItemTable.
              02 WSItem OCCURS 500 TIMES.
                  03 WSItemSource    PIC X.
                  03 WSItemCheck     PIC 9(6).
                  03 WSItemType      PIC X.
                  03 WSItemAmount    PIC 9(7)V99.
                  03 WSItemIssued    PIC 9(8).
                  03 WSItemPayee     PIC X(30).
       01 WSItemCount      PIC 9(3) VALUE ZERO.
       01 WSItemIdx        PIC 9(3).
       01 WSTableFull      PIC X VALUE 'N'.
              88 TableExceeded   VALUE 'Y'.
       01 WSAmountCheck    PIC S9(4) COMP-5.
      *> NEW : one register line, refund or supplier, and which
       01 WSRegLine        PIC X(70).
       01 WSRegSource      PIC X.
       01 WSRegCheck       PIC 9(6).
       01 WSRegAmount      PIC 9(7)V99.
       01 WSRegDate        PIC 9(8).
       01 WSIssueCount     PIC 9(3) VALUE ZERO.
       01 WSVoidCount      PIC 9(3) VALUE ZERO.
       01 WSFileTotal      PIC 9(10)V99 VALUE ZERO.
       01 WSTotalShown     PIC $$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday.
           PERFORM ReadBankControl.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM LoadSentLog.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM LoadTransfers.
           PERFORM LoadEmployeeNames.
           PERFORM PickUpPayrollChecks.
           PERFORM PickUpRefundChecks.
           PERFORM PickUpSupplierChecks.
           IF TableExceeded
              DISPLAY "positivepay: more than 500 checks to send or "
                  "1000 transfers on file - table exceeded, "
                  "aborting with nothing sent"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WSItemCount = ZERO
              DISPLAY "positivepay: no new checks or voids to send"
              GOBACK
           END-IF.
           PERFORM WriteBankFile.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           PERFORM LogItemsSent.
           MOVE WSFileTotal TO WSTotalShown.
           DISPLAY "positivepay: " WSIssueCount " issue(s) and "
               WSVoidCount " void(s) totalling " WSTotalShown
               " - send PositivePay.txt to the bank".
      *> GOBACK so a menu program can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

       ReadBankControl.
           OPEN INPUT ControlFile.
           IF WSControlStatus NOT = "00"
              DISPLAY "positivepay: no PosPayControl.dat - the bank "
                  "routing and account numbers are needed"
              CLOSE ControlFile
              MOVE 16 TO RETURN-CODE
           ELSE
              READ ControlFile
                  AT END
                      DISPLAY "positivepay: PosPayControl.dat is "
                          "empty"
                      MOVE 16 TO RETURN-CODE
                  NOT AT END
                      MOVE PcRouting TO WSRouting
                      MOVE PcAccount TO WSAccount
              END-READ
              CLOSE ControlFile
           END-IF.

      *> a log bigger than the table would let old items be sent
      *> again, so the run stops instead
       LoadSentLog.
           OPEN INPUT LogFile.
           IF WSLogStatus NOT = "00"
              CLOSE LogFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ LogFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSSentCount < 2000
                            ADD 1 TO WSSentCount
                            MOVE LgSource TO WSLookSource
                            MOVE LgCheckNum TO WSLookCheck
                            MOVE LgType TO WSLookType
                            MOVE WSLookKey TO WSSentKey(WSSentCount)
                         ELSE
                            DISPLAY "positivepay: more than 2000 "
                                "lines on PosPayLog.dat - table "
                                "exceeded, aborting"
                            MOVE 16 TO RETURN-CODE
                            MOVE 'Y' TO WSEOF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE LogFile
              MOVE 'N' TO WSEOF
           END-IF.

       LoadTransfers.
           OPEN INPUT DepositFile.
           IF WSDepositStatus NOT = "00"
              CLOSE DepositFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ DepositFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF DpRef NUMERIC
                            IF WSEftCount < 1000
                               ADD 1 TO WSEftCount
                               MOVE DpRef TO WSEftRef(WSEftCount)
                            ELSE
                               SET TableExceeded TO TRUE
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE DepositFile
              MOVE 'N' TO WSEOF
           END-IF.

       LoadEmployeeNames.
           OPEN INPUT EmployeeFile.
           IF WSEmployeeStatus NOT = "00"
              CLOSE EmployeeFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ EmployeeFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSEmpCount < 100
                            ADD 1 TO WSEmpCount
                            MOVE EmpNo TO WSEmpNo(WSEmpCount)
                            MOVE EmpName TO WSEmpName(WSEmpCount)
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE EmployeeFile
              MOVE 'N' TO WSEOF
           END-IF.

       PickUpPayrollChecks.
           OPEN INPUT HistoryFile.
           IF WSHistoryStatus NOT = "00"
              CLOSE HistoryFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ HistoryFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF PhCheckNum NUMERIC AND PhNet NUMERIC
                            AND (PhStatus = 'P' OR PhStatus = 'V')
                            PERFORM PickUpOnePayrollCheck
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE HistoryFile
              MOVE 'N' TO WSEOF
           END-IF.

      *> a paid check not yet sent goes as an issue; a voided one
      *> goes as a void once, sent or not - a check voided before
      *> its issue went out is still paper that must not clear
       PickUpOnePayrollCheck.
           MOVE 'N' TO WSIsTransfer.
           PERFORM VARYING WSEftIdx FROM 1 BY 1
               UNTIL WSEftIdx > WSEftCount OR IsTransfer
               IF WSEftRef(WSEftIdx) = PhCheckNum
                  MOVE 'Y' TO WSIsTransfer
               END-IF
           END-PERFORM.
           IF NOT IsTransfer
              MOVE 'P' TO WSLookSource
              MOVE PhCheckNum TO WSLookCheck
              IF PhStatus = 'V'
                 MOVE 'V' TO WSLookType
              ELSE
                 MOVE 'I' TO WSLookType
              END-IF
              PERFORM CheckAlreadySent
              IF NOT AlreadySent
                 IF WSItemCount < 500
                    ADD 1 TO WSItemCount
                    MOVE WSLookSource TO WSItemSource(WSItemCount)
                    MOVE WSLookCheck TO WSItemCheck(WSItemCount)
                    MOVE WSLookType TO WSItemType(WSItemCount)
                    MOVE PhNet TO WSItemAmount(WSItemCount)
                    MOVE PhDate TO WSItemIssued(WSItemCount)
                    MOVE "(not on master)" TO WSItemPayee(WSItemCount)
                    PERFORM VARYING WSEmpIdx FROM 1 BY 1
                        UNTIL WSEmpIdx > WSEmpCount
                        IF WSEmpNo(WSEmpIdx) = PhEmpNo
                           MOVE WSEmpName(WSEmpIdx)
                               TO WSItemPayee(WSItemCount)
                        END-IF
                    END-PERFORM
                 ELSE
                    SET TableExceeded TO TRUE
                 END-IF
              END-IF
           END-IF.

      *> the running refund register, read by column the way
      *> checkrecon.cob reads the payroll register - number, customer
      *> name, amount and date
       PickUpRefundChecks.
           OPEN INPUT RefundRegFile.
           IF WSRefundRegStatus NOT = "00"
              CLOSE RefundRegFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ RefundRegFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF RefundRegLine(1:6) IS NUMERIC
                            AND RefundRegLine(53:8) IS NUMERIC
                            MOVE RefundRegLine TO WSRegLine
                            MOVE 'R' TO WSRegSource
                            PERFORM PickUpOneRegisterCheck
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE RefundRegFile
              MOVE 'N' TO WSEOF
           END-IF.

      *> NEW : the supplier check register appay.cob keeps, in the
      *> refund register's columns - number, supplier name, amount
      *> and date
       PickUpSupplierChecks.
           OPEN INPUT SupplierRegFile.
           IF WSSupplierRegStatus NOT = "00"
              CLOSE SupplierRegFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ SupplierRegFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF SupplierRegLine(1:6) IS NUMERIC
                            AND SupplierRegLine(53:8) IS NUMERIC
                            MOVE SupplierRegLine TO WSRegLine
                            MOVE 'S' TO WSRegSource
                            PERFORM PickUpOneRegisterCheck
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE SupplierRegFile
              MOVE 'N' TO WSEOF
           END-IF.

      *> NEW : refund and supplier registers share the columns, so
      *> one paragraph reads either - WSRegSource says which
       PickUpOneRegisterCheck.
           MOVE FUNCTION TEST-NUMVAL-C(WSRegLine(38:13))
               TO WSAmountCheck.
           IF WSAmountCheck = ZERO
              MOVE WSRegLine(1:6) TO WSRegCheck
              COMPUTE WSRegAmount =
                  FUNCTION NUMVAL-C(WSRegLine(38:13))
              MOVE WSRegLine(53:8) TO WSRegDate
              MOVE WSRegSource TO WSLookSource
              MOVE WSRegCheck TO WSLookCheck
              MOVE 'I' TO WSLookType
              PERFORM CheckAlreadySent
              IF NOT AlreadySent
                 IF WSItemCount < 500
                    ADD 1 TO WSItemCount
                    MOVE WSRegSource TO WSItemSource(WSItemCount)
                    MOVE WSRegCheck TO WSItemCheck(WSItemCount)
                    MOVE 'I' TO WSItemType(WSItemCount)
                    MOVE WSRegAmount TO WSItemAmount(WSItemCount)
                    MOVE WSRegDate TO WSItemIssued(WSItemCount)
                    MOVE WSRegLine(18:20)
                        TO WSItemPayee(WSItemCount)
                 ELSE
                    SET TableExceeded TO TRUE
                 END-IF
              END-IF
           END-IF.

       CheckAlreadySent.
           MOVE 'N' TO WSAlreadySent.
           PERFORM VARYING WSSentIdx FROM 1 BY 1
               UNTIL WSSentIdx > WSSentCount OR AlreadySent
               IF WSSentKey(WSSentIdx) = WSLookKey
                  MOVE 'Y' TO WSAlreadySent
               END-IF
           END-PERFORM.

       WriteBankFile.
           OPEN OUTPUT BankFile.
           IF WSBankStatus NOT = "00"
              DISPLAY "positivepay: unable to open PositivePay.txt - "
                  "status " WSBankStatus
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE SPACES TO BankHeader
              MOVE 'H' TO BhType
              MOVE WSRouting TO BhRouting
              MOVE WSAccount TO BhAccount
              MOVE WSToday TO BhFileDate
              WRITE BankHeader
              PERFORM VARYING WSItemIdx FROM 1 BY 1
                  UNTIL WSItemIdx > WSItemCount
                  MOVE SPACES TO BankDetail
                  MOVE 'D' TO BdType
                  MOVE WSAccount TO BdAccount
                  MOVE WSItemCheck(WSItemIdx) TO BdCheckNum
                  MOVE WSItemIssued(WSItemIdx) TO BdIssued
                  MOVE WSItemAmount(WSItemIdx) TO BdAmount
                  MOVE WSItemType(WSItemIdx) TO BdAction
                  MOVE WSItemPayee(WSItemIdx) TO BdPayee
                  WRITE BankDetail
                  IF WSItemType(WSItemIdx) = 'V'
                     ADD 1 TO WSVoidCount
                  ELSE
                     ADD 1 TO WSIssueCount
                  END-IF
                  ADD WSItemAmount(WSItemIdx) TO WSFileTotal
              END-PERFORM
              MOVE SPACES TO BankTrailer
              MOVE 'T' TO BtType
              MOVE WSAccount TO BtAccount
              MOVE WSItemCount TO BtCount
              MOVE WSFileTotal TO BtTotal
              WRITE BankTrailer
              CLOSE BankFile
           END-IF.

      *> logged only once the bank file is complete - a run that
      *> dies before this sends everything again next time rather
      *> than losing any of it
       LogItemsSent.
           OPEN EXTEND LogFile.
           IF WSLogStatus = "35"
              OPEN OUTPUT LogFile
              CLOSE LogFile
              OPEN EXTEND LogFile
           END-IF.
           PERFORM VARYING WSItemIdx FROM 1 BY 1
               UNTIL WSItemIdx > WSItemCount
               MOVE SPACES TO LogRecord
               MOVE WSItemSource(WSItemIdx) TO LgSource
               MOVE WSItemCheck(WSItemIdx) TO LgCheckNum
               MOVE WSItemType(WSItemIdx) TO LgType
               MOVE WSItemAmount(WSItemIdx) TO LgAmount
               MOVE WSItemIssued(WSItemIdx) TO LgIssued
               MOVE WSToday TO LgSentOn
               WRITE LogRecord
           END-PERFORM.
           CLOSE LogFile.
