       IDENTIFICATION DIVISION.
       PROGRAM-ID. arledgerconvert.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> One-time migration utility - converts the LINE SEQUENTIAL
       *> ARLedger.dat every AR program used to read from the top
       *> into the ORGANIZATION INDEXED ledger they now expect, keyed
       *> on customer, date, reference and sequence (see
       *> Copybooks/arledger.cpy). Same approach custconvert.cob took
       *> with Customer.dat: the operator renames the old file to
       *> ARLedger.dat.old, runs this once, then runs
       *> arreconcile.cob, which proves the new ledger against the
       *> old one customer by customer before anything posts.
       *> Lines are posted in the order they stand on the old file,
       *> so lines sharing a customer, date and reference keep their
       *> order through the sequence number.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> The operator renames the pre-conversion file to this name
       *> before running arledgerconvert, as for custconvert.cob
              SELECT OldLedgerFile ASSIGN TO "ARLedger.dat.old"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSOldStatus.
              SELECT ARLedgerFile ASSIGN TO "ARLedger.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS ALLedgerKey
                      = ALCustID ALDate ALRef ALSeq
                  FILE STATUS IS WSLedgerStatus.

       DATA DIVISION.
       FILE SECTION.
       *> Old layout - arledger.cpy as it stood before the sequence
       *> number, every field in the same column
       FD OldLedgerFile.
       01 OldLedgerLine   PIC X(53).
       FD ARLedgerFile.
       COPY arledger.

       WORKING-STORAGE SECTION.
       01 WSOldStatus      PIC XX.
       01 WSLedgerStatus   PIC XX.
       01 WSEOF            PIC X VALUE 'N'.
              88 EndOfOldFile    VALUE 'Y'.
       01 WSConvertedCount PIC 9(7) VALUE ZERO.
       01 WSSkippedCount   PIC 9(7) VALUE ZERO.
       *> End-of-job record counts and run time, displayed by
       *> PrintJobStats the way custconvert.cob reports its run
       01 WSJobStart.
              02 WSStartHH   PIC 99.
              02 WSStartMM   PIC 99.
              02 WSStartSS   PIC 99.
       01 WSJobEnd.
              02 WSEndHH     PIC 99.
              02 WSEndMM     PIC 99.
              02 WSEndSS     PIC 99.
       01 WSElapsedSecs   PIC S9(5).
      *> Shared file-open status check - see
      *> Copybooks/filestatuschkp.cpy
       COPY filestatuschk.
      *> Shared keyed ledger fields - see
      *> Copybooks/arledgerkeyp.cpy
       COPY arledgerkey.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WSJobStart.
           OPEN INPUT OldLedgerFile.
           MOVE WSOldStatus TO WSCheckFileStatus.
           MOVE "arledgerconv" TO WSCheckProgLabel.
           MOVE "ARLedger.dat.old" TO WSCheckFileLabel.
           PERFORM CheckFileStatus.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
      *> A keyed ledger already in place may hold postings made
      *> since an earlier conversion - it is never overwritten
           OPEN INPUT ARLedgerFile.
           IF WSLedgerStatus = "00"
              CLOSE ARLedgerFile
              CLOSE OldLedgerFile
              DISPLAY "arledgerconvert: ARLedger.dat already exists "
                  "- move it aside before converting again"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE ARLedgerFile.
           OPEN OUTPUT ARLedgerFile.
           MOVE WSLedgerStatus TO WSCheckFileStatus.
           MOVE "arledgerconv" TO WSCheckProgLabel.
           MOVE "ARLedger.dat" TO WSCheckFileLabel.
           PERFORM CheckFileStatus.
           IF RETURN-CODE NOT = ZERO
              CLOSE OldLedgerFile
              GOBACK
           END-IF.
           PERFORM UNTIL EndOfOldFile
              READ OldLedgerFile
                  AT END
                      MOVE 'Y' TO WSEOF
                  NOT AT END
                      PERFORM ConvertLine
              END-READ
           END-PERFORM.
           CLOSE OldLedgerFile.
           CLOSE ARLedgerFile.
           DISPLAY "ARLedger.dat.old converted to the keyed "
               "ARLedger.dat - run arreconcile to prove it".
           IF WSSkippedCount > ZERO
              DISPLAY WSSkippedCount
                  " line(s) NOT converted - see messages above"
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM PrintJobStats.

      *> GOBACK so this can be CALLed as a subprogram as well as run
      *> standalone; acts the same as STOP RUN either way.
       GOBACK.

      *> One old line becomes one keyed line - the columns are the
      *> same, so the line drops straight into the new record and
      *> only the sequence number is added. A blank line is skipped.
       ConvertLine.
           IF OldLedgerLine = SPACES
              ADD 1 TO WSSkippedCount
              DISPLAY "arledgerconvert: blank line skipped"
           ELSE
              MOVE SPACES TO ARLedgerRecord
              MOVE OldLedgerLine TO ARLedgerRecord(1:53)
              PERFORM PostLedgerLine
              IF LedgerLinePosted
                 ADD 1 TO WSConvertedCount
              ELSE
                 ADD 1 TO WSSkippedCount
              END-IF
           END-IF.

      *> Standard end-of-job summary so operations has a consistent
      *> way to confirm a run's scope after the fact
       PrintJobStats.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WSJobEnd.
           COMPUTE WSElapsedSecs =
               (WSEndHH * 3600 + WSEndMM * 60 + WSEndSS)
               - (WSStartHH * 3600 + WSStartMM * 60 + WSStartSS).
           DISPLAY "----- arledgerconvert job summary -----".
           DISPLAY "Lines converted    : " WSConvertedCount.
           DISPLAY "Lines skipped      : " WSSkippedCount.
           DISPLAY "Run time (seconds) : " WSElapsedSecs.

      *> Shared file-open error handling - see
      *> Copybooks/filestatuschk.cpy for the fields
       COPY filestatuschkp.

      *> Shared keyed ledger access - see Copybooks/arledgerkey.cpy
      *> for the fields
       COPY arledgerkeyp.
