       *> non-blank term - and the good rows load into
       *> StudentScores.dat while the bad ones go to MarkRejects.log
       *> with a reason the instructor gets back.
       *> NEW : the export carries a header line (source MARKIMP,
       *> file date, sequence) and a trailer line (row count, hash
       *> total of the student IDs) and is proved whole before a
       *> single mark loads - a short, repeated or out-of-sequence
       *> export is refused whole and logged to InterfaceRejects.log
       *> for the morning summary.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT RejectFile ASSIGN TO "MarkRejects.log"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSRejectStatus.
       *> NEW : inbound files accepted and refused - see
       *> Copybooks/ifctl.cpy
              SELECT IfControlFile ASSIGN TO "InterfaceControl.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSIfControlStatus.
              SELECT IfRejectFile ASSIGN TO "InterfaceRejects.log"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSIfRejectStatus.

       DATA DIVISION.
       FILE SECTION.
       COPY scorerec.
       FD RejectFile.
       COPY rejectrec.
       FD IfControlFile.
       01 IfControlLine   PIC X(100).
       FD IfRejectFile.
       01 IfRejectLine    PIC X(100).

       WORKING-STORAGE SECTION.
       01 WSCSVStatus     PIC XX.
      *> NEW : shared file-open status check - see
      *> Copybooks/filestatuschkp.cpy
       COPY filestatuschk.
      *> NEW : shared inbound interface control fields - see
      *> Copybooks/ifctlp.cpy
       COPY ifctl.

       PROCEDURE DIVISION.
       Main.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
      *> NEW : header and trailer proved before anything loads
           PERFORM CheckImportControl.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           OPEN INPUT CSVFile.
           MOVE WSCSVStatus TO WSCheckFileStatus.
           MOVE "markimport" TO WSCheckProgLabel.
           PERFORM UNTIL EndOfPass
              READ CSVFile
                  AT END MOVE 'Y' TO WSEOF
                  NOT AT END
                      MOVE CSVLine TO WSIfLine
                      IF NOT IfControlTag
                         PERFORM ImportOneRow
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE CSVFile.
           IF IfAccepted
              PERFORM LogInterfaceAccepted
           END-IF.
           PERFORM PrintJobStats.
      *> GOBACK so a batch driver can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
      *> Copybooks/studcheck.cpy for the fields
       COPY studcheckp.

      *> NEW : the whole export read once against its header and
      *> trailer - the spreadsheet's column-heading row is no part
      *> of the count, and the hash is the student IDs. A file that
      *> won't open is left to the open check in Main.
       CheckImportControl.
           MOVE "MARKIMP" TO WSIfSource.
           MOVE "markimport" TO WSIfProgLabel.
           MOVE "MarkImport.csv" TO WSIfFileLabel.
           PERFORM StartInterfaceCheck.
           MOVE 'N' TO WSEOF.
           OPEN INPUT CSVFile.
           IF WSCSVStatus NOT = "00"
              CLOSE CSVFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ CSVFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF CSVLine NOT = "StudentID,Section,Mark,Term"
                            MOVE CSVLine TO WSIfLine
                            PERFORM TakeInterfaceLine
                            PERFORM HashOneRow
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE CSVFile
              MOVE 'N' TO WSEOF
              PERFORM FinishInterfaceCheck
           END-IF.

       HashOneRow.
           IF IfDetailLine
              MOVE SPACES TO WSFieldID
              UNSTRING CSVLine
                  DELIMITED BY ","
                  INTO WSFieldID
              END-UNSTRING
              IF WSFieldID(1:4) NUMERIC
                 COMPUTE WSIfHash =
                     WSIfHash + FUNCTION NUMVAL(WSFieldID(1:4))
              END-IF
           END-IF.

       LoadRoster.
           OPEN INPUT RosterFile.
           MOVE WSRosterStatus TO WSCheckFileStatus.
      *> Copybooks/filestatuschkp.cpy paragraph instead of each
      *> program writing its own IF/DISPLAY
       COPY filestatuschkp.

      *> NEW : shared inbound interface control check - see
      *> Copybooks/ifctl.cpy for the fields
       COPY ifctlp.
