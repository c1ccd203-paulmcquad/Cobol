      *> Shared inbound interface control check, COPYed into the
      *> PROCEDURE DIVISION by every program that applies a file
      *> received from outside (arlockbox.cob, checkrecon.cob,
      *> custbatch.cob, markimport.cob, invtrans.cob). Requires the
      *> fields and files described in Copybooks/ifctl.cpy. The
      *> program reads the whole file once before applying anything:
      *> PERFORM StartInterfaceCheck, then for every line MOVE it to
      *> WSIfLine, PERFORM TakeInterfaceLine and add its hash field
      *> into WSIfHash when IfDetailLine, then PERFORM
      *> FinishInterfaceCheck. IfRejected means not one line may be
      *> applied - the reason is already on InterfaceRejects.log and
      *> RETURN-CODE is 8. Once an accepted file has been applied,
      *> PERFORM LogInterfaceAccepted so its sequence number counts
      *> as used - a file is only marked used when it has gone in,
      *> so a run that stops before applying can be run again.
       StartInterfaceCheck.
           MOVE ZERO TO WSIfCount.
           MOVE ZERO TO WSIfHash.
           MOVE ZERO TO WSIfLinesRead.
           MOVE ZERO TO WSIfFileDate.
           MOVE ZERO TO WSIfFileSeq.
           MOVE ZERO TO WSIfFileCount.
           MOVE ZERO TO WSIfFileHash.
           MOVE SPACES TO WSIfFileSource.
           MOVE SPACES TO WSIfReason.
           MOVE 'N' TO WSIfHeaderFlag.
           MOVE 'N' TO WSIfTrailerFlag.
           MOVE SPACE TO WSIfResult.

      *> The header must be the first line and the trailer the last;
      *> the first fault found is the one reported
       TakeInterfaceLine.
           EVALUATE TRUE
               WHEN WSIfHdrTag = "HDR"
                   MOVE 'H' TO WSIfLineKind
                   IF IfHeaderSeen OR WSIfLinesRead > ZERO
                      IF WSIfReason = SPACES
                         MOVE "HEADER IS NOT THE FIRST RECORD"
                             TO WSIfReason
                      END-IF
                   ELSE
                      IF WSIfHdrDate NUMERIC AND WSIfHdrSeq NUMERIC
                         MOVE WSIfHdrSource TO WSIfFileSource
                         MOVE WSIfHdrDate TO WSIfFileDate
                         MOVE WSIfHdrSeq TO WSIfFileSeq
                      ELSE
                         MOVE "HEADER DATE/SEQUENCE NOT NUMERIC"
                             TO WSIfReason
                      END-IF
                   END-IF
                   SET IfHeaderSeen TO TRUE
               WHEN WSIfTrlTag = "TRL"
                   MOVE 'T' TO WSIfLineKind
                   IF IfTrailerSeen
                      IF WSIfReason = SPACES
                         MOVE "MORE THAN ONE TRAILER RECORD"
                             TO WSIfReason
                      END-IF
                   ELSE
                      IF WSIfTrlCount NUMERIC AND WSIfTrlHash NUMERIC
                         MOVE WSIfTrlCount TO WSIfFileCount
                         MOVE WSIfTrlHash TO WSIfFileHash
                      ELSE
                         IF WSIfReason = SPACES
                            MOVE "TRAILER COUNT OR HASH NOT NUMERIC"
                                TO WSIfReason
                         END-IF
                      END-IF
                   END-IF
                   SET IfTrailerSeen TO TRUE
               WHEN IfBlankLine
                   MOVE 'B' TO WSIfLineKind
               WHEN OTHER
                   MOVE 'D' TO WSIfLineKind
                   ADD 1 TO WSIfCount
                   IF IfTrailerSeen AND WSIfReason = SPACES
                      MOVE "DETAIL RECORDS AFTER THE TRAILER"
                          TO WSIfReason
                   END-IF
           END-EVALUATE.
           IF NOT IfBlankLine
              ADD 1 TO WSIfLinesRead
           END-IF.

       FinishInterfaceCheck.
           IF WSIfReason = SPACES
              EVALUATE TRUE
                  WHEN NOT IfHeaderSeen
                      MOVE "NO HEADER RECORD" TO WSIfReason
                  WHEN NOT IfTrailerSeen
                      MOVE "NO TRAILER - FILE INCOMPLETE"
                          TO WSIfReason
                  WHEN WSIfFileSource NOT = WSIfSource
                      MOVE "HEADER SOURCE IS NOT THIS FEED"
                          TO WSIfReason
                  WHEN WSIfFileCount NOT = WSIfCount
                      MOVE "RECORD COUNT DOES NOT MATCH"
                          TO WSIfReason
                  WHEN WSIfFileHash NOT = WSIfHash
                      MOVE "HASH TOTAL DOES NOT MATCH"
                          TO WSIfReason
                  WHEN OTHER
                      PERFORM CheckInterfaceSequence
              END-EVALUATE
           END-IF.
           IF WSIfReason = SPACES
              SET IfAccepted TO TRUE
           ELSE
              SET IfRejected TO TRUE
              DISPLAY FUNCTION TRIM(WSIfProgLabel) ": "
                  FUNCTION TRIM(WSIfFileLabel) " REJECTED WHOLE - "
                  FUNCTION TRIM(WSIfReason)
              DISPLAY FUNCTION TRIM(WSIfProgLabel) ": trailer says "
                  WSIfFileCount
                  " record(s) hash " WSIfFileHash ", file holds "
                  WSIfCount " hash " WSIfHash
              PERFORM BuildInterfaceLogLine
              OPEN EXTEND IfRejectFile
              IF WSIfRejectStatus = "35"
                 OPEN OUTPUT IfRejectFile
                 CLOSE IfRejectFile
                 OPEN EXTEND IfRejectFile
              END-IF
              WRITE IfRejectLine FROM WSIfLogRecord
              CLOSE IfRejectFile
              MOVE 8 TO RETURN-CODE
           END-IF.

      *> The next file from a source must carry the sequence after
      *> the highest one accepted from it. A source never seen before
      *> starts its run of numbers wherever its first file says.
       CheckInterfaceSequence.
           MOVE 'N' TO WSIfSeqFlag.
           MOVE ZERO TO WSIfLastSeq.
           MOVE 'N' TO WSIfEOF.
           OPEN INPUT IfControlFile.
           IF WSIfControlStatus = "00"
              PERFORM UNTIL EndOfIfControl
                 READ IfControlFile INTO WSIfLogRecord
                     AT END SET EndOfIfControl TO TRUE
                     NOT AT END
                         IF WSIfLogSource = WSIfSource
                            AND WSIfLogSeq NUMERIC
                            IF NOT IfSeqOnFile
                               OR WSIfLogSeq > WSIfLastSeq
                               MOVE WSIfLogSeq TO WSIfLastSeq
                            END-IF
                            SET IfSeqOnFile TO TRUE
                         END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE IfControlFile.
           IF IfSeqOnFile
              COMPUTE WSIfExpectedSeq = WSIfLastSeq + 1
              EVALUATE TRUE
                  WHEN WSIfFileSeq NOT > WSIfLastSeq
                      MOVE "SEQUENCE ALREADY PROCESSED"
                          TO WSIfReason
                  WHEN WSIfFileSeq NOT = WSIfExpectedSeq
                      STRING "OUT OF SEQUENCE - EXPECTED "
                          WSIfExpectedSeq
                          DELIMITED BY SIZE INTO WSIfReason
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
           END-IF.

       LogInterfaceAccepted.
           PERFORM BuildInterfaceLogLine.
           OPEN EXTEND IfControlFile.
           IF WSIfControlStatus = "35"
              OPEN OUTPUT IfControlFile
              CLOSE IfControlFile
              OPEN EXTEND IfControlFile
           END-IF.
           WRITE IfControlLine FROM WSIfLogRecord.
           CLOSE IfControlFile.

       BuildInterfaceLogLine.
           MOVE SPACES TO WSIfLogRecord.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WSIfLogStamp.
           MOVE WSIfSource TO WSIfLogSource.
           MOVE WSIfFileSeq TO WSIfLogSeq.
           IF IfAccepted
              MOVE "ACCEPTED" TO WSIfLogReason
           ELSE
              MOVE WSIfReason TO WSIfLogReason
           END-IF.
           MOVE WSIfFileDate TO WSIfLogDate.
           MOVE WSIfCount TO WSIfLogCount.
           MOVE WSIfHash TO WSIfLogHash.
