       *> (RejectCounts.dat) - a file that grew is flagged and its
       *> new lines print, so nothing lands in a reject file
       *> unnoticed.
       *> NEW : InterfaceRejects.log joins the reject files - an
       *> inbound file (lockbox, cleared checks, customer batch, mark
       *> import, warehouse movements) refused whole for a bad count,
       *> hash or sequence now shows here the morning after, with
       *> its reason, instead of being found two days later.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              02 FILLER    PIC X(24) VALUE "SortRejects.log".
              02 FILLER    PIC X(24) VALUE "MarkRejects.log".
              02 FILLER    PIC X(24) VALUE "LockboxSuspense.dat".
       *> NEW : inbound files refused whole
              02 FILLER    PIC X(24) VALUE "InterfaceRejects.log".
       01 WSRejEntries REDEFINES WSRejTable.
              02 WSRejName OCCURS 9 TIMES    PIC X(24).
       01 WSRejIdx        PIC 99.
       *> NEW : the counts the last summary saw, loaded whole and
       *> written back with today's figures
       01 WSLastTable.
              02 WSLastEntry OCCURS 9 TIMES.
                  03 WSLastName   PIC X(24).
                  03 WSLastCount  PIC 9(6).
       01 WSLastHeld      PIC 99 VALUE ZERO.
       01 WSLastIdx       PIC 99.
       01 WSOldCount      PIC 9(6).
       01 WSNewCount      PIC 9(6).
       01 WSLineNo        PIC 9(6) VALUE ZERO.
           WRITE ReportLine.
           PERFORM SummariseOneRejectFile
               VARYING WSRejIdx FROM 1 BY 1
               UNTIL WSRejIdx > 9.
           CLOSE ReportFile.
           PERFORM SaveLastCounts.
           IF WSProblemCount = ZERO
                  MOVE WSLineNo TO WSLastIdx
               END-IF
           END-PERFORM.
           IF WSLastIdx = ZERO AND WSLastHeld < 9
              ADD 1 TO WSLastHeld
              MOVE WSLastHeld TO WSLastIdx
              MOVE WSRejName(WSRejIdx)
                 READ StateFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSLastHeld < 9
                            ADD 1 TO WSLastHeld
                            MOVE StName
                                TO WSLastName(WSLastHeld)
