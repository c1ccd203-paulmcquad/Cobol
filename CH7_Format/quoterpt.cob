       IDENTIFICATION DIVISION.
       PROGRAM-ID. quoterpt.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Quotation report - every quote on Quotes.dat (stored by
       *> quotation.cob) that didn't turn into an order: the open
       *> ones whose expiry date has passed, and the ones marked
       *> lost with the reason the customer gave. Then each
       *> salesperson's conversion - quotes raised, accepted, lost,
       *> expired and still open, and the share of the decided
       *> quotes (accepted, lost or expired) that were accepted, by
       *> count and by value. House quotes (no rep) are counted on a
       *> line of their own. The report goes to QuoteReport.txt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT QuoteFile ASSIGN TO "Quotes.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSQuoteStatus.
              SELECT SalesRepFile ASSIGN TO "SalespersonMaster.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSSalesRepStatus.
              SELECT ReportFile ASSIGN TO "QuoteReport.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD QuoteFile.
       COPY quotehdr.
       FD SalesRepFile.
       01 SalesRepRecord.
              02 SpCode      PIC X(3).
              02 FILLER      PIC X(1).
              02 SpName      PIC X(20).
              02 FILLER      PIC X(1).
              02 SpRate      PIC 9(2).
       FD ReportFile.
       01 ReportLine   PIC X(100).

       WORKING-STORAGE SECTION.
       01 WSQuoteStatus    PIC XX.
       01 WSSalesRepStatus PIC XX.
       01 WSReportStatus   PIC XX.
       01 WSEOF            PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
       01 WSToday          PIC 9(8).
       01 WSPass           PIC 9.
       01 WSPrintedCount   PIC 9(5).
      *> One slot per salesperson, the first for house quotes
       01 WSRepTable.
              02 WSRepEntry OCCURS 21 TIMES.
                  03 WSRepCode      PIC X(3).
                  03 WSRepName      PIC X(20).
                  03 WSRepQuoted    PIC 9(5).
                  03 WSRepAccepted  PIC 9(5).
                  03 WSRepLost      PIC 9(5).
                  03 WSRepExpired   PIC 9(5).
                  03 WSRepOpen      PIC 9(5).
                  03 WSRepValDecided PIC 9(9)V99 COMP-3.
                  03 WSRepValWon    PIC 9(9)V99 COMP-3.
       01 WSRepCount       PIC 99 VALUE 1.
       01 WSRepIdx         PIC 99.
       01 WSRepFound       PIC 99.
       01 WSDecided        PIC 9(5).
       01 WSTotQuoted      PIC 9(5) VALUE ZERO.
       01 WSTotAccepted    PIC 9(5) VALUE ZERO.
       01 WSTotLost        PIC 9(5) VALUE ZERO.
       01 WSTotExpired     PIC 9(5) VALUE ZERO.
       01 WSTotOpen        PIC 9(5) VALUE ZERO.
       01 WSTotValDecided  PIC 9(9)V99 COMP-3 VALUE ZERO.
       01 WSTotValWon      PIC 9(9)V99 COMP-3 VALUE ZERO.
       01 WSHeadLine.
              02 FILLER        PIC X(24)
                  VALUE "Quotations - as at ".
              02 WSHDate       PIC 9(8).
       01 WSQuoteHeads.
              02 FILLER  PIC X(8)  VALUE "Quote".
              02 FILLER  PIC X(10) VALUE "Quoted".
              02 FILLER  PIC X(10) VALUE "Expiry".
              02 FILLER  PIC X(10) VALUE "Customer".
              02 FILLER  PIC X(5)  VALUE "Rep".
              02 FILLER  PIC X(15) VALUE "         Value".
              02 FILLER  PIC X(10) VALUE "  Lost on".
              02 FILLER  PIC X(20) VALUE "Reason".
       01 WSQuoteDetail.
              02 WSQDNum       PIC 9(6).
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSQDDate      PIC 9(8).
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSQDExpiry    PIC 9(8).
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSQDCustID    PIC X(8).
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSQDRep       PIC X(3).
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSQDValue     PIC $$,$$$,$$9.99.
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSQDLostOn    PIC X(8).
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSQDReason    PIC X(20).
       01 WSRepHeads.
              02 FILLER  PIC X(25) VALUE "Salesperson".
              02 FILLER  PIC X(7)  VALUE "Quoted".
              02 FILLER  PIC X(7)  VALUE "   Won".
              02 FILLER  PIC X(7)  VALUE "  Lost".
              02 FILLER  PIC X(8)  VALUE "Expired".
              02 FILLER  PIC X(7)  VALUE "  Open".
              02 FILLER  PIC X(9)  VALUE " Conv %".
              02 FILLER  PIC X(9)  VALUE " Value %".
       01 WSRepDetail.
              02 WSRDCode      PIC X(3).
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSRDName      PIC X(20).
              02 FILLER        PIC X(1) VALUE SPACES.
              02 WSRDQuoted    PIC ZZZZ9.
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSRDWon       PIC ZZZZ9.
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSRDLost      PIC ZZZZ9.
              02 FILLER        PIC X(3) VALUE SPACES.
              02 WSRDExpired   PIC ZZZZ9.
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSRDOpen      PIC ZZZZ9.
              02 FILLER        PIC X(3) VALUE SPACES.
              02 WSRDConv      PIC ZZ9.9.
              02 FILLER        PIC X(4) VALUE SPACES.
              02 WSRDValConv   PIC ZZ9.9.
       01 WSConvPct        PIC 999V9.
       01 WSNoneLine       PIC X(20) VALUE "  (none)".

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday.
           MOVE SPACES TO WSRepCode(1).
           MOVE "House quotes" TO WSRepName(1).
           PERFORM ClearRepCounts VARYING WSRepIdx FROM 1 BY 1
               UNTIL WSRepIdx > 21.
           PERFORM LoadSalesReps.
           OPEN INPUT QuoteFile.
           IF WSQuoteStatus NOT = "00"
              DISPLAY "quoterpt: no Quotes.dat on file - status "
                  WSQuoteStatus
              CLOSE QuoteFile
              GOBACK
           END-IF.
           CLOSE QuoteFile.
           OPEN OUTPUT ReportFile.
           IF WSReportStatus NOT = "00"
              DISPLAY "quoterpt: unable to open QuoteReport.txt - "
                  "status " WSReportStatus
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WSToday TO WSHDate.
           WRITE ReportLine FROM WSHeadLine.
      *> Pass 1 lists the expired quotes and counts every quote,
      *> pass 2 lists the lost ones
           MOVE "Expired quotes - still open past their expiry date"
               TO ReportLine.
           WRITE ReportLine AFTER ADVANCING 2 LINES.
           MOVE 1 TO WSPass.
           PERFORM ReadQuotePass.
           MOVE "Lost quotes" TO ReportLine.
           WRITE ReportLine AFTER ADVANCING 2 LINES.
           MOVE 2 TO WSPass.
           PERFORM ReadQuotePass.
           MOVE "Conversion by salesperson - won of those decided"
               TO ReportLine.
           WRITE ReportLine AFTER ADVANCING 2 LINES.
           WRITE ReportLine FROM WSRepHeads
               AFTER ADVANCING 1 LINE
           END-WRITE.
           PERFORM PrintOneRep VARYING WSRepIdx FROM 1 BY 1
               UNTIL WSRepIdx > WSRepCount.
           MOVE SPACES TO WSRepCode(21).
           MOVE "All salespeople" TO WSRepName(21).
           MOVE WSTotQuoted TO WSRepQuoted(21).
           MOVE WSTotAccepted TO WSRepAccepted(21).
           MOVE WSTotLost TO WSRepLost(21).
           MOVE WSTotExpired TO WSRepExpired(21).
           MOVE WSTotOpen TO WSRepOpen(21).
           MOVE WSTotValDecided TO WSRepValDecided(21).
           MOVE WSTotValWon TO WSRepValWon(21).
           MOVE SPACES TO ReportLine.
           WRITE ReportLine AFTER ADVANCING 1 LINE.
           MOVE 21 TO WSRepIdx.
           PERFORM PrintOneRep.
           CLOSE ReportFile.
           DISPLAY "quoterpt: " WSTotQuoted " quote(s) - "
               WSTotAccepted " won, " WSTotLost " lost, "
               WSTotExpired " expired - see QuoteReport.txt".
      *> GOBACK so a batch driver can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

       ClearRepCounts.
           MOVE ZERO TO WSRepQuoted(WSRepIdx).
           MOVE ZERO TO WSRepAccepted(WSRepIdx).
           MOVE ZERO TO WSRepLost(WSRepIdx).
           MOVE ZERO TO WSRepExpired(WSRepIdx).
           MOVE ZERO TO WSRepOpen(WSRepIdx).
           MOVE ZERO TO WSRepValDecided(WSRepIdx).
           MOVE ZERO TO WSRepValWon(WSRepIdx).

      *> No salesperson master just means every quote counts under
      *> the code it carries, with no name beside it
       LoadSalesReps.
           OPEN INPUT SalesRepFile.
           IF WSSalesRepStatus = "00"
              PERFORM UNTIL EndOfPass
                 READ SalesRepFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSRepCount < 20
                            ADD 1 TO WSRepCount
                            MOVE SpCode TO WSRepCode(WSRepCount)
                            MOVE SpName TO WSRepName(WSRepCount)
                         END-IF
                 END-READ
              END-PERFORM
              MOVE 'N' TO WSEOF
           END-IF.
           CLOSE SalesRepFile.

       ReadQuotePass.
           MOVE ZERO TO WSPrintedCount.
           OPEN INPUT QuoteFile.
           WRITE ReportLine FROM WSQuoteHeads
               AFTER ADVANCING 1 LINE
           END-WRITE.
           PERFORM UNTIL EndOfPass
              READ QuoteFile
                  AT END MOVE 'Y' TO WSEOF
                  NOT AT END
                      IF QhNum NUMERIC
                         IF WSPass = 1
                            PERFORM CountOneQuote
                         ELSE
                            IF QuoteLost
                               PERFORM PrintOneQuote
                            END-IF
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE QuoteFile.
           MOVE 'N' TO WSEOF.
           IF WSPrintedCount = ZERO
              WRITE ReportLine FROM WSNoneLine
                  AFTER ADVANCING 1 LINE
              END-WRITE
           END-IF.

      *> A rep code no longer on the master still gets a line of its
      *> own while there is room
       CountOneQuote.
           MOVE ZERO TO WSRepFound.
           PERFORM VARYING WSRepIdx FROM 1 BY 1
               UNTIL WSRepIdx > WSRepCount OR WSRepFound > ZERO
               IF WSRepCode(WSRepIdx) = QhSalesRep
                  MOVE WSRepIdx TO WSRepFound
               END-IF
           END-PERFORM.
           IF WSRepFound = ZERO
              IF WSRepCount < 20
                 ADD 1 TO WSRepCount
                 MOVE QhSalesRep TO WSRepCode(WSRepCount)
                 MOVE "(not on master)" TO WSRepName(WSRepCount)
                 MOVE WSRepCount TO WSRepFound
              ELSE
                 MOVE 1 TO WSRepFound
              END-IF
           END-IF.
           ADD 1 TO WSRepQuoted(WSRepFound).
           ADD 1 TO WSTotQuoted.
           EVALUATE TRUE
               WHEN QuoteAccepted
                   ADD 1 TO WSRepAccepted(WSRepFound)
                   ADD 1 TO WSTotAccepted
                   ADD QhTotal TO WSRepValDecided(WSRepFound)
                   ADD QhTotal TO WSRepValWon(WSRepFound)
                   ADD QhTotal TO WSTotValDecided
                   ADD QhTotal TO WSTotValWon
               WHEN QuoteLost
                   ADD 1 TO WSRepLost(WSRepFound)
                   ADD 1 TO WSTotLost
                   ADD QhTotal TO WSRepValDecided(WSRepFound)
                   ADD QhTotal TO WSTotValDecided
               WHEN QhExpiry < WSToday
                   ADD 1 TO WSRepExpired(WSRepFound)
                   ADD 1 TO WSTotExpired
                   ADD QhTotal TO WSRepValDecided(WSRepFound)
                   ADD QhTotal TO WSTotValDecided
                   PERFORM PrintOneQuote
               WHEN OTHER
                   ADD 1 TO WSRepOpen(WSRepFound)
                   ADD 1 TO WSTotOpen
           END-EVALUATE.

       PrintOneQuote.
           MOVE QhNum TO WSQDNum.
           MOVE QhDate TO WSQDDate.
           MOVE QhExpiry TO WSQDExpiry.
           MOVE QhCustID TO WSQDCustID.
           MOVE QhSalesRep TO WSQDRep.
           MOVE QhTotal TO WSQDValue.
           IF QuoteLost
              MOVE QhStatusDate TO WSQDLostOn
              MOVE QhLostReason TO WSQDReason
           ELSE
              MOVE SPACES TO WSQDLostOn
              MOVE SPACES TO WSQDReason
           END-IF.
           WRITE ReportLine FROM WSQuoteDetail
               AFTER ADVANCING 1 LINE
           END-WRITE.
           ADD 1 TO WSPrintedCount.

      *> Reps with no quotes at all are left off; the house line
      *> only prints when there were house quotes
       PrintOneRep.
           IF WSRepQuoted(WSRepIdx) > ZERO
              MOVE WSRepCode(WSRepIdx) TO WSRDCode
              MOVE WSRepName(WSRepIdx) TO WSRDName
              MOVE WSRepQuoted(WSRepIdx) TO WSRDQuoted
              MOVE WSRepAccepted(WSRepIdx) TO WSRDWon
              MOVE WSRepLost(WSRepIdx) TO WSRDLost
              MOVE WSRepExpired(WSRepIdx) TO WSRDExpired
              MOVE WSRepOpen(WSRepIdx) TO WSRDOpen
              COMPUTE WSDecided = WSRepAccepted(WSRepIdx)
                  + WSRepLost(WSRepIdx) + WSRepExpired(WSRepIdx)
              IF WSDecided > ZERO
                 COMPUTE WSConvPct ROUNDED =
                     WSRepAccepted(WSRepIdx) * 100 / WSDecided
              ELSE
                 MOVE ZERO TO WSConvPct
              END-IF
              MOVE WSConvPct TO WSRDConv
              IF WSRepValDecided(WSRepIdx) > ZERO
                 COMPUTE WSConvPct ROUNDED =
                     WSRepValWon(WSRepIdx) * 100
                     / WSRepValDecided(WSRepIdx)
              ELSE
                 MOVE ZERO TO WSConvPct
              END-IF
              MOVE WSConvPct TO WSRDValConv
              WRITE ReportLine FROM WSRepDetail
                  AFTER ADVANCING 1 LINE
              END-WRITE
           END-IF.
