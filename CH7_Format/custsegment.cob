       IDENTIFICATION DIVISION.
       PROGRAM-ID. custsegment.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Customer segmentation - salesanalysis.cob ranks customers by
       *> total spend, but the owner also wants to know who has
       *> stopped buying and who buys often. This scores every active
       *> customer on recency (days since the last invoice on
       *> InvoiceHistory.dat), frequency (invoices in the trailing
       *> twelve months) and spend (SalesDetail.dat value over the
       *> same twelve months), each 1 to 5, and assigns a segment:
       *>   NEW      - first invoice within the last 90 days, or no
       *>              invoice yet on an account active that recently
       *>   LOST     - nothing invoiced in the last 365 days
       *>   CHAMPION - recency, frequency and spend all 4 or better
       *>   LOYAL    - recency and frequency both 3 or better
       *>   AT-RISK  - everyone else: still buying, but rarely or
       *>              not lately
       *> CustomerSegments.dat is rebuilt every run, keyed on IDNum,
       *> for cust360.cob to show; CustomerSegments.txt summarises the
       *> count of customers and trailing revenue in each segment.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT HistoryFile ASSIGN TO "InvoiceHistory.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS IhInvNum
                  FILE STATUS IS WSHistoryStatus.
              SELECT DetailFile ASSIGN TO "SalesDetail.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSDetailStatus.
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
                  FILE STATUS IS WSCustFileStatus.
              SELECT SegmentFile ASSIGN TO "CustomerSegments.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS SegCustID
                  FILE STATUS IS WSSegmentStatus.
              SELECT ReportFile ASSIGN TO "CustomerSegments.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD HistoryFile.
       COPY invhist.
       FD DetailFile.
       *> NEW : shared with the other SalesDetail.dat programs via
       *> Copybooks/salesdet.cpy so the layout only changes in one
       *> place
       COPY salesdet.
       FD CustomerFile.
       COPY custrec.
       FD SegmentFile.
       COPY custseg.
       FD ReportFile.
       01 ReportLine   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WSHistoryStatus  PIC XX.
       01 WSDetailStatus   PIC XX.
       01 WSCustFileStatus PIC XX.
       01 WSSegmentStatus  PIC XX.
       01 WSReportStatus   PIC XX.
       01 WSEOF            PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
       01 WSToday          PIC 9(8).
       01 WSTodayInt       PIC 9(8).
       01 WSCutoffDate     PIC 9(8).
       01 WSNewCutoff      PIC 9(8).
       01 WSDaysSince      PIC 9(8).
       *> NEW : one slot per customer seen on either file - same
       *> bounded-table-with-abort pattern salesanalysis.cob uses
       01 WSRfmTable.
              02 WSRfmEntry OCCURS 500 TIMES.
                  03 WSRfmID         PIC X(8).
                  03 WSRfmFirst      PIC 9(8).
                  03 WSRfmLast       PIC 9(8).
                  03 WSRfmInvoices   PIC 9(4) COMP-3.
                  03 WSRfmSpend      PIC S9(8)V99 COMP-3.
       01 WSRfmCount       PIC 9(3) VALUE ZERO.
       01 WSRfmMax         PIC 9(3) VALUE 500.
       01 WSScanIdx        PIC 9(3).
       01 WSFoundIdx       PIC 9(3).
       01 WSSearchID       PIC X(8).
       01 WSOverflowFlag   PIC X VALUE 'N'.
              88 TablesFull       VALUE 'Y'.
       *> NEW : the score bands - days since the last invoice,
       *> invoices in the twelve months, and spend in the twelve
       *> months needed for a score of 5, 4, 3 and 2; anything less
       *> scores 1
       01 WSRecencyBands.
              02 FILLER        PIC 9(3) VALUE 30.
              02 FILLER        PIC 9(3) VALUE 90.
              02 FILLER        PIC 9(3) VALUE 180.
              02 FILLER        PIC 9(3) VALUE 365.
       01 WSRecencyTable REDEFINES WSRecencyBands.
              02 WSRecencyDays OCCURS 4 TIMES    PIC 9(3).
       01 WSFrequencyBands.
              02 FILLER        PIC 9(3) VALUE 12.
              02 FILLER        PIC 9(3) VALUE 6.
              02 FILLER        PIC 9(3) VALUE 3.
              02 FILLER        PIC 9(3) VALUE 2.
       01 WSFrequencyTable REDEFINES WSFrequencyBands.
              02 WSFrequencyMin OCCURS 4 TIMES   PIC 9(3).
       01 WSMonetaryBands.
              02 FILLER        PIC 9(6) VALUE 10000.
              02 FILLER        PIC 9(6) VALUE 5000.
              02 FILLER        PIC 9(6) VALUE 1000.
              02 FILLER        PIC 9(6) VALUE 250.
       01 WSMonetaryTable REDEFINES WSMonetaryBands.
              02 WSMonetaryMin OCCURS 4 TIMES    PIC 9(6).
       01 WSBandIdx        PIC 9.
       01 WSNewDays        PIC 9(3) VALUE 90.
       01 WSLostDays       PIC 9(3) VALUE 365.
       *> NEW : the five segments, in report order, with the count
       *> of customers and the trailing revenue in each
       01 WSSegmentNames.
              02 FILLER        PIC X(9) VALUE "CCHAMPION".
              02 FILLER        PIC X(9) VALUE "LLOYAL".
              02 FILLER        PIC X(9) VALUE "RAT-RISK".
              02 FILLER        PIC X(9) VALUE "XLOST".
              02 FILLER        PIC X(9) VALUE "NNEW".
       01 WSSegmentTable REDEFINES WSSegmentNames.
              02 WSSegEntry OCCURS 5 TIMES.
                  03 WSSegEntryCode  PIC X.
                  03 WSSegEntryName  PIC X(8).
       01 WSSegTotals.
              02 WSSegTotal OCCURS 5 TIMES.
                  03 WSSegCustCount  PIC 9(6) COMP-3.
                  03 WSSegRevenue    PIC S9(9)V99 COMP-3.
       01 WSSegIdx         PIC 9.
       01 WSScoredCount    PIC 9(6) VALUE ZERO.
       01 WSSkippedClosed  PIC 9(6) VALUE ZERO.
       01 WSGrandRevenue   PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WSSummaryLine.
              02 WSSLName      PIC X(8).
              02 FILLER        PIC X(4) VALUE SPACES.
              02 WSSLCount     PIC ZZZ,ZZ9.
              02 FILLER        PIC X(4) VALUE SPACES.
              02 WSSLRevenue   PIC $$$,$$$,$$9.99.
       01 WSSummaryHead.
              02 FILLER        PIC X(12) VALUE "Segment".
              02 FILLER        PIC X(11) VALUE "Customers".
              02 FILLER        PIC X(19) VALUE "  12-month revenue".

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday.
           COMPUTE WSTodayInt = FUNCTION INTEGER-OF-DATE(WSToday).
           COMPUTE WSCutoffDate = FUNCTION DATE-OF-INTEGER(
               WSTodayInt - WSLostDays).
           COMPUTE WSNewCutoff = FUNCTION DATE-OF-INTEGER(
               WSTodayInt - WSNewDays).
           PERFORM TallyInvoiceHistory.
           PERFORM TallySalesDetail.
      *> NEW : a partial tally would misfile customers - abort before
      *> the segment file is touched, same as salesanalysis.cob
           IF TablesFull
              DISPLAY "custsegment: more than " WSRfmMax " customers "
                  "invoiced - aborting before the segments rebuild"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT CustomerFile.
           IF WSCustFileStatus NOT = "00"
              DISPLAY "custsegment: Customer.dat unavailable - "
                  "status " WSCustFileStatus
              CLOSE CustomerFile
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT SegmentFile.
           IF WSSegmentStatus NOT = "00"
              DISPLAY "custsegment: unable to open "
                  "CustomerSegments.dat - status " WSSegmentStatus
              CLOSE CustomerFile
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM VARYING WSSegIdx FROM 1 BY 1 UNTIL WSSegIdx > 5
              MOVE ZERO TO WSSegCustCount(WSSegIdx)
              MOVE ZERO TO WSSegRevenue(WSSegIdx)
           END-PERFORM.
           MOVE 'N' TO WSEOF.
           PERFORM UNTIL EndOfPass
              READ CustomerFile NEXT
                  AT END MOVE 'Y' TO WSEOF
                  NOT AT END PERFORM ScoreOneCustomer
              END-READ
           END-PERFORM.
           CLOSE CustomerFile.
           CLOSE SegmentFile.
           OPEN OUTPUT ReportFile.
           IF WSReportStatus NOT = "00"
              DISPLAY "custsegment: unable to open "
                  "CustomerSegments.txt - status " WSReportStatus
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM PrintSummary.
           CLOSE ReportFile.
           DISPLAY "custsegment: " WSScoredCount " customer(s) "
               "segmented - see CustomerSegments.txt".
      *> GOBACK so a batch driver can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

       *> NEW : every invoice on file counts towards recency and the
       *> first-invoice date; only the trailing twelve months count
       *> towards frequency
       TallyInvoiceHistory.
           MOVE 'N' TO WSEOF.
           OPEN INPUT HistoryFile.
           IF WSHistoryStatus NOT = "00"
              DISPLAY "custsegment: no InvoiceHistory.dat on file - "
                  "status " WSHistoryStatus
              CLOSE HistoryFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ HistoryFile NEXT
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END PERFORM TallyOneInvoice
                 END-READ
              END-PERFORM
              CLOSE HistoryFile
           END-IF.

       TallyOneInvoice.
           IF IhDate IS NUMERIC AND IhDate > ZERO
              MOVE IhCustID TO WSSearchID
              PERFORM FindCustomerSlot
              IF WSFoundIdx > ZERO
                 IF WSRfmFirst(WSFoundIdx) = ZERO
                    OR IhDate < WSRfmFirst(WSFoundIdx)
                    MOVE IhDate TO WSRfmFirst(WSFoundIdx)
                 END-IF
                 IF IhDate > WSRfmLast(WSFoundIdx)
                    MOVE IhDate TO WSRfmLast(WSFoundIdx)
                 END-IF
                 IF IhDate > WSCutoffDate
                    ADD 1 TO WSRfmInvoices(WSFoundIdx)
                 END-IF
              END-IF
           END-IF.

       *> NEW : spend is the priced detail value, same figure
       *> salesanalysis.cob ranks on, over the trailing twelve months
       TallySalesDetail.
           MOVE 'N' TO WSEOF.
           OPEN INPUT DetailFile.
           IF WSDetailStatus NOT = "00"
              DISPLAY "custsegment: no SalesDetail.dat on file - "
                  "status " WSDetailStatus
              CLOSE DetailFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ DetailFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF SdDate IS NUMERIC
                            AND SdExtPrice IS NUMERIC
                            AND SdDate > WSCutoffDate
                            MOVE SdCustID TO WSSearchID
                            PERFORM FindCustomerSlot
                            IF WSFoundIdx > ZERO
                               ADD SdExtPrice
                                   TO WSRfmSpend(WSFoundIdx)
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE DetailFile
           END-IF.

       FindCustomerSlot.
           MOVE ZERO TO WSFoundIdx.
           PERFORM VARYING WSScanIdx FROM 1 BY 1
               UNTIL WSScanIdx > WSRfmCount OR WSFoundIdx > 0
               IF WSRfmID(WSScanIdx) = WSSearchID
                  MOVE WSScanIdx TO WSFoundIdx
               END-IF
           END-PERFORM.
           IF WSFoundIdx = ZERO
              IF WSRfmCount < WSRfmMax
                 ADD 1 TO WSRfmCount
                 MOVE WSSearchID TO WSRfmID(WSRfmCount)
                 MOVE ZERO TO WSRfmFirst(WSRfmCount)
                 MOVE ZERO TO WSRfmLast(WSRfmCount)
                 MOVE ZERO TO WSRfmInvoices(WSRfmCount)
                 MOVE ZERO TO WSRfmSpend(WSRfmCount)
                 MOVE WSRfmCount TO WSFoundIdx
              ELSE
                 SET TablesFull TO TRUE
              END-IF
           END-IF.

       *> NEW : closed accounts are not scored - they are not
       *> customers the owner can win back or lose
       ScoreOneCustomer.
           IF CustClosed
              ADD 1 TO WSSkippedClosed
           ELSE
              MOVE IDNum TO SegCustID
              MOVE IDNum TO WSSearchID
              MOVE ZERO TO WSFoundIdx
              PERFORM VARYING WSScanIdx FROM 1 BY 1
                  UNTIL WSScanIdx > WSRfmCount OR WSFoundIdx > 0
                  IF WSRfmID(WSScanIdx) = WSSearchID
                     MOVE WSScanIdx TO WSFoundIdx
                  END-IF
              END-PERFORM
              MOVE ZERO TO SegLastInvoice
              MOVE ZERO TO SegInvoiceCount
              MOVE ZERO TO SegSpend
              MOVE ZERO TO SegRecency
              MOVE ZERO TO SegFrequency
              MOVE ZERO TO SegMonetary
              IF WSFoundIdx > ZERO
                 MOVE WSRfmLast(WSFoundIdx) TO SegLastInvoice
                 MOVE WSRfmInvoices(WSFoundIdx) TO SegInvoiceCount
                 MOVE WSRfmSpend(WSFoundIdx) TO SegSpend
                 PERFORM ScoreRecency
                 PERFORM ScoreFrequency
                 PERFORM ScoreMonetary
              END-IF
              PERFORM AssignSegment
              MOVE WSToday TO SegRunDate
              WRITE CustSegmentRecord
                  INVALID KEY
                      DISPLAY "custsegment: duplicate ID " IDNum
                          " - not written"
                  NOT INVALID KEY
                      ADD 1 TO WSScoredCount
                      ADD 1 TO WSSegCustCount(WSSegIdx)
                      ADD SegSpend TO WSSegRevenue(WSSegIdx)
                      ADD SegSpend TO WSGrandRevenue
              END-WRITE
           END-IF.

       ScoreRecency.
           IF SegLastInvoice > ZERO
              COMPUTE WSDaysSince = WSTodayInt
                  - FUNCTION INTEGER-OF-DATE(SegLastInvoice)
              MOVE 1 TO SegRecency
              PERFORM VARYING WSBandIdx FROM 4 BY -1
                  UNTIL WSBandIdx < 1
                  IF WSDaysSince <= WSRecencyDays(WSBandIdx)
                     COMPUTE SegRecency = 6 - WSBandIdx
                  END-IF
              END-PERFORM
           END-IF.

       ScoreFrequency.
           IF SegInvoiceCount > ZERO
              MOVE 1 TO SegFrequency
              PERFORM VARYING WSBandIdx FROM 4 BY -1
                  UNTIL WSBandIdx < 1
                  IF SegInvoiceCount >= WSFrequencyMin(WSBandIdx)
                     COMPUTE SegFrequency = 6 - WSBandIdx
                  END-IF
              END-PERFORM
           END-IF.

       ScoreMonetary.
           IF SegSpend > ZERO
              MOVE 1 TO SegMonetary
              PERFORM VARYING WSBandIdx FROM 4 BY -1
                  UNTIL WSBandIdx < 1
                  IF SegSpend >= WSMonetaryMin(WSBandIdx)
                     COMPUTE SegMonetary = 6 - WSBandIdx
                  END-IF
              END-PERFORM
           END-IF.

       *> NEW : the rules are tried in order and the first that fits
       *> wins - see the banner at the top for what each one means
       AssignSegment.
           EVALUATE TRUE
               WHEN WSFoundIdx = ZERO OR SegLastInvoice = ZERO
                   IF CustLastActivity >= WSNewCutoff
                      MOVE 5 TO WSSegIdx
                   ELSE
                      MOVE 4 TO WSSegIdx
                   END-IF
               WHEN WSRfmFirst(WSFoundIdx) >= WSNewCutoff
                   MOVE 5 TO WSSegIdx
               WHEN SegLastInvoice <= WSCutoffDate
                   MOVE 4 TO WSSegIdx
               WHEN SegRecency >= 4 AND SegFrequency >= 4
                   AND SegMonetary >= 4
                   MOVE 1 TO WSSegIdx
               WHEN SegRecency >= 3 AND SegFrequency >= 3
                   MOVE 2 TO WSSegIdx
               WHEN OTHER
                   MOVE 3 TO WSSegIdx
           END-EVALUATE.
           MOVE WSSegEntryCode(WSSegIdx) TO SegCode.
           MOVE WSSegEntryName(WSSegIdx) TO SegName.

       PrintSummary.
           MOVE SPACES TO ReportLine.
           STRING "Customer Segments - trailing twelve months to "
               WSToday DELIMITED BY SIZE INTO ReportLine.
           WRITE ReportLine.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
           WRITE ReportLine FROM WSSummaryHead.
           PERFORM VARYING WSSegIdx FROM 1 BY 1 UNTIL WSSegIdx > 5
              MOVE WSSegEntryName(WSSegIdx) TO WSSLName
              MOVE WSSegCustCount(WSSegIdx) TO WSSLCount
              MOVE WSSegRevenue(WSSegIdx) TO WSSLRevenue
              WRITE ReportLine FROM WSSummaryLine
                  AFTER ADVANCING 1 LINE
              END-WRITE
           END-PERFORM.
           MOVE "TOTAL" TO WSSLName.
           MOVE WSScoredCount TO WSSLCount.
           MOVE WSGrandRevenue TO WSSLRevenue.
           WRITE ReportLine FROM WSSummaryLine
               AFTER ADVANCING 2 LINES
           END-WRITE.
           MOVE SPACES TO ReportLine.
           STRING "Closed accounts not scored : " WSSkippedClosed
               DELIMITED BY SIZE INTO ReportLine.
           WRITE ReportLine
               AFTER ADVANCING 2 LINES
           END-WRITE.
