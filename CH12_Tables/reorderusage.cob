       *> risk) or more than double the suggestion (dead stock) with
       *> the value the buyer should key through prodmaint.cob. The
       *> reorder run is only as good as the points it's fed.
       *> NEW : InvMovements.log lines carry location columns now -
       *> the line is read whole; transfers between locations move
       *> no stock in or out and are passed over.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> place
       COPY prodrec.
       FD MovementFile.
      *> NEW : widened for the location columns
       01 MovementLine    PIC X(80).
       FD ReportFile.
       01 ReportLine   PIC X(80).

