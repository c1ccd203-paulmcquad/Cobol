      *> Shared DutyLog.dat line layout and fields for the two-person
      *> controls, used with the WriteDutyLog paragraph in
      *> Copybooks/dutylogp.cpy. COPY this into WORKING-STORAGE; the
      *> program declares DutyLogFile (ASSIGN TO "DutyLog.dat", FILE
      *> STATUS WSDutyLogStatus) with a 01 DutyLogLine PIC X(80).
      *> One line per step a control takes: the request (a held
      *> invoice, a keyed timecard, a keyed stock count) and the
      *> supervisor action that settles it (approve or reject), with
      *> the item's key so sodreport.cob can pair the two and the
      *> operator who took each step. A control with no request side
      *> (a pay-period override, a check void) logs its supervisor
      *> action alone. Customer deletes are not logged here - their
      *> DELREQ and DELETE/DELREJ lines in CustomerAudit.log already
      *> carry both operators.
       01 WSDutyLogStatus      PIC XX.
       01 WSDutyRecord.
              02 WSDutyStamp       PIC 9(14).
              02 FILLER            PIC X(1) VALUE SPACE.
              02 WSDutyControl     PIC X(8).
              02 FILLER            PIC X(1) VALUE SPACE.
              02 WSDutyStep        PIC X.
                  88 DutyRequest       VALUE 'R'.
                  88 DutyApproval      VALUE 'A'.
                  88 DutyRejection     VALUE 'D'.
              02 FILLER            PIC X(1) VALUE SPACE.
              02 WSDutyAction      PIC X(8).
              02 FILLER            PIC X(1) VALUE SPACE.
              02 WSDutyKey         PIC X(20).
              02 FILLER            PIC X(1) VALUE SPACE.
              02 WSDutyOperator    PIC X(10).
