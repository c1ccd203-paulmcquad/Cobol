              02 YtdVacBal   PIC 9(4)V99.
              02 FILLER      PIC X(1).
              02 YtdSickBal  PIC 9(4)V99.
      *> NEW : the employer's contributions start the year at zero
              02 FILLER      PIC X(1).
              02 YtdEmployer PIC 9(7)V99.
       FD EmployeeFile.
       *> NEW : shared with payroll.cob via Copybooks/emprec.cpy so
       *> the layout only changes in one place
       *> the layout only changes in one place
       COPY payhist.
       FD ArchiveFile.
      *> NEW : wide enough for the pay history line with its
      *> pricing and employer columns
       01 ArchiveLine    PIC X(140).
       FD ReportFile.
       01 ReportLine   PIC X(80).

                  MOVE ZERO TO YtdGross
                  MOVE ZERO TO YtdDeduct
                  MOVE ZERO TO YtdNet
                  MOVE ZERO TO YtdEmployer
                  MOVE WSYtdVacBal(WSTableIdx) TO YtdVacBal
                  MOVE WSYtdSickBal(WSTableIdx) TO YtdSickBal
                  WRITE YTDRecord
