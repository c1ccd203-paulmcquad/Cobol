       *> - voided checks excluded - with the name from
       *> EmployeeMaster.dat, and prints QuarterlySummary.txt ready
       *> for the return.
       *> NEW : the employer's own contributions print alongside the
       *> employee figures, and are totalled by contribution code
       *> for the employer's side of the filing.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> the layout only changes in one place
       COPY emprec.
       FD ReportFile.
       01 ReportLine   PIC X(110).

       WORKING-STORAGE SECTION.
       01 WSHistoryStatus  PIC XX.
                  03 WSEmpDeduct      PIC S9(7)V99 COMP-3.
                  03 WSEmpNet         PIC S9(7)V99 COMP-3.
                  03 WSEmpChecks      PIC 9(3) COMP-3.
                  03 WSEmpEmployer    PIC S9(7)V99 COMP-3.
       01 WSEmpCount       PIC 9(3) VALUE ZERO.
       01 WSTableIdx       PIC 9(3).
       01 WSScanIdx        PIC 9(3).
       01 WSTotGross       PIC S9(8)V99 COMP-3 VALUE ZERO.
       01 WSTotDeduct      PIC S9(8)V99 COMP-3 VALUE ZERO.
       01 WSTotNet         PIC S9(8)V99 COMP-3 VALUE ZERO.
       01 WSTotEmployer    PIC S9(8)V99 COMP-3 VALUE ZERO.
       *> NEW : the quarter's employer contributions by code, as
       *> each check's history line recorded them
       01 WSErTable.
              02 WSErEntry OCCURS 10 TIMES.
                  03 WSErCode        PIC X(4).
                  03 WSErTotal       PIC S9(8)V99 COMP-3.
       01 WSErCount        PIC 99 VALUE ZERO.
       01 WSErIdx          PIC 99.
       01 WSErFound        PIC 99.
       01 WSSlotIdx        PIC 9.
       01 WSErCodeLine.
              02 FILLER      PIC X(2) VALUE SPACES.
              02 WSECCode    PIC X(4).
              02 FILLER      PIC X(2) VALUE SPACES.
              02 WSECTotal   PIC $$,$$$,$$9.99.
       01 WSColumnHeads.
              02 FILLER  PIC X(6)  VALUE "EmpNo".
              02 FILLER  PIC X(22) VALUE "Name".
              02 FILLER  PIC X(15) VALUE "        Gross".
              02 FILLER  PIC X(15) VALUE "   Deductions".
              02 FILLER  PIC X(15) VALUE "          Net".
              02 FILLER  PIC X(15) VALUE "     Employer".
       01 WSDetailLine.
              02 WSDEmpNo    PIC 9(4).
              02 FILLER      PIC X(2) VALUE SPACES.
              02 WSDDeduct   PIC $$,$$$,$$9.99.
              02 FILLER      PIC X(2) VALUE SPACES.
              02 WSDNet      PIC $$,$$$,$$9.99.
              02 FILLER      PIC X(2) VALUE SPACES.
              02 WSDEmployer PIC $$,$$$,$$9.99.
       01 WSTotalLine.
              02 FILLER      PIC X(34) VALUE "Quarter totals".
              02 WSTGross    PIC $$,$$$,$$9.99.
              02 WSTDeduct   PIC $$,$$$,$$9.99.
              02 FILLER      PIC X(2) VALUE SPACES.
              02 WSTNet      PIC $$,$$$,$$9.99.
              02 FILLER      PIC X(2) VALUE SPACES.
              02 WSTEmployer PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Main.
                    ADD PhGross TO WSTotGross
                    ADD PhDeduct TO WSTotDeduct
                    ADD PhNet TO WSTotNet
                    IF PhErTotal NUMERIC
                       ADD PhErTotal TO WSEmpEmployer(WSFoundIdx)
                       ADD PhErTotal TO WSTotEmployer
                       PERFORM TallyEmployerCodes
                    END-IF
                 END-IF
              END-IF
           END-IF.
                 MOVE ZERO TO WSEmpDeduct(WSEmpCount)
                 MOVE ZERO TO WSEmpNet(WSEmpCount)
                 MOVE ZERO TO WSEmpChecks(WSEmpCount)
                 MOVE ZERO TO WSEmpEmployer(WSEmpCount)
                 MOVE WSEmpCount TO WSFoundIdx
              ELSE
                 SET EmpTableFull TO TRUE
              END-IF
           END-IF.

      *> NEW : each contribution slot on the line adds to its code
       TallyEmployerCodes.
           PERFORM VARYING WSSlotIdx FROM 1 BY 1
               UNTIL WSSlotIdx > 4
               IF PhErCode(WSSlotIdx) NOT = SPACES
                  AND PhErAmount(WSSlotIdx) NUMERIC
                  MOVE ZERO TO WSErFound
                  PERFORM VARYING WSErIdx FROM 1 BY 1
                      UNTIL WSErIdx > WSErCount OR WSErFound > 0
                      IF WSErCode(WSErIdx) = PhErCode(WSSlotIdx)
                         MOVE WSErIdx TO WSErFound
                      END-IF
                  END-PERFORM
                  IF WSErFound = ZERO AND WSErCount < 10
                     ADD 1 TO WSErCount
                     MOVE PhErCode(WSSlotIdx) TO WSErCode(WSErCount)
                     MOVE ZERO TO WSErTotal(WSErCount)
                     MOVE WSErCount TO WSErFound
                  END-IF
                  IF WSErFound > ZERO
                     ADD PhErAmount(WSSlotIdx) TO WSErTotal(WSErFound)
                  END-IF
               END-IF
           END-PERFORM.

       NameTheEmployees.
           OPEN INPUT EmployeeFile.
           IF WSEmployeeStatus NOT = "00"
               MOVE WSEmpGross(WSTableIdx) TO WSDGross
               MOVE WSEmpDeduct(WSTableIdx) TO WSDDeduct
               MOVE WSEmpNet(WSTableIdx) TO WSDNet
               MOVE WSEmpEmployer(WSTableIdx) TO WSDEmployer
               WRITE ReportLine FROM WSDetailLine
                   AFTER ADVANCING 1 LINE
               END-WRITE
           MOVE WSTotGross TO WSTGross.
           MOVE WSTotDeduct TO WSTDeduct.
           MOVE WSTotNet TO WSTNet.
           MOVE WSTotEmployer TO WSTEmployer.
           WRITE ReportLine FROM WSTotalLine
               AFTER ADVANCING 2 LINES
           END-WRITE.
           IF WSErCount > ZERO
              MOVE "Employer contributions by code :" TO ReportLine
              WRITE ReportLine
                  AFTER ADVANCING 2 LINES
              END-WRITE
              PERFORM VARYING WSErIdx FROM 1 BY 1
                  UNTIL WSErIdx > WSErCount
                  MOVE WSErCode(WSErIdx) TO WSECCode
                  MOVE WSErTotal(WSErIdx) TO WSECTotal
                  WRITE ReportLine FROM WSErCodeLine
                      AFTER ADVANCING 1 LINE
                  END-WRITE
              END-PERFORM
           END-IF.
           CLOSE ReportFile.
           DISPLAY "payquarterly: " WSEmpCount " employee(s) "
               "summarised for Q" WSQtrEntry " " WSYearEntry
