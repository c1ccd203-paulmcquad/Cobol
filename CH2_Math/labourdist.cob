       IDENTIFICATION DIVISION.
       PROGRAM-ID. labourdist.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Labour distribution - hours and labour cost by department.
       *> Every payroll.cob run appends to LabourDist.dat the hours,
       *> gross wages and employer contributions it charged to each
       *> department (the employee's own, or the one a timecard
       *> named). For the month the operator names (blank for the
       *> current month) each pay period is listed department by
       *> department with its total, then the month is totalled by
       *> department - the same figures payroll.cob journalled to
       *> each department's expense accounts. Department names come
       *> from Departments.dat; labour with no department is shown
       *> against the company-wide payroll accounts. The report goes
       *> to LabourDistribution.txt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT LabourDistFile ASSIGN TO "LabourDist.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSLabourDistStatus.
              SELECT DeptFile ASSIGN TO "Departments.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSDeptStatus.
              SELECT ReportFile ASSIGN TO "LabourDistribution.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD LabourDistFile.
       COPY labourdist.
       FD DeptFile.
       COPY deptrec.
       FD ReportFile.
       01 ReportLine   PIC X(100).

       WORKING-STORAGE SECTION.
       01 WSLabourDistStatus PIC XX.
       01 WSDeptStatus     PIC XX.
       01 WSReportStatus   PIC XX.
       01 WSEOF            PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
       01 WSMonthEntry     PIC X(6).
       01 WSMonth          PIC 9(6).
      *> the month's distribution lines in the order the runs wrote
      *> them - each run's lines sit together
       01 WSLdTable.
              02 WSLdLine OCCURS 500 TIMES PIC X(43).
       01 WSLdCount        PIC 9(3) VALUE ZERO.
       01 WSLdIdx          PIC 9(3).
       01 WSLdOverflow     PIC X VALUE 'N'.
              88 LdTableFull      VALUE 'Y'.
      *> the departments by code with the month's totals - entry 1
      *> is labour with no department
       01 WSDeptTable.
              02 WSDtEntry OCCURS 51 TIMES.
                  03 WSDtCode        PIC X(4).
                  03 WSDtName        PIC X(20).
                  03 WSDtHours       PIC 9(7)V99 COMP-3.
                  03 WSDtGross       PIC 9(9)V99 COMP-3.
                  03 WSDtEmployer    PIC 9(9)V99 COMP-3.
       01 WSDtCount        PIC 99 VALUE ZERO.
       01 WSDtIdx          PIC 99.
       01 WSDtFound        PIC 99.
      *> the pay period being listed and its running total
       01 WSCurrentPeriod  PIC 9(8) VALUE ZERO.
       01 WSCurrentFreq    PIC X VALUE SPACE.
       01 WSPeriodHours    PIC 9(7)V99 COMP-3.
       01 WSPeriodGross    PIC 9(9)V99 COMP-3.
       01 WSPeriodEmployer PIC 9(9)V99 COMP-3.
       01 WSPeriodCount    PIC 9(3) VALUE ZERO.
       01 WSMonthHours     PIC 9(7)V99 COMP-3 VALUE ZERO.
       01 WSMonthGross     PIC 9(9)V99 COMP-3 VALUE ZERO.
       01 WSMonthEmployer  PIC 9(9)V99 COMP-3 VALUE ZERO.
       01 WSFreqName       PIC X(14).
       01 WSColumnHeads.
              02 FILLER  PIC X(2)  VALUE SPACES.
              02 FILLER  PIC X(6)  VALUE "Dept".
              02 FILLER  PIC X(22) VALUE "Name".
              02 FILLER  PIC X(10) VALUE "     Hours".
              02 FILLER  PIC X(16) VALUE "           Gross".
              02 FILLER  PIC X(16) VALUE "        Employer".
              02 FILLER  PIC X(16) VALUE "     Labour cost".
       01 WSDetailLine.
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSDCode      PIC X(6).
              02 WSDName      PIC X(20).
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSDHours     PIC ZZZ,ZZ9.99.
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSDGross     PIC $$$,$$$,$$9.99.
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSDEmployer  PIC $$$,$$$,$$9.99.
              02 FILLER       PIC X(2) VALUE SPACES.
              02 WSDCost      PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           MOVE SPACES TO WSMonthEntry.
           DISPLAY "Labour distribution month (YYYYMM, blank for "
               "this month) " WITH NO ADVANCING.
           ACCEPT WSMonthEntry.
           IF WSMonthEntry = SPACES
              MOVE FUNCTION CURRENT-DATE(1:6) TO WSMonth
           ELSE
              IF WSMonthEntry NOT NUMERIC
                 OR WSMonthEntry(5:2) < "01"
                 OR WSMonthEntry(5:2) > "12"
                 DISPLAY "labourdist: invalid month - enter YYYYMM"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE WSMonthEntry TO WSMonth
           END-IF.
           PERFORM LoadDepartments.
           PERFORM LoadDistribution.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           IF WSLdCount = ZERO
              DISPLAY "labourdist: no payroll run recorded for "
                  WSMonth
              GOBACK
           END-IF.
           PERFORM PrintDistribution.
      *> GOBACK so a batch driver can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

      *> no Departments.dat just means every line shows its code
      *> without a name
       LoadDepartments.
           MOVE 1 TO WSDtCount.
           MOVE SPACES TO WSDtCode(1).
           MOVE "(no department)" TO WSDtName(1).
           MOVE ZERO TO WSDtHours(1).
           MOVE ZERO TO WSDtGross(1).
           MOVE ZERO TO WSDtEmployer(1).
           OPEN INPUT DeptFile.
           IF WSDeptStatus NOT = "00"
              CLOSE DeptFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ DeptFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF WSDtCount < 51 AND DeptCode NOT = SPACES
                            ADD 1 TO WSDtCount
                            MOVE DeptCode TO WSDtCode(WSDtCount)
                            MOVE DeptName TO WSDtName(WSDtCount)
                            MOVE ZERO TO WSDtHours(WSDtCount)
                            MOVE ZERO TO WSDtGross(WSDtCount)
                            MOVE ZERO TO WSDtEmployer(WSDtCount)
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE DeptFile
              MOVE 'N' TO WSEOF
           END-IF.

       LoadDistribution.
           OPEN INPUT LabourDistFile.
           IF WSLabourDistStatus NOT = "00"
              DISPLAY "labourdist: no LabourDist.dat on file - "
                  "status " WSLabourDistStatus
              CLOSE LabourDistFile
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM UNTIL EndOfPass
                 READ LabourDistFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF LdPeriod(1:6) = WSMonth
                            AND LdHours NUMERIC AND LdGross NUMERIC
                            AND LdEmployer NUMERIC
                            IF WSLdCount < 500
                               ADD 1 TO WSLdCount
                               MOVE LabourDistRecord
                                   TO WSLdLine(WSLdCount)
                            ELSE
                               SET LdTableFull TO TRUE
                               MOVE 'Y' TO WSEOF
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE LabourDistFile
              MOVE 'N' TO WSEOF
              IF LdTableFull
                 DISPLAY "labourdist: more than 500 lines for the "
                     "month - table exceeded, aborting"
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.

       PrintDistribution.
           OPEN OUTPUT ReportFile.
           IF WSReportStatus NOT = "00"
              DISPLAY "labourdist: unable to open "
                  "LabourDistribution.txt - status " WSReportStatus
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE SPACES TO ReportLine.
           STRING "Labour Distribution by Department for " WSMonth
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
           PERFORM VARYING WSLdIdx FROM 1 BY 1
               UNTIL WSLdIdx > WSLdCount
               PERFORM PrintOneDistLine
           END-PERFORM.
           PERFORM PrintPeriodTotal.
           MOVE SPACES TO ReportLine.
           STRING "Month " WSMonth " by department"
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine
               AFTER ADVANCING 3 LINES
           END-WRITE.
           WRITE ReportLine FROM WSColumnHeads
               AFTER ADVANCING 1 LINE
           END-WRITE.
           PERFORM VARYING WSDtIdx FROM 1 BY 1
               UNTIL WSDtIdx > WSDtCount
               IF WSDtGross(WSDtIdx) > ZERO
                  OR WSDtEmployer(WSDtIdx) > ZERO
                  OR WSDtHours(WSDtIdx) > ZERO
                  MOVE WSDtCode(WSDtIdx) TO WSDCode
                  MOVE WSDtName(WSDtIdx) TO WSDName
                  MOVE WSDtHours(WSDtIdx) TO WSDHours
                  MOVE WSDtGross(WSDtIdx) TO WSDGross
                  MOVE WSDtEmployer(WSDtIdx) TO WSDEmployer
                  COMPUTE WSDCost =
                      WSDtGross(WSDtIdx) + WSDtEmployer(WSDtIdx)
                  WRITE ReportLine FROM WSDetailLine
                      AFTER ADVANCING 1 LINE
                  END-WRITE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WSDCode.
           MOVE "Month total" TO WSDName.
           MOVE WSMonthHours TO WSDHours.
           MOVE WSMonthGross TO WSDGross.
           MOVE WSMonthEmployer TO WSDEmployer.
           COMPUTE WSDCost = WSMonthGross + WSMonthEmployer.
           WRITE ReportLine FROM WSDetailLine
               AFTER ADVANCING 2 LINES
           END-WRITE.
           CLOSE ReportFile.
           DISPLAY "labourdist: " WSPeriodCount " pay period(s) in "
               WSMonth " - see LabourDistribution.txt".

      *> a new run date or frequency starts a new pay period - the
      *> one before it is totalled first
       PrintOneDistLine.
           MOVE WSLdLine(WSLdIdx) TO LabourDistRecord.
           IF LdPeriod NOT = WSCurrentPeriod
              OR LdFreq NOT = WSCurrentFreq
              PERFORM PrintPeriodTotal
              PERFORM StartPayPeriod
           END-IF.
           MOVE 1 TO WSDtFound.
           IF LdDept NOT = SPACES
              PERFORM VARYING WSDtIdx FROM 2 BY 1
                  UNTIL WSDtIdx > WSDtCount OR WSDtFound > 1
                  IF WSDtCode(WSDtIdx) = LdDept
                     MOVE WSDtIdx TO WSDtFound
                  END-IF
              END-PERFORM
      *> a code since taken off Departments.dat still has its own
      *> line in the month totals while there is room
              IF WSDtFound = 1 AND WSDtCount < 51
                 ADD 1 TO WSDtCount
                 MOVE LdDept TO WSDtCode(WSDtCount)
                 MOVE "(not on file)" TO WSDtName(WSDtCount)
                 MOVE ZERO TO WSDtHours(WSDtCount)
                 MOVE ZERO TO WSDtGross(WSDtCount)
                 MOVE ZERO TO WSDtEmployer(WSDtCount)
                 MOVE WSDtCount TO WSDtFound
              END-IF
           END-IF.
           MOVE LdDept TO WSDCode.
           MOVE WSDtName(WSDtFound) TO WSDName.
           MOVE LdHours TO WSDHours.
           MOVE LdGross TO WSDGross.
           MOVE LdEmployer TO WSDEmployer.
           COMPUTE WSDCost = LdGross + LdEmployer.
           WRITE ReportLine FROM WSDetailLine
               AFTER ADVANCING 1 LINE
           END-WRITE.
           ADD LdHours TO WSPeriodHours WSDtHours(WSDtFound)
               WSMonthHours.
           ADD LdGross TO WSPeriodGross WSDtGross(WSDtFound)
               WSMonthGross.
           ADD LdEmployer TO WSPeriodEmployer WSDtEmployer(WSDtFound)
               WSMonthEmployer.

       StartPayPeriod.
           MOVE LdPeriod TO WSCurrentPeriod.
           MOVE LdFreq TO WSCurrentFreq.
           MOVE ZERO TO WSPeriodHours.
           MOVE ZERO TO WSPeriodGross.
           MOVE ZERO TO WSPeriodEmployer.
           ADD 1 TO WSPeriodCount.
           EVALUATE LdFreq
               WHEN 'B'    MOVE "(biweekly)" TO WSFreqName
               WHEN 'S'    MOVE "(semi-monthly)" TO WSFreqName
               WHEN 'M'    MOVE "(monthly)" TO WSFreqName
               WHEN OTHER  MOVE "(weekly)" TO WSFreqName
           END-EVALUATE.
           MOVE SPACES TO ReportLine.
           STRING "Pay period " LdPeriod " " WSFreqName
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine
               AFTER ADVANCING 2 LINES
           END-WRITE.
           WRITE ReportLine FROM WSColumnHeads
               AFTER ADVANCING 1 LINE
           END-WRITE.

       PrintPeriodTotal.
           IF WSCurrentPeriod NOT = ZERO
              MOVE SPACES TO WSDCode
              MOVE "Period total" TO WSDName
              MOVE WSPeriodHours TO WSDHours
              MOVE WSPeriodGross TO WSDGross
              MOVE WSPeriodEmployer TO WSDEmployer
              COMPUTE WSDCost = WSPeriodGross + WSPeriodEmployer
              WRITE ReportLine FROM WSDetailLine
                  AFTER ADVANCING 1 LINE
              END-WRITE
           END-IF.
