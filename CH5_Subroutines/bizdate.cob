       IDENTIFICATION DIVISION.
       PROGRAM-ID. bizdate.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Callable business-day arithmetic over the company holiday
       *> calendar - every program that worked out a date did plain
       *> calendar sums, so net-30 invoices fell due on Sundays and
       *> public holidays, customers were dunned for paying on the
       *> Monday, and pay dates landed on days the bank was shut.
       *> A business day is Monday to Friday and not listed in
       *> CompanyHolidays.dat (the date in the first eight columns,
       *> then a description - for example 20261225 Christmas Day).
       *> BatchCalendar.dat stays nightlybatch.cob's own say over
       *> whether the jobs run; this file is about when money is due.
       *> The caller passes the Copybooks/bizdate.cpy fields:
       *>   R  the from-date if a business day, else the next one
       *>   N  the first business day after the from-date
       *>   A  the from-date moved on the given number of business
       *>      days (back when negative; zero rolls forward as R)
       *>   B  business days from the from-date to the to-date - the
       *>      days after the first up to and including the second,
       *>      negative when the to-date is the earlier
       *> R, N and A answer in the to-date; B answers in the days.
       *> The result flag is N for an invalid date or function, and
       *> the answer is then left as it was. The calendar is read on
       *> the first call and held for the rest of the run; a missing
       *> file just means no holidays, only weekends.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT HolidayFile ASSIGN TO "CompanyHolidays.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSHolidayStatus.

       DATA DIVISION.
       FILE SECTION.
       FD HolidayFile.
       01 HolidayRecord.
              02 HolDate     PIC X(8).
              02 FILLER      PIC X(1).
              02 HolName     PIC X(30).

       WORKING-STORAGE SECTION.
       01 WSHolidayStatus PIC XX.
       01 WSEOF           PIC X VALUE 'N'.
              88 EndOfHolidays   VALUE 'Y'.
       01 WSLoaded        PIC X VALUE 'N'.
              88 HolidaysLoaded  VALUE 'Y'.
       01 WSHolTable.
              02 WSHolEntry OCCURS 500 TIMES    PIC 9(8).
       01 WSHolCount      PIC 9(3) VALUE ZERO.
       01 WSHolIdx        PIC 9(3).
       01 WSDayInt        PIC S9(7).
       01 WSEndInt        PIC S9(7).
       01 WSDayDate       PIC 9(8).
       01 WSDayOfWeek     PIC 9.
       01 WSStep          PIC S9.
       01 WSToGo          PIC S9(5).
       01 WSBusinessFlag  PIC X.
              88 IsBusinessDay   VALUE 'Y'.

       LINKAGE SECTION.
       01 LkFunction    PIC X.
              88 LkRollForward   VALUE 'R'.
              88 LkNextDay       VALUE 'N'.
              88 LkAddDays       VALUE 'A'.
              88 LkDaysBetween   VALUE 'B'.
       01 LkFromDate    PIC 9(8).
       01 LkToDate      PIC 9(8).
       01 LkDays        PIC S9(5).
       01 LkResult      PIC X.

       PROCEDURE DIVISION USING LkFunction, LkFromDate, LkToDate,
           LkDays, LkResult.
       Main.
           MOVE 'N' TO LkResult.
           IF NOT HolidaysLoaded
              PERFORM LoadHolidays
           END-IF.
           IF LkFromDate NUMERIC
              AND FUNCTION TEST-DATE-YYYYMMDD(LkFromDate) = ZERO
              COMPUTE WSDayInt = FUNCTION INTEGER-OF-DATE(LkFromDate)
              EVALUATE TRUE
                  WHEN LkRollForward
                      PERFORM RollForward
                  WHEN LkNextDay
                      ADD 1 TO WSDayInt
                      PERFORM RollForward
                  WHEN LkAddDays
                      PERFORM AddBusinessDays
                  WHEN LkDaysBetween
                      PERFORM CountBusinessDays
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
           END-IF.
           GOBACK.

       RollForward.
           PERFORM TestBusinessDay.
           PERFORM UNTIL IsBusinessDay
               ADD 1 TO WSDayInt
               PERFORM TestBusinessDay
           END-PERFORM.
           COMPUTE LkToDate = FUNCTION DATE-OF-INTEGER(WSDayInt).
           MOVE 'Y' TO LkResult.

      *> each step lands on the next (or previous) business day, so
      *> a count that starts on a weekend is still a full count
       AddBusinessDays.
           IF LkDays = ZERO
              PERFORM RollForward
           ELSE
              IF LkDays < ZERO
                 MOVE -1 TO WSStep
                 COMPUTE WSToGo = ZERO - LkDays
              ELSE
                 MOVE 1 TO WSStep
                 MOVE LkDays TO WSToGo
              END-IF
              PERFORM UNTIL WSToGo = ZERO
                  ADD WSStep TO WSDayInt
                  PERFORM TestBusinessDay
                  IF IsBusinessDay
                     SUBTRACT 1 FROM WSToGo
                  END-IF
              END-PERFORM
              COMPUTE LkToDate = FUNCTION DATE-OF-INTEGER(WSDayInt)
              MOVE 'Y' TO LkResult
           END-IF.

       CountBusinessDays.
           IF LkToDate NUMERIC
              AND FUNCTION TEST-DATE-YYYYMMDD(LkToDate) = ZERO
              COMPUTE WSEndInt = FUNCTION INTEGER-OF-DATE(LkToDate)
              MOVE ZERO TO LkDays
              IF WSEndInt > WSDayInt
                 PERFORM UNTIL WSDayInt = WSEndInt
                     ADD 1 TO WSDayInt
                     PERFORM TestBusinessDay
                     IF IsBusinessDay
                        ADD 1 TO LkDays
                     END-IF
                 END-PERFORM
              ELSE
                 PERFORM UNTIL WSDayInt = WSEndInt
                     PERFORM TestBusinessDay
                     IF IsBusinessDay
                        SUBTRACT 1 FROM LkDays
                     END-IF
                     SUBTRACT 1 FROM WSDayInt
                 END-PERFORM
              END-IF
              MOVE 'Y' TO LkResult
           END-IF.

      *> INTEGER-OF-DATE day 1 was a Monday, so MOD 7 gives 6 for
      *> Saturday and 0 for Sunday - the same rule nightlybatch.cob
      *> applies to its run days
       TestBusinessDay.
           COMPUTE WSDayOfWeek = FUNCTION MOD(WSDayInt, 7).
           IF WSDayOfWeek = 6 OR WSDayOfWeek = 0
              MOVE 'N' TO WSBusinessFlag
           ELSE
              MOVE 'Y' TO WSBusinessFlag
              COMPUTE WSDayDate = FUNCTION DATE-OF-INTEGER(WSDayInt)
              PERFORM VARYING WSHolIdx FROM 1 BY 1
                  UNTIL WSHolIdx > WSHolCount OR NOT IsBusinessDay
                  IF WSHolEntry(WSHolIdx) = WSDayDate
                     MOVE 'N' TO WSBusinessFlag
                  END-IF
              END-PERFORM
           END-IF.

       LoadHolidays.
           MOVE 'Y' TO WSLoaded.
           MOVE ZERO TO WSHolCount.
           MOVE 'N' TO WSEOF.
           OPEN INPUT HolidayFile.
           IF WSHolidayStatus NOT = "00"
              CLOSE HolidayFile
           ELSE
              PERFORM UNTIL EndOfHolidays
                 READ HolidayFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF HolDate NUMERIC
                            IF WSHolCount < 500
                               ADD 1 TO WSHolCount
                               MOVE HolDate TO WSHolEntry(WSHolCount)
                            ELSE
                               DISPLAY "bizdate: more than 500 "
                                   "holidays on CompanyHolidays.dat"
                                   " - " HolDate " onward ignored"
                               MOVE 'Y' TO WSEOF
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE HolidayFile
           END-IF.
