      *> Shared parameters for the business-day subroutine,
      *> CH5_Subroutines/bizdate.cob, COPYed into WORKING-STORAGE by
      *> every program that works out a due date, billing date, pay
      *> date or days overdue against the company holiday calendar.
      *> Set the function and dates, then
      *>   CALL 'bizdate' USING WSBizFunction, WSBizFromDate,
      *>       WSBizToDate, WSBizDays, WSBizResult
      *> and test BizDateOK before using the answer.
       01 WSBizFunction   PIC X.
              88 BizRollForward   VALUE 'R'.
              88 BizNextDay       VALUE 'N'.
              88 BizAddDays       VALUE 'A'.
              88 BizDaysBetween   VALUE 'B'.
       01 WSBizFromDate   PIC 9(8).
       01 WSBizToDate     PIC 9(8).
       01 WSBizDays       PIC S9(5).
       01 WSBizResult     PIC X.
              88 BizDateOK        VALUE 'Y'.
