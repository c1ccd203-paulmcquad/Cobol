       *> and post like any other order. The last-billed stamp is
       *> rewritten as each order generates, so running the month
       *> twice cannot bill anyone twice.
       *> NEW : the billing day is a business day - one that falls on
       *> a weekend or a company holiday (CompanyHolidays.dat, see
       *> CH5_Subroutines/bizdate.cob) bills on the next business
       *> day, or the last one before it when the next would fall in
       *> the following month.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              02 WSBillDD        PIC 9(2).
       01 WSGenCount       PIC 9(3) VALUE ZERO.
       01 WSSkipCount      PIC 9(3) VALUE ZERO.
      *> NEW : business-day parameters - see
      *> CH5_Subroutines/bizdate.cob
       COPY bizdate.

       PROCEDURE DIVISION.
       Main.
                 MOVE WSOrdBillDay(WSTableIdx) TO WSBillDD
              END-IF
           END-IF.
           PERFORM MoveToBusinessDay.
           OPEN EXTEND OrderFile.
           IF WSOrderStatus = "35"
              OPEN OUTPUT OrderFile
           MOVE WSMonthNum TO WSOrdLastBilled(WSTableIdx).
           ADD 1 TO WSGenCount.

      *> NEW : the billing date rolls forward to a business day,
      *> but never out of the month being billed - the last-billed
      *> stamp is by month, so it steps back instead
       MoveToBusinessDay.
           SET BizRollForward TO TRUE.
           MOVE WSBillDate TO WSBizFromDate.
           CALL 'bizdate' USING WSBizFunction, WSBizFromDate,
               WSBizToDate, WSBizDays, WSBizResult
           END-CALL.
           IF BizDateOK
              IF WSBizToDate(1:6) = WSBillYM
                 MOVE WSBizToDate TO WSBillDate
              ELSE
                 SET BizAddDays TO TRUE
                 MOVE -1 TO WSBizDays
                 CALL 'bizdate' USING WSBizFunction, WSBizFromDate,
                     WSBizToDate, WSBizDays, WSBizResult
                 END-CALL
                 IF BizDateOK AND WSBizToDate(1:6) = WSBillYM
                    MOVE WSBizToDate TO WSBillDate
                 END-IF
              END-IF
           END-IF.

       SaveStandingOrders.
           OPEN OUTPUT StandingFile.
           IF WSStandingStatus NOT = "00"
