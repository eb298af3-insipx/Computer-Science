*>-----------------------------------------------------------------
*> EMPLOYEE-LEAVE-RECORD -- shared record layout for
*> Employee-Leave.IDX, each employee's paid-leave balances.  COPY
*> this under an 01-level record name in any FD that describes that
*> file (Leave-Maintain, which loads opening balances and posts
*> adjustments; Payroll-Register, which accrues and deducts each
*> pay period; Leave-Balance-Report), so the one true layout is
*> maintained in one place.
*>
*> LV-Empl-ID is the RECORD KEY.  LV-Leave occurs once per leave
*> type, in the order of the timesheet's leave-type codes:
*>
*>   (1)  vacation -- timesheet leave type 'V';
*>   (2)  sick     -- timesheet leave type 'S'.
*>
*> LV-Balance-Hours is the hours available to take.  The accrued
*> and taken figures are for LV-Balance-Year only; the first pay
*> period of a new year starts them again at zero (the balance
*> carries over).  LV-Last-Accrual-Period is the period ending
*> date last accrued, so a period is never accrued twice.
*>-----------------------------------------------------------------
   02 LV-Empl-ID               PIC X(6).
   02 LV-Leave  OCCURS 2 TIMES.
      03 LV-Balance-Hours      PIC 9(4)V99.
      03 LV-Accrued-YTD        PIC 9(4)V99.
      03 LV-Taken-YTD          PIC 9(4)V99.
   02 LV-Balance-Year          PIC 9(4).
   02 LV-Last-Accrual-Period   PIC 9(8).
   02 LV-Last-Changed-Date     PIC 9(8).
