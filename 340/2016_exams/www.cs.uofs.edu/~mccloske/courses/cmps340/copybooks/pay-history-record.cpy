*>-----------------------------------------------------------------
*> PAY-HISTORY-RECORD -- shared record layout for Pay-History.IDX,
*> every timesheet Payroll-Register has priced and paid.  COPY this
*> under an 01-level record name in any FD that describes that file
*> (Payroll-Register, which writes it; Retro-Pay-Calc, which
*> reprices from it), so the one true layout is maintained in one
*> place.
*>
*> PH-Key is the RECORD KEY: the employee's Empl-ID and the pay
*> period ending date, so one employee's periods read in date order
*> from a START.  A second timesheet for a period already paid is
*> added into the period's record.
*>
*> PH-Rate-Paid is the hourly rate the period now stands paid at:
*> the Hourly-Wage it was priced at, until Retro-Pay-Calc reprices
*> it at a back-dated wage change's rate.  PH-Gross-Pay is the
*> period's gross at that rate (retro pay included, once figured),
*> PH-Retro-Amount the part of it that was retro pay.  The hours are
*> kept apart because overtime is paid at the overtime factor; the
*> leave hours are those paid within the period.
*>-----------------------------------------------------------------
   02 PH-Key.
      03 PH-Empl-ID            PIC X(6).
      03 PH-Period-End         PIC 9(8).
   02 PH-Regular-Hours         PIC 99V99.
   02 PH-Overtime-Hours        PIC 99V99.
   02 PH-Leave-Hours           PIC 999V99.
   02 PH-Rate-Paid             PIC 999V99.
   02 PH-Gross-Pay             PIC 9(5)V99.
   02 PH-Retro-Amount          PIC 9(5)V99.
   02 PH-Paid-Run-Date         PIC 9(8).
   02 PH-Last-Retro-Date       PIC 9(8).
