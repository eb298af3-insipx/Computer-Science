*>-----------------------------------------------------------------
*> RETRO-PAY-RECORD -- shared record layout for
*> Retro-Pay-Pending.Dat, the retroactive pay differences
*> Retro-Pay-Calc has figured and the next Payroll-Register is to
*> pay.  COPY this under an 01-level record name in any FD that
*> describes that file, so the one true layout is maintained in one
*> place.
*>
*> One record per employee per period repriced: the rate the period
*> was paid at, the back-dated rate it should have been, the hours
*> the difference applies to (overtime hours already counted at the
*> overtime factor), and the difference owed.  Payroll-Register
*> pays an employee's records the next time it pays the employee,
*> and rewrites the file with those still unpaid.
*>-----------------------------------------------------------------
   02 RP-Empl-ID               PIC X(6).
   02 RP-Period-End            PIC 9(8).
   02 RP-Old-Rate              PIC 999V99.
   02 RP-New-Rate              PIC 999V99.
   02 RP-Rated-Hours           PIC 9(3)V99.
   02 RP-Amount                PIC 9(5)V99.
   02 RP-Calc-Date             PIC 9(8).
