*>-----------------------------------------------------------------
*> PAYROLL-RUN-TOTALS-RECORD -- shared record layout for
*> Payroll-Run-Totals.Dat, one record per Payroll-Register run
*> that priced a batch: the same dollar control totals the run's
*> register prints.  Payroll-Register appends it; Payroll-Quarter-
*> Report sums a quarter's runs and proves Employee-YTD.IDX against
*> them, so the tie-out to the registers is done by the machine
*> instead of with an adding machine and a stack of printouts.
*>-----------------------------------------------------------------
   02 PT-Run-Date           PIC 9(8).
   02 PT-Run-Time           PIC 9(8).
   02 PT-Employees-Paid     PIC 9(5).
   02 PT-Total-Hours        PIC 9(6)V99.
   02 PT-Total-Gross        PIC 9(7)V99.
   02 PT-Total-Overtime     PIC 9(7)V99.
   02 PT-Total-Deducted     PIC 9(7)V99.
   02 PT-Total-Taxes        PIC 9(7)V99.
   02 PT-Total-Net          PIC 9(7)V99.
