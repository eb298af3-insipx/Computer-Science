*>-----------------------------------------------------------------
*> EMPLOYEE-DEDUCTION-RECORD -- shared record layout for
*> Employee-Deductions.IDX, the per-employee deduction master.
*> COPY this under an 01-level record name in any FD that describes
*> that file (Deductions-Maintain, which builds it, and
*> Payroll-Register, which takes the deductions each pay period),
*> so the one true layout is maintained in one place.
*>
*> ED-Key is the RECORD KEY: the employee's Empl-ID (as on
*> Employees.IDX) plus a four-character deduction code -- HLTH,
*> RETR, GARN, whatever the benefits office assigns -- so one
*> employee's entries are one START/READ NEXT prefix scan.
*> ED-Deduction-Type says what the entry is:
*>
*>   'F'  a flat ED-Amount every pay period;
*>   'P'  ED-Percent of the period's gross pay (a retirement
*>        contribution, say);
*>   'W'  not a deduction at all but the employee's withholding
*>        election for the tax whose code on Withholding-Table.IDX
*>        is ED-Deduction-Code: ED-Filing-Status, ED-Allowances,
*>        and any ED-Extra-Withholding per period.  An employee
*>        with no election for a tax is withheld at single with no
*>        allowances.
*>
*> ED-Tax-Timing 'B' takes an 'F'/'P' deduction before withholding
*> is figured (a pre-tax health premium or retirement plan); 'A'
*> after (a garnishment).  Within each timing the entries are taken
*> in ED-Priority order, lowest first, and each takes only what is
*> left -- net pay never goes below zero.
*>
*> ED-Goal-Amount, when not zero, is the total to be taken (a
*> garnishment's balance); the entry stops once ED-Taken-To-Date,
*> which Payroll-Register keeps, reaches it.  The entry applies to
*> pay periods ending from ED-Start-Date through ED-Stop-Date (zero
*> = open-ended) while ED-Entry-Active.
*>-----------------------------------------------------------------
   02 ED-Key.
      03 ED-Empl-ID              PIC X(6).
      03 ED-Deduction-Code       PIC X(4).
   02 ED-Description             PIC X(20).
   02 ED-Deduction-Type          PIC X.
      88 ED-Flat-Amount             VALUE 'F'.
      88 ED-Percent-Of-Gross        VALUE 'P'.
      88 ED-Withholding-Election    VALUE 'W'.
   02 ED-Tax-Timing              PIC X.
      88 ED-Before-Tax              VALUE 'B'.
      88 ED-After-Tax               VALUE 'A'.
   02 ED-Priority                PIC 9(2).
   02 ED-Amount                  PIC 9(5)V99.
   02 ED-Percent                 PIC 9(2)V99.
   02 ED-Goal-Amount             PIC 9(7)V99.
   02 ED-Taken-To-Date           PIC 9(7)V99.
   02 ED-Start-Date              PIC 9(8).
   02 ED-Stop-Date               PIC 9(8).
   02 ED-Filing-Status           PIC X.
      88 ED-Known-Filing-Status     VALUES 'S' 'M' 'H'.
   02 ED-Allowances              PIC 9(2).
   02 ED-Extra-Withholding       PIC 9(4)V99.
   02 ED-Entry-Status            PIC X.
      88 ED-Entry-Active            VALUE 'A'.
      88 ED-Entry-Inactive          VALUE 'I'.
   02 ED-Last-Changed-Date       PIC 9(8).
