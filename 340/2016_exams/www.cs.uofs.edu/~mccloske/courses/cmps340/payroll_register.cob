AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Sep. 2, 2026.
*>             modified Oct. 15, 2026 to carry each employee from
*>             gross to net: the employee's deductions on
*>             Employee-Deductions.IDX are taken in priority order
*>             and tax is withheld from Withholding-Table.IDX, never
*>             driving net pay below zero; the register prints
*>             gross, each deduction, each tax, and net, with
*>             control totals by deduction and tax code.  The
*>             timesheet batch controls are now proved in a first
*>             pass, before anything is priced or posted
*>             modified Oct. 15, 2026 to post each employee's pay to
*>             the year-to-date accumulators on Employee-YTD.IDX and
*>             to record the run's control totals on
*>             Payroll-Run-Totals.Dat for the quarterly tie-out
*>             modified Oct. 15, 2026 to pay net by direct deposit
*>             to a verified Employee-Bank.IDX account, writing the
*>             bank's Direct-Deposit.Dat with its batch and file
*>             controls and sending prenotes for new accounts, to
*>             list everyone else on payroll-check-list.txt, and to
*>             print a pay stub per employee on pay-stubs.txt
*>             modified Oct. 15, 2026 to accrue vacation and sick
*>             leave on Employee-Leave.IDX by the
*>             leave-accrual-policy.txt table, and to pay the leave
*>             hours a timesheet carries against the balance,
*>             rejecting leave beyond it to timesheet-exceptions.txt
*>             modified Oct. 15, 2026 to keep every priced timesheet
*>             on Pay-History.IDX, and to pay the retroactive pay
*>             Retro-Pay-Calc leaves on Retro-Pay-Pending.Dat as a
*>             separate retro earnings line
*>             modified Oct. 15, 2026 to pay the approved adjunct
*>             teaching stipends on Adjunct-Stipend.IDX as they come
*>             due, as their own stipend earnings lines, stopping
*>             any whose section is no longer taught as scheduled
*>***************************************************************
*> Program Abstract:
*>    Employees.IDX carries Hourly-Wage, but nothing in the wage
*>    consumed timesheet file is emptied afterward so the same pay
*>    period can never be fed twice.
*>
*>    From gross, each employee's deductions (Employee-Deductions.IDX,
*>    see employee-deduction-record.cpy) in force for the period are
*>    taken: the before-tax ones in priority order, then every tax
*>    on Withholding-Table.IDX at the employee's election, then the
*>    after-tax ones in priority order.  Each takes only what is
*>    left, so net pay never goes below zero; a deduction that could
*>    not be taken in full is printed SHORT with the amount missed.
*>    What each entry takes is added to its ED-Taken-To-Date, which
*>    is how a garnishment knows when its balance is paid.  The
*>    register closes with control totals by deduction code for the
*>    benefits office, and by tax code.
*>
*>    Because deductions are posted as the sheets are priced, the
*>    batch's header count and hash total are proved in a first
*>    pass; a bounced batch prices and posts nothing.
*>
*>    Every employee paid is posted to Employee-YTD.IDX (see
*>    employee-ytd-record.cpy) under the run date's year and
*>    quarter: gross with hours, overtime pay with overtime hours,
*>    taxable wages, each deduction and each tax taken, and net.
*>    The run's control totals are appended to
*>    Payroll-Run-Totals.Dat, which Payroll-Quarter-Report proves
*>    the accumulators against.
*>
*>    Net pay goes by direct deposit when the employee's account on
*>    Employee-Bank.IDX (see employee-bank-record.cpy) is verified:
*>    one credit entry on Direct-Deposit.Dat, the bank's
*>    fixed-format file (see direct-deposit-record.cpy), which
*>    closes with its batch and file control totals.  An account
*>    still prenote due gets its zero-dollar prenote entry in the
*>    same file and is marked prenote sent.  Everyone not deposited
*>    -- no account, prenote pending, or no bank file this run --
*>    is listed with the reason on payroll-check-list.txt for a
*>    printed check.  The bank's origin and destination come from
*>    the one-record Direct-Deposit-Control.Dat; without it (or
*>    without Employee-Bank.IDX) no bank file is written and every
*>    employee is paid by check, with a warning.  Every employee
*>    paid gets a pay stub on pay-stubs.txt, one to a page: hours,
*>    rate, gross, each deduction and tax, and net, each beside its
*>    year-to-date figure.
*>
*>    Each employee paid accrues vacation and sick leave on
*>    Employee-Leave.IDX (see employee-leave-record.cpy) once per
*>    pay period, at the hours per period the
*>    leave-accrual-policy.txt row for their Job-Grade and completed
*>    years of service (from Hire-Date, as of the period end) gives,
*>    up to that row's ceiling on the balance.  The leave taken on
*>    the timesheet ('V' vacation, 'S' sick, up to two entries) is
*>    then taken from the balance, this period's accrual included,
*>    and paid at Hourly-Wage as part of gross; leave the balance
*>    cannot cover is not paid, and goes to timesheet-exceptions.txt
*>    with the worked hours still paid.  Leave hours never count
*>    toward the overtime ceiling.  With no policy table on file
*>    nothing accrues, with a warning, but balances are still
*>    drawn on.  Leave-Balance-Report prints the balances after the
*>    run.
*>
*>    Every timesheet priced is kept on Pay-History.IDX (see
*>    pay-history-record.cpy) -- hours, the rate paid, and gross --
*>    so Retro-Pay-Calc can reprice a paid period when a wage change
*>    posts back-dated.  The differences it figures wait on
*>    Retro-Pay-Pending.Dat (see retro-pay-record.cpy) until the
*>    employee is next paid: each then prints as its own RETRO line
*>    under the employee, is paid within gross, and is posted to the
*>    year to date as retro pay.  What is not paid this run (the
*>    employee had no timesheet) is written back to the file for the
*>    next.
*>
*>    Adjunct teaching stipends that Adjunct-Stipend-Run has spread
*>    over the term (Adjunct-Stipend.IDX, see
*>    adjunct-stipend-record.cpy), once their department has
*>    approved them, are paid as their installments come due: every
*>    pay date from the first through the run date is an
*>    installment, so one missed is caught up.  Before anything is
*>    paid the section is checked on Courses.IDX; cancelled, or
*>    taught by someone else, the stipend is stopped and its
*>    remaining installments are never paid.  Each installment
*>    prints as its own STIPEND line under the employee, is paid
*>    within gross, and posts to the year to date as stipend pay.
*>    An adjunct with a stipend due and no timesheet this period is
*>    paid the stipend alone.
*>
*>  INPUT:
*>    timesheets.txt, Employees.IDX, Employee-Deductions.IDX,
*>    Withholding-Table.IDX, Employee-Bank.IDX,
*>    Direct-Deposit-Control.Dat, leave-accrual-policy.txt,
*>    Retro-Pay-Pending.Dat, Adjunct-Stipend.IDX, Courses.IDX.
*>
*>  OUTPUT:
*>    payroll-register.txt, timesheet-exceptions.txt,
*>    Direct-Deposit.Dat, payroll-check-list.txt, pay-stubs.txt;
*>    timesheets.txt emptied; Employee-Deductions.IDX amounts taken
*>    and Employee-Bank.IDX prenotes updated; Employee-YTD.IDX and
*>    Employee-Leave.IDX posted; Pay-History.IDX written;
*>    Retro-Pay-Pending.Dat rewritten with the retro pay still
*>    unpaid; Adjunct-Stipend.IDX installments paid and stops
*>    posted; Payroll-Run-Totals.Dat and Job-Run-Status.Dat
*>    appended; run totals DISPLAYed.
*>***************************************************************

ENVIRONMENT DIVISION.
       RECORD KEY IS Empl-ID
       FILE STATUS IS WS-File-Status.

    SELECT Deduction-File  ASSIGN TO "Employee-Deductions.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS ED-Key
       FILE STATUS IS PR-Deduction-File-Status.

    SELECT Withholding-Table-File  ASSIGN TO "Withholding-Table.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS SEQUENTIAL
       RECORD KEY IS WT-Key
       FILE STATUS IS PR-Table-File-Status.

    SELECT YTD-File  ASSIGN TO "Employee-YTD.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS YE-Key
       FILE STATUS IS WS-File-Status.

    SELECT Run-Totals-File  ASSIGN TO "Payroll-Run-Totals.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Leave-File  ASSIGN TO "Employee-Leave.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS LV-Empl-ID
       FILE STATUS IS WS-File-Status.

    SELECT Leave-Policy-File  ASSIGN TO "leave-accrual-policy.txt"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Pay-History-File  ASSIGN TO "Pay-History.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS PH-Key
       FILE STATUS IS WS-File-Status.

    SELECT Retro-Pending-File  ASSIGN TO "Retro-Pay-Pending.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Stipend-File  ASSIGN TO "Adjunct-Stipend.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS AS-Key
       FILE STATUS IS PR-Stipend-File-Status.

    SELECT Indexed-File  ASSIGN TO "Courses.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS Course-Key
       FILE STATUS IS PR-Course-File-Status.

    SELECT Bank-File  ASSIGN TO "Employee-Bank.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS EB-Empl-ID
       FILE STATUS IS PR-Bank-File-Status.

    SELECT Deposit-Control-File  ASSIGN TO "Direct-Deposit-Control.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Deposit-File  ASSIGN TO "Direct-Deposit.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Check-List-Report  ASSIGN TO "payroll-check-list.txt"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Stub-Report  ASSIGN TO "pay-stubs.txt"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Register-Report  ASSIGN TO "payroll-register.txt"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.
*> ('T', byte-wise hash total over the detail Empl-IDs) -- the same
*> bracketing convention Transaction-File uses.
FD  Timesheet-File
       RECORD CONTAINS 29 CHARACTERS
       DATA RECORDS ARE Timesheet-Header-Rec, Timesheet-Rec,
                        Timesheet-Trailer-Rec.
01  Timesheet-Header-Rec.
    02 TH-Record-Type           PIC X.
       88 Timesheet-Header         VALUE 'H'.
    02 TH-Expected-Count        PIC 9(6).
    02 FILLER                   PIC X(22).
01  Timesheet-Rec.
    02 TS-Record-Type   PIC X.
       88 Timesheet-Detail  VALUE 'D'.
       03 TS-Empl-ID-Byte  PIC X  OCCURS 6 TIMES.
    02 TS-Period-End    PIC 9(8).
    02 TS-Hours         PIC 99V99.
*>  Leave taken in the period, by type; a blank type is no entry.
    02 TS-Leave  OCCURS 2 TIMES.
       03 TS-Leave-Type   PIC X.
       03 TS-Leave-Hours  PIC 99V99.
01  Timesheet-Trailer-Rec.
    02 TT-Record-Type   PIC X.
    02 TT-Hash-Total    PIC 9(9).
    02 FILLER           PIC X(19).

FD  Employee-File.
01  Employee-Rec.
    COPY "employee-record.cpy".

FD  Deduction-File.
01  Deduction-Record.
    COPY "employee-deduction-record.cpy".

FD  Withholding-Table-File.
01  Withholding-Table-Record.
    COPY "withholding-table-record.cpy".

FD  YTD-File.
01  YTD-Record.
    COPY "employee-ytd-record.cpy".

FD  Run-Totals-File.
01  Run-Totals-Record.
    COPY "payroll-run-totals-record.cpy".

FD  Leave-File.
01  Leave-Record.
    COPY "employee-leave-record.cpy".

*> One row per grade and years-of-service step: the hours of each
*> leave accrued per pay period from that many completed years on,
*> and the most the balance may reach (zero, no ceiling).
FD  Leave-Policy-File
       RECORD CONTAINS 20 CHARACTERS.
01  Leave-Policy-Rec.
    02 LPY-Grade           PIC X(2).
    02 LPY-Years           PIC 9(2).
    02 LPY-Vacation-Hours  PIC 99V99.
    02 LPY-Sick-Hours      PIC 99V99.
    02 LPY-Vacation-Cap    PIC 9(4).
    02 LPY-Sick-Cap        PIC 9(4).

FD  Pay-History-File.
01  Pay-History-Record.
    COPY "pay-history-record.cpy".

FD  Retro-Pending-File.
01  Retro-Pay-Record.
    COPY "retro-pay-record.cpy".

FD  Stipend-File.
01  Stipend-Record.
    COPY "adjunct-stipend-record.cpy".

FD  Indexed-File
       RECORD CONTAINS 100 TO 2800 CHARACTERS.
01  Course-Record.
    COPY "course-record.cpy".

FD  Bank-File.
01  Bank-Record.
    COPY "employee-bank-record.cpy".

*> One record: the receiving bank (immediate destination), the
*> university as originator, and the originating bank's routing.
FD  Deposit-Control-File.
01  Deposit-Control-Record.
    02 DD-Destination-Routing  PIC X(9).
    02 DD-Destination-Name     PIC X(23).
    02 DD-Origin-ID            PIC X(10).
    02 DD-Origin-Name          PIC X(23).
    02 DD-Company-Name         PIC X(16).
    02 DD-Company-ID           PIC X(10).
    02 DD-ODFI-Routing         PIC X(8).

FD  Deposit-File
       RECORD CONTAINS 94 CHARACTERS.
01  Deposit-Record.
    COPY "direct-deposit-record.cpy".

FD  Check-List-Report.
01  CL-Line  PIC X(80).

FD  Stub-Report.
01  PS-Line  PIC X(80).

FD  Register-Report.
01  PR-Line  PIC X(80).

*> appending to the log should warn, not abort the business run.
01  RS-File-Status  PIC XX  VALUE "00".

*> The deduction master and withholding table get their own status
*> byte pairs: a site that has not built them yet still gets its
*> gross-pay register, with a warning.
01  PR-Deduction-File-Status  PIC XX  VALUE "00".
01  PR-Table-File-Status      PIC XX  VALUE "00".
01  PR-Bank-File-Status       PIC XX  VALUE "00".
01  PR-Stipend-File-Status    PIC XX  VALUE "00".
01  PR-Course-File-Status     PIC XX  VALUE "00".

*> The accrual policy, loaded whole: each leave (1 vacation, 2 sick)
*> has its hours per period and its ceiling.
01  Max-Policy-Rows    PIC 9(2)  VALUE 50.
01  Policy-Row-Count   PIC 9(2)  VALUE ZERO.
01  Leave-Policy-Table.
    02 Policy-Row  OCCURS 50 TIMES.
       03 PY-Grade    PIC X(2).
       03 PY-Years    PIC 9(2).
       03 PY-Leave  OCCURS 2 TIMES.
          04 PY-Accrual-Hours  PIC 99V99.
          04 PY-Balance-Cap    PIC 9(4).
01  Policy-Index       PIC 9(2).
01  Best-Policy-Index  PIC 9(2).

01  Policy-EOF-Flag  PIC X.
    88 Policy-EOF      VALUE '1'.
    88 Policy-EOF-Not  VALUE '0'.

01  Leave-Record-Flag  PIC X.
    88 Leave-Record-New      VALUE 'N'.
    88 Leave-Record-On-File  VALUE 'O'.

*> The timesheet's leave types, in the order of LV-Leave, with the
*> code and description they post to the year to date under.
01  Leave-Type-Values.
    02 FILLER  PIC X(25)  VALUE 'VVAC VACATION LEAVE'.
    02 FILLER  PIC X(25)  VALUE 'SSICKSICK LEAVE'.
01  Leave-Type-Table  REDEFINES Leave-Type-Values.
    02 Leave-Type  OCCURS 2 TIMES.
       03 LT-Code         PIC X.
       03 LT-YTD-Code     PIC X(4).
       03 LT-Description  PIC X(20).
01  Leave-Type-Index  PIC 9.
01  Leave-Slot-Index  PIC 9.

*> This employee's leave paid this period, by type.
01  Leave-Period-Table.
    02 Leave-Period  OCCURS 2 TIMES.
       03 LP-Hours    PIC 99V99.
       03 LP-Pay      PIC 9(5)V99.
01  Leave-Hours-Paid  PIC 99V99      VALUE ZERO.
01  Leave-Pay         PIC 9(5)V99    VALUE ZERO.
01  Hours-Paid        PIC 999V99     VALUE ZERO.
01  Accrual-Hours     PIC 99V99      VALUE ZERO.
01  Accrual-Room      PIC 9(4)V99    VALUE ZERO.

01  Hire-Date-View.
    02 HDV-Year        PIC 9(4).
    02 HDV-Month-Day   PIC 9(4).
01  Period-End-View.
    02 PEV-Year        PIC 9(4).
    02 PEV-Month-Day   PIC 9(4).
01  Service-Years      PIC 9(2)  VALUE ZERO.

01  Leave-Note.
    02 LN-Hours        PIC Z9.99.
    02 FILLER          PIC X(6)  VALUE ' HOURS'.

*> The retro pay waiting on Retro-Pay-Pending.Dat, held for the run:
*> unpaid ('N'), being paid to the employee now ('C'), or paid
*> ('Y').  Too many to hold, and none is paid this run, so the file
*> is left exactly as it is.
01  Max-Retro-Entries   PIC 9(4)  VALUE 2000.
01  Retro-Entry-Count   PIC 9(4)  VALUE ZERO.
01  Retro-Entry-Table.
    02 Retro-Entry  OCCURS 2000 TIMES.
       03 RPE-Empl-ID       PIC X(6).
       03 RPE-Period-End    PIC 9(8).
       03 RPE-Old-Rate      PIC 999V99.
       03 RPE-New-Rate      PIC 999V99.
       03 RPE-Rated-Hours   PIC 9(3)V99.
       03 RPE-Amount        PIC 9(5)V99.
       03 RPE-Calc-Date     PIC 9(8).
       03 RPE-Paid-Flag     PIC X.
          88 RPE-Unpaid        VALUE 'N'.
          88 RPE-Paying-Now    VALUE 'C'.
          88 RPE-Paid          VALUE 'Y'.
01  Retro-Entry-Index   PIC 9(4).

01  Retro-Available-Flag  PIC X  VALUE 'N'.
    88 Retro-Available  VALUE 'Y'.

01  Retro-EOF-Flag  PIC X.
    88 Retro-EOF      VALUE '1'.
    88 Retro-EOF-Not  VALUE '0'.

01  Retro-Pay  PIC 9(5)V99  VALUE ZERO.

01  Retro-Note.
    02 FILLER          PIC X(7)  VALUE 'PERIOD '.
    02 RN-Period-End   PIC 9(8).

*> The stipend installments due by this run, held for the run:
*> unpaid ('N'), being paid to the employee now ('C'), paid ('Y'),
*> or held for an employee who could not be paid ('H').  One that
*> does not fit is simply not paid this run; it is still due, and
*> is caught up by the next.
01  Max-Stipend-Entries   PIC 9(4)  VALUE 1000.
01  Stipend-Entry-Count   PIC 9(4)  VALUE ZERO.
01  Stipend-Entry-Table.
    02 Stipend-Entry  OCCURS 1000 TIMES.
       03 SPE-Key             PIC X(20).
       03 SPE-Course-ID       PIC X(9).
       03 SPE-Empl-ID         PIC X(6).
       03 SPE-Due-Through     PIC 9(2).
       03 SPE-Installments    PIC 9(2).
       03 SPE-Amount          PIC 9(5)V99.
       03 SPE-Paid-Flag       PIC X.
          88 SPE-Unpaid          VALUE 'N'.
          88 SPE-Paying-Now      VALUE 'C'.
          88 SPE-Paid            VALUE 'Y'.
          88 SPE-Held            VALUE 'H'.
01  Stipend-Entry-Index   PIC 9(4).
01  Stipend-Hold-Index    PIC 9(4).
*> Pay-Stipend-Only's own place in the table: the pricing it runs
*> walks the table with Stipend-Entry-Index.
01  Stipend-Only-Index    PIC 9(4).

01  Stipend-Available-Flag  PIC X  VALUE 'N'.
    88 Stipend-Available  VALUE 'Y'.

01  Stipend-EOF-Flag  PIC X.
    88 Stipend-EOF      VALUE '1'.
    88 Stipend-EOF-Not  VALUE '0'.

*> Set while an adjunct with no timesheet is paid the stipend alone:
*> no hours, so no leave accrues and no pay history is kept.
01  Stipend-Only-Flag  PIC X  VALUE 'N'.
    88 Stipend-Only-Sheet  VALUE 'Y'.
    88 Timesheet-Sheet     VALUE 'N'.

01  Stipend-Pay           PIC 9(5)V99  VALUE ZERO.
01  Stipend-Installment   PIC 9(5)V99  VALUE ZERO.
01  Stipend-Remaining     PIC 9(5)V99  VALUE ZERO.
01  Stipend-Due-Through   PIC 9(3)     VALUE ZERO.
01  Run-Day-Number        PIC 9(7)     VALUE ZERO.
01  First-Pay-Day-Number  PIC 9(7)     VALUE ZERO.

01  Stipend-Note.
    02 FILLER          PIC X(8)  VALUE 'PAYMENT '.
    02 SN-Installment  PIC Z9.
    02 FILLER          PIC X(4)  VALUE ' OF '.
    02 SN-Installments PIC Z9.

01  Bank-Available-Flag  PIC X  VALUE 'N'.
    88 Bank-Available  VALUE 'Y'.

*> Set once the control record is read and Direct-Deposit.Dat is
*> open; the batch header is written with the first entry.
01  Deposits-Enabled-Flag  PIC X  VALUE 'N'.
    88 Deposits-Enabled  VALUE 'Y'.
01  Deposit-Batch-Flag  PIC X  VALUE 'N'.
    88 Deposit-Batch-Open  VALUE 'Y'.

01  Deposit-Control-Copy.
    02 DDC-Destination-Routing  PIC X(9).
    02 DDC-Destination-Name     PIC X(23).
    02 DDC-Origin-ID            PIC X(10).
    02 DDC-Origin-Name          PIC X(23).
    02 DDC-Company-Name         PIC X(16).
    02 DDC-Company-ID           PIC X(10).
    02 DDC-ODFI-Routing         PIC X(8).

*> The bank file's own controls.
01  Deposit-Record-Count   PIC 9(6)      VALUE ZERO.
01  Deposit-Entry-Count    PIC 9(6)      VALUE ZERO.
01  Deposit-Entry-Hash     PIC 9(12)     VALUE ZERO.
01  Deposit-Total-Credit   PIC 9(10)V99  VALUE ZERO.
01  Deposit-Batch-Count    PIC 9(6)      VALUE ZERO.
01  Deposit-Block-Count    PIC 9(6)      VALUE ZERO.
01  Deposit-Routing-Prefix PIC 9(8)      VALUE ZERO.
01  Deposit-Trace-Number.
    02 DTN-ODFI            PIC X(8).
    02 DTN-Sequence        PIC 9(7)      VALUE ZERO.
01  Deposit-Run-Time       PIC 9(8)      VALUE ZERO.
01  Deposit-Run-Time-Parts  REDEFINES Deposit-Run-Time.
    02 DRT-HHMM            PIC 9(4).
    02 FILLER              PIC 9(4).

*> How this employee's net pay goes out.
01  Payment-Method-Flag  PIC X.
    88 Pay-By-Deposit  VALUE 'D'.
    88 Pay-By-Check    VALUE 'C'.
    88 No-Pay-Due      VALUE 'N'.
01  Check-Reason  PIC X(24).

01  Deductions-Available-Flag  PIC X  VALUE 'N'.
    88 Deductions-Available  VALUE 'Y'.

01  Deduction-Scan-EOF-Flag  PIC X.
    88 Deduction-Scan-EOF      VALUE '1'.
    88 Deduction-Scan-EOF-Not  VALUE '0'.

01  Table-EOF-Flag  PIC X.
    88 Table-EOF      VALUE '1'.
    88 Table-EOF-Not  VALUE '0'.

01  Timesheet-EOF-Flag  PIC X.
    88 Timesheet-EOF      VALUE '1'.
    88 Timesheet-EOF-Not  VALUE '0'.
01  Regular-Hours    PIC 99V99    VALUE ZERO.
01  Overtime-Hours   PIC 99V99    VALUE ZERO.
01  Gross-Pay        PIC 9(5)V99  VALUE ZERO.
01  Overtime-Pay     PIC 9(5)V99  VALUE ZERO.

*> Gross to net: Pay-Remaining is what is left to take from; it
*> only ever goes down by what a deduction or tax actually takes.
01  Pay-Remaining      PIC 9(5)V99  VALUE ZERO.
01  Taxable-Pay        PIC 9(5)V99  VALUE ZERO.
01  Net-Pay            PIC 9(5)V99  VALUE ZERO.
01  Employee-Deducted  PIC 9(5)V99  VALUE ZERO.
01  Employee-Taxes     PIC 9(5)V99  VALUE ZERO.

*> The withholding table, loaded whole: the rows in key order
*> (tax code, filing status, bracket), and the distinct tax codes,
*> each with its run totals.
01  Max-Tax-Rows   PIC 9(3)  VALUE 300.
01  Tax-Row-Count  PIC 9(3)  VALUE ZERO.
01  Tax-Row-Table.
    02 Tax-Row  OCCURS 300 TIMES.
       03 TR-Tax-Code         PIC X(4).
       03 TR-Filing-Status    PIC X.
       03 TR-Wage-Over        PIC 9(5)V99.
       03 TR-Base-Tax         PIC 9(5)V99.
       03 TR-Percent          PIC 9(2)V999.
       03 TR-Allowance-Value  PIC 9(4)V99.
01  Tax-Row-Index  PIC 9(3).

01  Max-Tax-Codes   PIC 9(2)  VALUE 20.
01  Tax-Code-Count  PIC 9(2)  VALUE ZERO.
01  Tax-Code-Table.
    02 Tax-Code-Entry  OCCURS 20 TIMES.
       03 TC-Tax-Code       PIC X(4).
       03 TC-Description    PIC X(20).
       03 TC-Employee-Count PIC 9(5).
       03 TC-Total-Withheld PIC 9(7)V99.
01  Tax-Code-Index  PIC 9(2).

*> One tax for one employee: the status and allowances elected,
*> the bracket that applies, and the tax.
01  Tax-Filing-Status   PIC X.
01  Tax-Allowances      PIC 9(2).
01  Tax-Extra           PIC 9(4)V99.
01  Tax-Allowance-Value PIC 9(4)V99.
01  Tax-Wage            PIC 9(5)V99.
01  Tax-Amount          PIC 9(5)V99.
01  Tax-Bracket-Index   PIC 9(3).
01  Tax-Status-Flag  PIC X.
    88 Tax-Status-On-Table      VALUE 'Y'.
    88 Tax-Status-Not-On-Table  VALUE 'N'.

*> The employee's deductions in force this period, in the order
*> they are taken (before-tax first, then by priority), and their
*> withholding elections.
01  Max-Employee-Deductions   PIC 9(2)  VALUE 20.
01  Employee-Deduction-Count  PIC 9(2)  VALUE ZERO.
01  Employee-Deduction-Table.
    02 Employee-Deduction  OCCURS 21 TIMES.
       03 EDT-Code          PIC X(4).
       03 EDT-Description   PIC X(20).
       03 EDT-Timing        PIC X.
          88 EDT-Before-Tax    VALUE 'B'.
       03 EDT-Sort-Key      PIC 9(3).
       03 EDT-Requested     PIC 9(5)V99.
       03 EDT-Taken         PIC 9(5)V99.
01  Employee-Deduction-Index  PIC 9(2).
01  Deduction-Shift-Index     PIC 9(2).
01  Deduction-Insert-Index    PIC 9(2).
01  New-Deduction-Entry.
    02 NDE-Code          PIC X(4).
    02 NDE-Description   PIC X(20).
    02 NDE-Timing        PIC X.
    02 NDE-Sort-Key      PIC 9(3).
    02 NDE-Requested     PIC 9(5)V99.
    02 NDE-Taken         PIC 9(5)V99.

01  Max-Employee-Elections   PIC 9(2)  VALUE 10.
01  Employee-Election-Count  PIC 9(2)  VALUE ZERO.
01  Employee-Election-Table.
    02 Employee-Election  OCCURS 10 TIMES.
       03 EE-Tax-Code        PIC X(4).
       03 EE-Filing-Status   PIC X.
       03 EE-Allowances      PIC 9(2).
       03 EE-Extra           PIC 9(4)V99.
01  Employee-Election-Index  PIC 9(2).

01  Election-Found-Flag  PIC X.
    88 Election-Found      VALUE 'Y'.
    88 Election-Not-Found  VALUE 'N'.

01  Deduction-Short  PIC 9(5)V99  VALUE ZERO.

*> The run's totals by deduction code, for the benefits office.
01  Max-Deduction-Codes   PIC 9(2)  VALUE 60.
01  Deduction-Code-Count  PIC 9(2)  VALUE ZERO.
01  Deduction-Code-Table.
    02 Deduction-Code-Entry  OCCURS 60 TIMES.
       03 DCT-Code            PIC X(4).
       03 DCT-Description     PIC X(20).
       03 DCT-Employee-Count  PIC 9(5).
       03 DCT-Total-Taken     PIC 9(7)V99.
       03 DCT-Total-Short     PIC 9(7)V99.
01  Deduction-Code-Index  PIC 9(2).

01  Code-Found-Flag  PIC X.
    88 Code-Found      VALUE 'Y'.
    88 Code-Not-Found  VALUE 'N'.

01  Payroll-Totals.
    02 PR-Sheets-Read      PIC 9(5)    VALUE ZERO.
    02 PR-Sheets-Rejected  PIC 9(5)    VALUE ZERO.
    02 PR-Total-Hours      PIC 9(6)V99 VALUE ZERO.
    02 PR-Total-Gross      PIC 9(7)V99 VALUE ZERO.
    02 PR-Total-Overtime   PIC 9(7)V99 VALUE ZERO.
    02 PR-Total-Deducted   PIC 9(7)V99 VALUE ZERO.
    02 PR-Total-Taxes      PIC 9(7)V99 VALUE ZERO.
    02 PR-Total-Net        PIC 9(7)V99 VALUE ZERO.
    02 PR-Deductions-Short PIC 9(5)    VALUE ZERO.
    02 PR-Deposits-Count   PIC 9(5)    VALUE ZERO.
    02 PR-Total-Deposited  PIC 9(7)V99 VALUE ZERO.
    02 PR-Checks-Count     PIC 9(5)    VALUE ZERO.
    02 PR-Total-Checks     PIC 9(7)V99 VALUE ZERO.
    02 PR-Prenotes-Sent    PIC 9(5)    VALUE ZERO.
    02 PR-Leave-Rejected   PIC 9(5)    VALUE ZERO.
    02 PR-Total-Leave-Hours PIC 9(6)V99 VALUE ZERO.
    02 PR-Total-Leave-Pay  PIC 9(7)V99 VALUE ZERO.
    02 PR-Retro-Periods    PIC 9(5)    VALUE ZERO.
    02 PR-Total-Retro-Pay  PIC 9(7)V99 VALUE ZERO.
    02 PR-Stipends-Paid    PIC 9(5)    VALUE ZERO.
    02 PR-Total-Stipend-Pay PIC 9(7)V99 VALUE ZERO.
    02 PR-Stipend-Only-Paid PIC 9(5)   VALUE ZERO.
    02 PR-Stipends-Stopped PIC 9(5)    VALUE ZERO.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.
01  Run-Date-Parts  REDEFINES Todays-Run-Date.
    02 RDP-Year   PIC 9(4).
    02 RDP-Month  PIC 9(2).
    02 RDP-Day    PIC 9(2).
01  Run-Date-Short  REDEFINES Todays-Run-Date.
    02 FILLER       PIC 9(2).
    02 RDS-YYMMDD   PIC 9(6).
01  Run-Quarter     PIC 9     VALUE ZERO.

*> This employee's pay stub lines, gathered as each figure is
*> posted to the year to date, so each carries its year-to-date
*> amount beside it.
01  Max-Stub-Items   PIC 9(2)  VALUE 50.
01  Stub-Item-Count  PIC 9(2)  VALUE ZERO.
01  Stub-Item-Table.
    02 Stub-Item  OCCURS 50 TIMES.
       03 SI-Kind         PIC X.
       03 SI-Code         PIC X(4).
       03 SI-Description  PIC X(20).
       03 SI-Amount       PIC 9(5)V99.
       03 SI-To-Date      PIC 9(7)V99.
01  Stub-Item-Index  PIC 9(2).
01  Stub-YTD-Hours   PIC 9(5)V99  VALUE ZERO.
01  Stub-Pass-Kinds  PIC X(5).

*> One figure on its way to the employee's year-to-date record.
01  YTD-Post-Kind         PIC X.
01  YTD-Post-Code         PIC X(4).
01  YTD-Post-Description  PIC X(20).
01  YTD-Post-Timing       PIC X.
01  YTD-Post-Amount       PIC 9(5)V99.
01  YTD-Post-Hours        PIC 999V99.

01  PR-Heading-1.
    02 FILLER  PIC X(32)  VALUE 'PAYROLL REGISTER -- GROSS TO NET'.

01  PR-Heading-2.
    02 FILLER        PIC X(10)  VALUE 'Run date: '.
    02 FILLER        PIC X(2)   VALUE SPACES.
    02 PRD-Gross     PIC $$$,$$9.99.

*> Under each employee's gross: one line per deduction and tax
*> taken, then net pay.
01  PR-Item-Line.
    02 FILLER           PIC X(8)   VALUE SPACES.
    02 PRI-Kind         PIC X(10).
    02 PRI-Code         PIC X(4).
    02 FILLER           PIC X(2)   VALUE SPACES.
    02 PRI-Description  PIC X(20).
    02 FILLER           PIC X(2)   VALUE SPACES.
    02 PRI-Amount       PIC $$$,$$9.99.
    02 FILLER           PIC X(2)   VALUE SPACES.
    02 PRI-Note         PIC X(16).

01  PR-Short-Amount  PIC $$$,$$9.99.

01  PR-Code-Heading.
    02 PCH-Title  PIC X(60).

01  PR-Code-Column-Heading.
    02 FILLER  PIC X(30)  VALUE '  CODE  DESCRIPTION           '.
    02 FILLER  PIC X(34)
               VALUE ' EMPLS          TAKEN        SHORT'.

01  PR-Code-Total-Line.
    02 FILLER           PIC X(2)   VALUE SPACES.
    02 PCT-Code         PIC X(4).
    02 FILLER           PIC X(2)   VALUE SPACES.
    02 PCT-Description  PIC X(20).
    02 FILLER           PIC X(2)   VALUE SPACES.
    02 PCT-Count        PIC ZZ,ZZ9.
    02 FILLER           PIC X(2)   VALUE SPACES.
    02 PCT-Amount       PIC $$,$$$,$$9.99.
    02 PCT-Short        PIC $$,$$$,$$9.99  BLANK WHEN ZERO.

01  CL-Heading-1.
    02 FILLER        PIC X(34)  VALUE 'PAYROLL CHECKS TO PRINT'.
    02 FILLER        PIC X(10)  VALUE 'Run date: '.
    02 CLH-Run-Date  PIC 9(8).

01  CL-Column-Heading.
    02 FILLER  PIC X(40)  VALUE 'EMPL    NAME                      PERIOD'.
    02 FILLER  PIC X(40)  VALUE '       NET PAY  REASON'.

01  CL-Detail-Line.
    02 CLD-Empl-ID   PIC X(6).
    02 FILLER        PIC X(2)   VALUE SPACES.
    02 CLD-Name      PIC X(24).
    02 FILLER        PIC X(2)   VALUE SPACES.
    02 CLD-Period    PIC 9(8).
    02 FILLER        PIC X(2)   VALUE SPACES.
    02 CLD-Net       PIC $$$,$$9.99.
    02 FILLER        PIC X(2)   VALUE SPACES.
    02 CLD-Reason    PIC X(24).

01  CL-Total-Line.
    02 FILLER        PIC X(8)   VALUE 'Checks: '.
    02 CLT-Count     PIC ZZ,ZZ9.
    02 FILLER        PIC X(10)  VALUE '   Total: '.
    02 CLT-Amount    PIC $$,$$$,$$9.99.

01  PS-Heading-1.
    02 FILLER        PIC X(50)
                     VALUE 'PAY STATEMENT -- UNIVERSITY OF SCRANTON'.
    02 FILLER        PIC X(10)  VALUE 'Pay date: '.
    02 PSH-Pay-Date  PIC 9(8).

01  PS-Employee-Line.
    02 FILLER        PIC X(10)  VALUE 'Employee: '.
    02 PSE-Empl-ID   PIC X(6).
    02 FILLER        PIC X(2)   VALUE SPACES.
    02 PSE-Name      PIC X(24).
    02 FILLER        PIC X(18)  VALUE '  Period ending: '.
    02 PSE-Period    PIC 9(8).

01  PS-Hours-Line.
    02 FILLER        PIC X(6)   VALUE 'Hours '.
    02 PSH-Hours     PIC Z9.99.
    02 FILLER        PIC X(11)  VALUE '  overtime '.
    02 PSH-Overtime  PIC Z9.99.
    02 FILLER        PIC X(8)   VALUE '  leave '.
    02 PSH-Leave     PIC Z9.99.
    02 FILLER        PIC X(7)   VALUE '  rate '.
    02 PSH-Rate      PIC $$$9.99.
    02 FILLER        PIC X(12)  VALUE '  hours YTD '.
    02 PSH-YTD-Hours PIC ZZ,ZZ9.99.

01  PS-Column-Heading.
    02 FILLER  PIC X(40)  VALUE SPACES.
    02 FILLER  PIC X(26)  VALUE 'THIS PERIOD   YEAR TO DATE'.

01  PS-Item-Line.
    02 FILLER           PIC X(2)   VALUE SPACES.
    02 PSI-Kind         PIC X(10).
    02 PSI-Code         PIC X(4).
    02 FILLER           PIC X(2)   VALUE SPACES.
    02 PSI-Description  PIC X(20).
    02 FILLER           PIC X(2)   VALUE SPACES.
    02 PSI-Amount       PIC $$$,$$9.99.
    02 FILLER           PIC X(3)   VALUE SPACES.
    02 PSI-To-Date      PIC $$,$$$,$$9.99.

01  PS-Payment-Line.
    02 FILLER        PIC X(9)   VALUE 'Paid by: '.
    02 PSP-Method    PIC X(60).

01  PR-Money-Line.
    02 PRM-Label   PIC X(30).
    02 PRM-Amount  PIC $$,$$$,$$9.99.
       STOP RUN
    END-IF
    PERFORM Check-File-Status
    PERFORM Prove-Timesheet-Batch
    MOVE "TIMESHEETS.TXT" TO WS-File-ID
    CLOSE Timesheet-File
    PERFORM Check-File-Status
    IF Batch-Control-Bad
       DISPLAY 'Timesheet batch bounced -- nothing priced or '
               'posted; correct timesheets.txt and resubmit.'
       PERFORM Write-Run-Status-End
       STOP RUN
    END-IF

    COMPUTE Run-Quarter = (RDP-Month + 2) / 3
    PERFORM Load-Withholding-Table
    PERFORM Load-Leave-Policy
    PERFORM Load-Retro-Pending
    PERFORM Load-Stipend-Schedule
    MOVE "EMPLOYEES.IDX" TO WS-File-ID
    OPEN INPUT Employee-File
    PERFORM Check-File-Status
    OPEN I-O Deduction-File
    IF PR-Deduction-File-Status = "35"
       DISPLAY 'Employee-Deductions.IDX not on file -- no '
               'deductions taken this run'
    ELSE
       MOVE PR-Deduction-File-Status TO WS-File-Status
       MOVE "EMPLOYEE-DEDUCTIONS.IDX" TO WS-File-ID
       PERFORM Check-File-Status
       SET Deductions-Available TO TRUE
    END-IF
    MOVE "EMPLOYEE-YTD.IDX" TO WS-File-ID
    OPEN I-O YTD-File
    IF WS-File-Status = "35"
       OPEN OUTPUT YTD-File
       PERFORM Check-File-Status
       CLOSE YTD-File
       PERFORM Check-File-Status
       OPEN I-O YTD-File
    END-IF
    PERFORM Check-File-Status
    MOVE "EMPLOYEE-LEAVE.IDX" TO WS-File-ID
    OPEN I-O Leave-File
    IF WS-File-Status = "35"
       OPEN OUTPUT Leave-File
       PERFORM Check-File-Status
       CLOSE Leave-File
       PERFORM Check-File-Status
       OPEN I-O Leave-File
    END-IF
    PERFORM Check-File-Status
    MOVE "PAY-HISTORY.IDX" TO WS-File-ID
    OPEN I-O Pay-History-File
    IF WS-File-Status = "35"
       OPEN OUTPUT Pay-History-File
       PERFORM Check-File-Status
       CLOSE Pay-History-File
       PERFORM Check-File-Status
       OPEN I-O Pay-History-File
    END-IF
    PERFORM Check-File-Status
    OPEN I-O Bank-File
    IF PR-Bank-File-Status = "35"
       DISPLAY 'Employee-Bank.IDX not on file -- every employee '
               'paid by check this run'
    ELSE
       MOVE PR-Bank-File-Status TO WS-File-Status
       MOVE "EMPLOYEE-BANK.IDX" TO WS-File-ID
       PERFORM Check-File-Status
       SET Bank-Available TO TRUE
       PERFORM Open-Deposit-File
    END-IF
    MOVE "PAYROLL-CHECK-LIST.TXT" TO WS-File-ID
    OPEN OUTPUT Check-List-Report
    PERFORM Check-File-Status
    MOVE "PAY-STUBS.TXT" TO WS-File-ID
    OPEN OUTPUT Stub-Report
    PERFORM Check-File-Status
    MOVE "PAYROLL-REGISTER.TXT" TO WS-File-ID
    OPEN OUTPUT Register-Report
    PERFORM Check-File-Status
    WRITE PR-Line FROM PR-Heading-2
    MOVE SPACES TO PR-Line
    WRITE PR-Line
    MOVE Todays-Run-Date TO CLH-Run-Date
    WRITE CL-Line FROM CL-Heading-1
    MOVE SPACES TO CL-Line
    WRITE CL-Line
    WRITE CL-Line FROM CL-Column-Heading

*>  The second pass: the batch is proved, so every detail between
*>  the header and the trailer is priced.
    MOVE "TIMESHEETS.TXT" TO WS-File-ID
    OPEN INPUT Timesheet-File
    PERFORM Check-File-Status
    READ Timesheet-File
       AT END  CONTINUE
    END-READ
    SET Timesheet-EOF-Not TO TRUE
    PERFORM UNTIL Timesheet-EOF
       READ Timesheet-File
          AT END
             SET Timesheet-EOF TO TRUE
          NOT AT END
             IF Timesheet-Trailer
                SET Timesheet-EOF TO TRUE
             ELSE
                PERFORM Price-One-Timesheet
             END-IF
       END-READ
    END-PERFORM
    PERFORM Pay-Stipend-Only
       VARYING Stipend-Only-Index FROM 1 BY 1
       UNTIL Stipend-Only-Index > Stipend-Entry-Count

    IF Deposits-Enabled
       PERFORM Finish-Deposit-File
    END-IF
    PERFORM Write-Check-List-Totals
    PERFORM Write-Register-Totals
    PERFORM Append-Run-Totals

    MOVE "EMPLOYEES.IDX" TO WS-File-ID
    CLOSE Employee-File
    PERFORM Check-File-Status
    IF Deductions-Available
       MOVE "EMPLOYEE-DEDUCTIONS.IDX" TO WS-File-ID
       CLOSE Deduction-File
       PERFORM Check-File-Status
    END-IF
    MOVE "EMPLOYEE-YTD.IDX" TO WS-File-ID
    CLOSE YTD-File
    PERFORM Check-File-Status
    MOVE "EMPLOYEE-LEAVE.IDX" TO WS-File-ID
    CLOSE Leave-File
    PERFORM Check-File-Status
    MOVE "PAY-HISTORY.IDX" TO WS-File-ID
    CLOSE Pay-History-File
    PERFORM Check-File-Status
    IF Retro-Available
       PERFORM Rewrite-Retro-Pending
    END-IF
    IF Stipend-Available
       MOVE "ADJUNCT-STIPEND.IDX" TO WS-File-ID
       CLOSE Stipend-File
       PERFORM Check-File-Status
       MOVE "COURSES.IDX" TO WS-File-ID
       CLOSE Indexed-File
       PERFORM Check-File-Status
    END-IF
    IF Bank-Available
       CLOSE Bank-File
    END-IF
    IF Deposits-Enabled
       MOVE "DIRECT-DEPOSIT.DAT" TO WS-File-ID
       CLOSE Deposit-File
       PERFORM Check-File-Status
    END-IF
    MOVE "PAYROLL-CHECK-LIST.TXT" TO WS-File-ID
    CLOSE Check-List-Report
    PERFORM Check-File-Status
    MOVE "PAY-STUBS.TXT" TO WS-File-ID
    CLOSE Stub-Report
    PERFORM Check-File-Status
    MOVE "PAYROLL-REGISTER.TXT" TO WS-File-ID
    CLOSE Register-Report
    PERFORM Check-File-Status

*>  Consumed: the same pay period must never be fed twice (the rule
*>  Course-Trans-Merge applies to its source slots).  A bounced
*>  batch never gets this far, and is left intact for correction
*>  and resubmission.
    IF RETURN-CODE = ZERO
       OPEN OUTPUT Timesheet-File
       CLOSE Timesheet-File
    END-IF

    DISPLAY 'Payroll register complete: ' PR-Employees-Paid
            ' paid, ' PR-Sheets-Rejected ' rejected, gross '
            PR-Total-Gross ', net ' PR-Total-Net
    PERFORM Write-Run-Status-End
    STOP RUN
    .
    .


*>-----------------------------------------------------------------
*> The first pass: header count and hash-total trailer, the
*> Transaction-File controls, proved before a single sheet is
*> priced or a single deduction posted.
*>-----------------------------------------------------------------
Prove-Timesheet-Batch.
    PERFORM Read-Timesheet-Header
    IF Batch-Control-OK
       SET Timesheet-EOF-Not TO TRUE
       PERFORM UNTIL Timesheet-EOF
          READ Timesheet-File
             AT END
                DISPLAY 'timesheets.txt ended without a trailer '
                        'record!'
                SET Timesheet-EOF TO TRUE
                PERFORM Bounce-Timesheet-Batch
             NOT AT END
                IF Timesheet-Trailer
                   SET Timesheet-EOF TO TRUE
                   PERFORM Check-Timesheet-Trailer
                ELSE
                   ADD 1 TO Batch-Actual-Count  PR-Sheets-Read
                   PERFORM Accumulate-Empl-ID-Hash
                END-IF
          END-READ
       END-PERFORM
    END-IF
    .

Read-Timesheet-Header.
    SET Batch-Control-OK TO TRUE
    READ Timesheet-File
             MOVE 'TERMINATED EMPLOYEE' TO TX-Reason
             PERFORM Write-Timesheet-Exception
          ELSE
             IF Stipend-Only-Sheet
                MOVE ZERO TO LP-Hours (1)  LP-Hours (2)
                             Leave-Hours-Paid
             ELSE
                PERFORM Apply-Leave
             END-IF
             PERFORM Compute-Gross-Pay
             IF Timesheet-Sheet
                PERFORM Record-Pay-History
             END-IF
             PERFORM Collect-Retro-Pay
             PERFORM Collect-Stipend-Pay
             PERFORM Write-Register-Detail
             PERFORM Compute-Net-Pay
          END-IF
    END-READ
    .
    COMPUTE Gross-Pay ROUNDED
       = Hourly-Wage * Regular-Hours
       + Hourly-Wage * Overtime-Rate-Factor * Overtime-Hours
    COMPUTE Overtime-Pay ROUNDED
       = Hourly-Wage * Overtime-Rate-Factor * Overtime-Hours
    MOVE ZERO TO Leave-Pay
    PERFORM Price-Leave-Taken
       VARYING Leave-Type-Index FROM 1 BY 1
       UNTIL Leave-Type-Index > 2
    ADD Leave-Pay TO Gross-Pay
    COMPUTE Hours-Paid = TS-Hours + Leave-Hours-Paid
    .

Price-Leave-Taken.
    COMPUTE LP-Pay (Leave-Type-Index) ROUNDED
       = Hourly-Wage * LP-Hours (Leave-Type-Index)
    ADD LP-Pay (Leave-Type-Index) TO Leave-Pay
    .

Write-Register-Detail.
    ADD 1 TO PR-Employees-Paid
    ADD Hours-Paid TO PR-Total-Hours
    ADD Gross-Pay TO PR-Total-Gross
    ADD Overtime-Pay TO PR-Total-Overtime
    ADD Leave-Hours-Paid TO PR-Total-Leave-Hours
    ADD Leave-Pay  TO PR-Total-Leave-Pay
    ADD Retro-Pay  TO PR-Total-Retro-Pay
    ADD Stipend-Pay TO PR-Total-Stipend-Pay
    MOVE Empl-ID        TO PRD-Empl-ID
    MOVE Name           TO PRD-Name
    MOVE TS-Period-End  TO PRD-Period
    MOVE Hourly-Wage    TO PRD-Rate
    MOVE Gross-Pay      TO PRD-Gross
    WRITE PR-Line FROM PR-Detail-Line
    PERFORM Write-Leave-Item
       VARYING Leave-Type-Index FROM 1 BY 1
       UNTIL Leave-Type-Index > 2
    PERFORM Write-Retro-Item
       VARYING Retro-Entry-Index FROM 1 BY 1
       UNTIL Retro-Entry-Index > Retro-Entry-Count
    PERFORM Write-Stipend-Item
       VARYING Stipend-Entry-Index FROM 1 BY 1
       UNTIL Stipend-Entry-Index > Stipend-Entry-Count
    .

*> The leave paid within gross, with its hours.
Write-Leave-Item.
    IF LP-Hours (Leave-Type-Index) > ZERO
       MOVE 'LEAVE'                            TO PRI-Kind
       MOVE LT-YTD-Code (Leave-Type-Index)     TO PRI-Code
       MOVE LT-Description (Leave-Type-Index)  TO PRI-Description
       MOVE LP-Pay (Leave-Type-Index)          TO PRI-Amount
       MOVE LP-Hours (Leave-Type-Index)        TO LN-Hours
       MOVE Leave-Note                         TO PRI-Note
       WRITE PR-Line FROM PR-Item-Line
    END-IF
    .

*> One retro entry paid within gross, with the period it reprices.
Write-Retro-Item.
    IF RPE-Paying-Now (Retro-Entry-Index)
       MOVE 'RETRO'                            TO PRI-Kind
       MOVE 'RETR'                             TO PRI-Code
       MOVE 'RETROACTIVE PAY'                  TO PRI-Description
       MOVE RPE-Amount (Retro-Entry-Index)     TO PRI-Amount
       MOVE RPE-Period-End (Retro-Entry-Index) TO RN-Period-End
       MOVE Retro-Note                         TO PRI-Note
       WRITE PR-Line FROM PR-Item-Line
       SET RPE-Paid (Retro-Entry-Index) TO TRUE
    END-IF
    .

*> The stipend installments paid within gross, by section, and
*> posted at once to the section's schedule.
Write-Stipend-Item.
    IF SPE-Paying-Now (Stipend-Entry-Index)
       MOVE 'STIPEND'                             TO PRI-Kind
       MOVE 'STIP'                                TO PRI-Code
       MOVE SPE-Course-ID (Stipend-Entry-Index)   TO PRI-Description
       MOVE SPE-Amount (Stipend-Entry-Index)      TO PRI-Amount
       MOVE SPE-Due-Through (Stipend-Entry-Index) TO SN-Installment
       MOVE SPE-Installments (Stipend-Entry-Index)
         TO SN-Installments
       MOVE Stipend-Note                          TO PRI-Note
       WRITE PR-Line FROM PR-Item-Line
       PERFORM Post-Stipend-Paid
       SET SPE-Paid (Stipend-Entry-Index) TO TRUE
    END-IF
    .

Post-Stipend-Paid.
    MOVE SPE-Key (Stipend-Entry-Index) TO AS-Key
    MOVE "ADJUNCT-STIPEND.IDX" TO WS-File-ID
    READ Stipend-File
       INVALID KEY  DISPLAY 'Program error in stipend posting:  '
                            'Should never happen!'
                    PERFORM Check-File-Status
    END-READ
    MOVE SPE-Due-Through (Stipend-Entry-Index) TO AS-Installments-Paid
    ADD SPE-Amount (Stipend-Entry-Index)       TO AS-Paid-To-Date
    MOVE Todays-Run-Date TO AS-Last-Paid-Date  AS-Last-Changed-Date
    REWRITE Stipend-Record
       INVALID KEY  DISPLAY 'Program error in stipend posting:  '
                            'Should never happen!'
                    PERFORM Check-File-Status
    END-REWRITE
    .

*>-----------------------------------------------------------------
*> The timesheet just priced, onto the employee's pay history at
*> the rate it was priced at; a second sheet for a period already
*> paid adds into it.  The retro pay below is not part of it -- it
*> belongs to the periods it reprices.
*>-----------------------------------------------------------------
Record-Pay-History.
    MOVE Empl-ID       TO PH-Empl-ID
    MOVE TS-Period-End TO PH-Period-End
    MOVE "PAY-HISTORY.IDX" TO WS-File-ID
    READ Pay-History-File
       INVALID KEY
          MOVE Regular-Hours    TO PH-Regular-Hours
          MOVE Overtime-Hours   TO PH-Overtime-Hours
          MOVE Leave-Hours-Paid TO PH-Leave-Hours
          MOVE Hourly-Wage      TO PH-Rate-Paid
          MOVE Gross-Pay        TO PH-Gross-Pay
          MOVE ZERO TO PH-Retro-Amount  PH-Last-Retro-Date
          MOVE Todays-Run-Date  TO PH-Paid-Run-Date
          WRITE Pay-History-Record
             INVALID KEY  DISPLAY 'Program error in pay history:  '
                                  'Should never happen!'
                          PERFORM Check-File-Status
          END-WRITE
       NOT INVALID KEY
          ADD Regular-Hours    TO PH-Regular-Hours
          ADD Overtime-Hours   TO PH-Overtime-Hours
          ADD Leave-Hours-Paid TO PH-Leave-Hours
          MOVE Hourly-Wage     TO PH-Rate-Paid
          ADD Gross-Pay        TO PH-Gross-Pay
          MOVE Todays-Run-Date TO PH-Paid-Run-Date
          REWRITE Pay-History-Record
             INVALID KEY  DISPLAY 'Program error in pay history:  '
                                  'Should never happen!'
                          PERFORM Check-File-Status
          END-REWRITE
    END-READ
    .

*> Every unpaid retro entry for the employee is paid now, within
*> gross.
Collect-Retro-Pay.
    MOVE ZERO TO Retro-Pay
    PERFORM Collect-One-Retro-Entry
       VARYING Retro-Entry-Index FROM 1 BY 1
       UNTIL Retro-Entry-Index > Retro-Entry-Count
    ADD Retro-Pay TO Gross-Pay
    .

Collect-One-Retro-Entry.
    IF RPE-Unpaid (Retro-Entry-Index)
          AND RPE-Empl-ID (Retro-Entry-Index) = Empl-ID
       ADD RPE-Amount (Retro-Entry-Index) TO Retro-Pay
       ADD 1 TO PR-Retro-Periods
       SET RPE-Paying-Now (Retro-Entry-Index) TO TRUE
    END-IF
    .

*> Every stipend installment due the employee is paid now, within
*> gross.
Collect-Stipend-Pay.
    MOVE ZERO TO Stipend-Pay
    PERFORM Collect-One-Stipend-Entry
       VARYING Stipend-Entry-Index FROM 1 BY 1
       UNTIL Stipend-Entry-Index > Stipend-Entry-Count
    ADD Stipend-Pay TO Gross-Pay
    .

Collect-One-Stipend-Entry.
    IF SPE-Unpaid (Stipend-Entry-Index)
          AND SPE-Empl-ID (Stipend-Entry-Index) = Empl-ID
       ADD SPE-Amount (Stipend-Entry-Index) TO Stipend-Pay
       ADD 1 TO PR-Stipends-Paid
       SET SPE-Paying-Now (Stipend-Entry-Index) TO TRUE
    END-IF
    .

*>-----------------------------------------------------------------
*> An adjunct with a stipend due and no timesheet in the batch is
*> paid the stipend alone, on a sheet of no hours for the run date.
*> One who cannot be paid (no master, terminated) is rejected once
*> and the stipends are held, still due, for a later run.
*>-----------------------------------------------------------------
Pay-Stipend-Only.
    IF SPE-Unpaid (Stipend-Only-Index)
       MOVE SPACES TO Timesheet-Rec
       MOVE 'D'    TO TS-Record-Type
       MOVE SPE-Empl-ID (Stipend-Only-Index) TO TS-Empl-ID
       MOVE Todays-Run-Date TO TS-Period-End
       MOVE ZERO            TO TS-Hours
       SET Stipend-Only-Sheet TO TRUE
       PERFORM Price-One-Timesheet
       SET Timesheet-Sheet TO TRUE
       IF SPE-Paid (Stipend-Only-Index)
          ADD 1 TO PR-Stipend-Only-Paid
       ELSE
          PERFORM Hold-Stipend-Entry
             VARYING Stipend-Hold-Index FROM Stipend-Only-Index BY 1
             UNTIL Stipend-Hold-Index > Stipend-Entry-Count
       END-IF
    END-IF
    .

Hold-Stipend-Entry.
    IF SPE-Unpaid (Stipend-Hold-Index)
          AND SPE-Empl-ID (Stipend-Hold-Index) = TS-Empl-ID
       SET SPE-Held (Stipend-Hold-Index) TO TRUE
    END-IF
    .

*>-----------------------------------------------------------------
*> The employee's leave for the period: the balances are brought
*> into the run's year, the period's accrual is added (once per
*> period), and each leave entry on the timesheet is taken from
*> its balance -- or, when the balance cannot cover it, rejected
*> whole and left unpaid.  A paid employee with no leave record
*> yet gets one.
*>-----------------------------------------------------------------
Apply-Leave.
    MOVE ZERO TO LP-Hours (1)  LP-Hours (2)  Leave-Hours-Paid
    MOVE Empl-ID TO LV-Empl-ID
    READ Leave-File
       INVALID KEY
          SET Leave-Record-New TO TRUE
          MOVE ZERO TO LV-Balance-Hours (1)  LV-Balance-Hours (2)
                       LV-Accrued-YTD (1)    LV-Accrued-YTD (2)
                       LV-Taken-YTD (1)      LV-Taken-YTD (2)
                       LV-Last-Accrual-Period
          MOVE RDP-Year TO LV-Balance-Year
       NOT INVALID KEY
          SET Leave-Record-On-File TO TRUE
    END-READ
    IF LV-Balance-Year NOT = RDP-Year
       MOVE ZERO TO LV-Accrued-YTD (1)  LV-Accrued-YTD (2)
                    LV-Taken-YTD (1)    LV-Taken-YTD (2)
       MOVE RDP-Year TO LV-Balance-Year
    END-IF
    IF TS-Period-End > LV-Last-Accrual-Period
       PERFORM Find-Leave-Policy-Row
       IF Best-Policy-Index > ZERO
          PERFORM Accrue-One-Leave
             VARYING Leave-Type-Index FROM 1 BY 1
             UNTIL Leave-Type-Index > 2
       END-IF
       MOVE TS-Period-End TO LV-Last-Accrual-Period
    END-IF
    PERFORM Take-One-Leave
       VARYING Leave-Slot-Index FROM 1 BY 1
       UNTIL Leave-Slot-Index > 2
    ADD LP-Hours (1)  LP-Hours (2)  GIVING Leave-Hours-Paid
    MOVE Todays-Run-Date TO LV-Last-Changed-Date

    IF Leave-Record-New
       WRITE Leave-Record
          INVALID KEY  DISPLAY 'Program error in leave posting:  '
                               'Should never happen!'
                       PERFORM Check-File-Status
       END-WRITE
    ELSE
       REWRITE Leave-Record
          INVALID KEY  DISPLAY 'Program error in leave posting:  '
                               'Should never happen!'
                       PERFORM Check-File-Status
       END-REWRITE
    END-IF
    .

*> The policy row for the employee's grade with the most years of
*> service they have completed by the period end; none, no accrual.
Find-Leave-Policy-Row.
    MOVE ZERO TO Best-Policy-Index
    IF Hire-Date NOT = ZERO  AND  Job-Grade NOT = SPACES
       MOVE Hire-Date     TO Hire-Date-View
       MOVE TS-Period-End TO Period-End-View
       MOVE ZERO TO Service-Years
       IF PEV-Year > HDV-Year
          COMPUTE Service-Years = PEV-Year - HDV-Year
          IF PEV-Month-Day < HDV-Month-Day
             SUBTRACT 1 FROM Service-Years
          END-IF
       END-IF
       PERFORM Check-Leave-Policy-Row
          VARYING Policy-Index FROM 1 BY 1
          UNTIL Policy-Index > Policy-Row-Count
    END-IF
    .

Check-Leave-Policy-Row.
    IF PY-Grade (Policy-Index) = Job-Grade
          AND PY-Years (Policy-Index) NOT > Service-Years
       IF Best-Policy-Index = ZERO
          MOVE Policy-Index TO Best-Policy-Index
       ELSE
          IF PY-Years (Policy-Index)
                > PY-Years (Best-Policy-Index)
             MOVE Policy-Index TO Best-Policy-Index
          END-IF
       END-IF
    END-IF
    .

*> The period's hours, or only as many as the ceiling leaves room
*> for.
Accrue-One-Leave.
    MOVE PY-Accrual-Hours (Best-Policy-Index, Leave-Type-Index)
      TO Accrual-Hours
    IF PY-Balance-Cap (Best-Policy-Index, Leave-Type-Index) > ZERO
       IF LV-Balance-Hours (Leave-Type-Index)
             NOT < PY-Balance-Cap (Best-Policy-Index, Leave-Type-Index)
          MOVE ZERO TO Accrual-Hours
       ELSE
          COMPUTE Accrual-Room
             = PY-Balance-Cap (Best-Policy-Index, Leave-Type-Index)
             - LV-Balance-Hours (Leave-Type-Index)
          IF Accrual-Hours > Accrual-Room
             MOVE Accrual-Room TO Accrual-Hours
          END-IF
       END-IF
    END-IF
    ADD Accrual-Hours TO LV-Balance-Hours (Leave-Type-Index)
                         LV-Accrued-YTD (Leave-Type-Index)
    .

Take-One-Leave.
    IF TS-Leave-Type (Leave-Slot-Index) NOT = SPACE
       EVALUATE TS-Leave-Type (Leave-Slot-Index)
          WHEN LT-Code (1)  MOVE 1 TO Leave-Type-Index
          WHEN LT-Code (2)  MOVE 2 TO Leave-Type-Index
          WHEN OTHER        MOVE 0 TO Leave-Type-Index
       END-EVALUATE
       EVALUATE TRUE
          WHEN Leave-Type-Index = 0
             OR TS-Leave-Hours (Leave-Slot-Index) IS NOT NUMERIC
             MOVE 'INVALID LEAVE ENTRY' TO TX-Reason
             PERFORM Write-Leave-Exception
          WHEN TS-Leave-Hours (Leave-Slot-Index)
                  > LV-Balance-Hours (Leave-Type-Index)
             IF Leave-Type-Index = 1
                MOVE 'VACATION OVER BAL' TO TX-Reason
             ELSE
                MOVE 'SICK OVER BALANCE' TO TX-Reason
             END-IF
             PERFORM Write-Leave-Exception
          WHEN OTHER
             SUBTRACT TS-Leave-Hours (Leave-Slot-Index)
                 FROM LV-Balance-Hours (Leave-Type-Index)
             ADD TS-Leave-Hours (Leave-Slot-Index)
              TO LV-Taken-YTD (Leave-Type-Index)
                 LP-Hours (Leave-Type-Index)
       END-EVALUATE
    END-IF
    .

Write-Leave-Exception.
    ADD 1 TO PR-Leave-Rejected
    MOVE TS-Empl-ID    TO TX-Empl-ID
    MOVE TS-Period-End TO TX-Period-End
    IF TS-Leave-Hours (Leave-Slot-Index) IS NUMERIC
       MOVE TS-Leave-Hours (Leave-Slot-Index) TO TX-Hours
    ELSE
       MOVE ZERO TO TX-Hours
    END-IF
    WRITE Timesheet-Exception-Rec
    .

*>-----------------------------------------------------------------
*> Gross to net.  Pay-Remaining starts at gross; the before-tax
*> deductions come off it, what is left is the taxable pay every
*> tax is figured on, and the after-tax deductions come off what
*> the taxes leave.  Nothing ever takes more than is left.
*>-----------------------------------------------------------------
Compute-Net-Pay.
    MOVE ZERO TO Stub-Item-Count  Stub-YTD-Hours
    PERFORM Collect-Employee-Deductions
    MOVE Gross-Pay TO Pay-Remaining
    MOVE ZERO      TO Employee-Deducted  Employee-Taxes
    PERFORM Take-Before-Tax-Deduction
       VARYING Employee-Deduction-Index FROM 1 BY 1
       UNTIL Employee-Deduction-Index > Employee-Deduction-Count
    MOVE Pay-Remaining TO Taxable-Pay
    PERFORM Withhold-One-Tax
       VARYING Tax-Code-Index FROM 1 BY 1
       UNTIL Tax-Code-Index > Tax-Code-Count
    PERFORM Take-After-Tax-Deduction
       VARYING Employee-Deduction-Index FROM 1 BY 1
       UNTIL Employee-Deduction-Index > Employee-Deduction-Count
    MOVE Pay-Remaining TO Net-Pay

    ADD Employee-Deducted TO PR-Total-Deducted
    ADD Employee-Taxes    TO PR-Total-Taxes
    ADD Net-Pay           TO PR-Total-Net
    PERFORM Route-Net-Pay
    MOVE 'NET PAY'  TO PRI-Kind
    MOVE SPACES     TO PRI-Code  PRI-Description  PRI-Note
    MOVE Net-Pay    TO PRI-Amount
    EVALUATE TRUE
       WHEN Pay-By-Deposit  MOVE 'DIRECT DEPOSIT' TO PRI-Note
       WHEN Pay-By-Check    MOVE 'CHECK'          TO PRI-Note
    END-EVALUATE
    WRITE PR-Line FROM PR-Item-Line
    PERFORM Post-Pay-To-Year-To-Date

    PERFORM Post-Deduction-Taken
       VARYING Employee-Deduction-Index FROM 1 BY 1
       UNTIL Employee-Deduction-Index > Employee-Deduction-Count
    PERFORM Write-Pay-Stub
    .

*>-----------------------------------------------------------------
*> Where the net pay goes: a verified account is credited on the
*> bank file; anyone else is listed for a printed check.  An
*> account still prenote due has its zero-dollar prenote sent now,
*> and is paid by check until Employees-Maintain verifies it.
*>-----------------------------------------------------------------
Route-Net-Pay.
    IF Net-Pay = ZERO
       SET No-Pay-Due TO TRUE
    ELSE
       SET Pay-By-Check TO TRUE
    END-IF
    MOVE SPACES TO Check-Reason
    IF NOT Bank-Available
       MOVE 'NO BANK FILE THIS RUN' TO Check-Reason
    ELSE
       MOVE Empl-ID TO EB-Empl-ID
       READ Bank-File
          INVALID KEY
             MOVE 'NO ACCOUNT ON FILE' TO Check-Reason
          NOT INVALID KEY
             EVALUATE TRUE
                WHEN NOT Deposits-Enabled
                   MOVE 'NO BANK FILE THIS RUN' TO Check-Reason
                WHEN EB-Prenote-Due
                   PERFORM Send-Prenote
                   MOVE 'PRENOTE SENT THIS RUN' TO Check-Reason
                WHEN EB-Prenote-Sent
                   MOVE 'AWAITING VERIFICATION' TO Check-Reason
                WHEN EB-Verified AND Net-Pay > ZERO
                   SET Pay-By-Deposit TO TRUE
                   PERFORM Write-Deposit-Entry
             END-EVALUATE
       END-READ
    END-IF

    EVALUATE TRUE
       WHEN Pay-By-Deposit
          ADD 1       TO PR-Deposits-Count
          ADD Net-Pay TO PR-Total-Deposited
       WHEN Pay-By-Check
          ADD 1       TO PR-Checks-Count
          ADD Net-Pay TO PR-Total-Checks
          MOVE Empl-ID       TO CLD-Empl-ID
          MOVE Name          TO CLD-Name
          MOVE TS-Period-End TO CLD-Period
          MOVE Net-Pay       TO CLD-Net
          MOVE Check-Reason  TO CLD-Reason
          MOVE "PAYROLL-CHECK-LIST.TXT" TO WS-File-ID
          WRITE CL-Line FROM CL-Detail-Line
          PERFORM Check-File-Status
    END-EVALUATE
    .

Send-Prenote.
    PERFORM Write-Deposit-Entry
    ADD 1 TO PR-Prenotes-Sent
    SET EB-Prenote-Sent TO TRUE
    MOVE Todays-Run-Date TO EB-Prenote-Date
    REWRITE Bank-Record
       INVALID KEY  DISPLAY 'Program error in prenote posting:  '
                            'Should never happen!'
                    MOVE PR-Bank-File-Status TO WS-File-Status
                    MOVE "EMPLOYEE-BANK.IDX" TO WS-File-ID
                    PERFORM Check-File-Status
    END-REWRITE
    .

*>-----------------------------------------------------------------
*> Direct-Deposit.Dat: the control record names the banks at both
*> ends; without it no bank file is written this run.
*>-----------------------------------------------------------------
Open-Deposit-File.
    MOVE "DIRECT-DEPOSIT-CONTROL.DAT" TO WS-File-ID
    OPEN INPUT Deposit-Control-File
    IF WS-File-Status = "35"
       DISPLAY 'No Direct-Deposit-Control.Dat -- no bank file '
               'written; every employee paid by check this run'
    ELSE
       PERFORM Check-File-Status
       READ Deposit-Control-File
          AT END
             DISPLAY 'Direct-Deposit-Control.Dat is empty -- no bank '
                     'file written; every employee paid by check '
                     'this run'
          NOT AT END
             MOVE Deposit-Control-Record TO Deposit-Control-Copy
             SET Deposits-Enabled TO TRUE
       END-READ
       CLOSE Deposit-Control-File
       PERFORM Check-File-Status
    END-IF
    IF Deposits-Enabled
       MOVE "DIRECT-DEPOSIT.DAT" TO WS-File-ID
       OPEN OUTPUT Deposit-File
       PERFORM Check-File-Status
       MOVE DDC-ODFI-Routing TO DTN-ODFI
       ACCEPT Deposit-Run-Time FROM TIME
       MOVE SPACES TO Deposit-Record
       SET BF-File-Header TO TRUE
       MOVE 1                       TO BF-Priority-Code
       STRING ' ' DDC-Destination-Routing DELIMITED BY SIZE
         INTO BF-Immediate-Destination
       MOVE DDC-Origin-ID           TO BF-Immediate-Origin
       MOVE RDS-YYMMDD              TO BF-Creation-Date
       MOVE DRT-HHMM                TO BF-Creation-Time
       MOVE 'A'                     TO BF-File-ID-Modifier
       MOVE 94                      TO BF-Record-Size
       MOVE 10                      TO BF-Blocking-Factor
       MOVE '1'                     TO BF-Format-Code
       MOVE DDC-Destination-Name    TO BF-Destination-Name
       MOVE DDC-Origin-Name         TO BF-Origin-Name
       PERFORM Write-Deposit-Record
    END-IF
    .

*> One entry: the net pay credited, or a zero-dollar prenote when
*> the account is still prenote due.  The batch header goes out
*> ahead of the first entry.
Write-Deposit-Entry.
    IF NOT Deposit-Batch-Open
       PERFORM Write-Deposit-Batch-Header
    END-IF
    MOVE SPACES TO Deposit-Record
    SET BF-Entry-Detail TO TRUE
    IF EB-Prenote-Due
       MOVE ZERO    TO BF-Amount
       IF EB-Savings
          MOVE 33 TO BF-Transaction-Code
       ELSE
          MOVE 23 TO BF-Transaction-Code
       END-IF
    ELSE
       MOVE Net-Pay TO BF-Amount
       IF EB-Savings
          MOVE 32 TO BF-Transaction-Code
       ELSE
          MOVE 22 TO BF-Transaction-Code
       END-IF
    END-IF
    MOVE EB-Routing-Number (1:8) TO BF-Receiving-DFI
    MOVE EB-Routing-Number (9:1) TO BF-Check-Digit
    MOVE EB-Account-Number       TO BF-DFI-Account
    MOVE Empl-ID                 TO BF-Individual-ID
    STRING Last-Name  DELIMITED BY SPACE
           ', '       DELIMITED BY SIZE
           First-Name DELIMITED BY SPACE
      INTO BF-Individual-Name
    MOVE ZERO                    TO BF-Addenda-Indicator
    ADD 1 TO DTN-Sequence
    MOVE Deposit-Trace-Number    TO BF-Trace-Number
    MOVE EB-Routing-Number (1:8) TO Deposit-Routing-Prefix
    ADD Deposit-Routing-Prefix   TO Deposit-Entry-Hash
    ADD BF-Amount                TO Deposit-Total-Credit
    ADD 1 TO Deposit-Entry-Count
    PERFORM Write-Deposit-Record
    .

Write-Deposit-Batch-Header.
    SET Deposit-Batch-Open TO TRUE
    ADD 1 TO Deposit-Batch-Count
    MOVE SPACES TO Deposit-Record
    SET BF-Batch-Header TO TRUE
    MOVE 220                  TO BF-Service-Class
    MOVE DDC-Company-Name     TO BF-Company-Name
    MOVE DDC-Company-ID       TO BF-Company-ID
    MOVE 'PPD'                TO BF-Entry-Class
    MOVE 'PAYROLL'            TO BF-Entry-Description
    MOVE RDS-YYMMDD           TO BF-Effective-Date
    MOVE '1'                  TO BF-Originator-Status
    MOVE DDC-ODFI-Routing     TO BF-Originating-DFI
    MOVE Deposit-Batch-Count  TO BF-Batch-Number
    PERFORM Write-Deposit-Record
    .

*>-----------------------------------------------------------------
*> The bank file's controls: the batch control (when any entry was
*> written), the file control, and all-9s records to fill out the
*> last block of ten.
*>-----------------------------------------------------------------
Finish-Deposit-File.
    IF Deposit-Batch-Open
       MOVE SPACES TO Deposit-Record
       SET BF-Batch-Control TO TRUE
       MOVE 220                   TO BF-BC-Service-Class
       MOVE Deposit-Entry-Count   TO BF-BC-Entry-Count
       MOVE Deposit-Entry-Hash    TO BF-BC-Entry-Hash
       MOVE ZERO                  TO BF-BC-Total-Debit
       MOVE Deposit-Total-Credit  TO BF-BC-Total-Credit
       MOVE DDC-Company-ID        TO BF-BC-Company-ID
       MOVE DDC-ODFI-Routing      TO BF-BC-Originating-DFI
       MOVE Deposit-Batch-Count   TO BF-BC-Batch-Number
       PERFORM Write-Deposit-Record
    END-IF
    COMPUTE Deposit-Block-Count = (Deposit-Record-Count + 1 + 9) / 10
    MOVE SPACES TO Deposit-Record
    SET BF-File-Control TO TRUE
    MOVE Deposit-Batch-Count   TO BF-FC-Batch-Count
    MOVE Deposit-Block-Count   TO BF-FC-Block-Count
    MOVE Deposit-Entry-Count   TO BF-FC-Entry-Count
    MOVE Deposit-Entry-Hash    TO BF-FC-Entry-Hash
    MOVE ZERO                  TO BF-FC-Total-Debit
    MOVE Deposit-Total-Credit  TO BF-FC-Total-Credit
    PERFORM Write-Deposit-Record
    MOVE ALL '9' TO Deposit-Record
    PERFORM UNTIL Deposit-Record-Count >= Deposit-Block-Count * 10
       PERFORM Write-Deposit-Record
    END-PERFORM
    DISPLAY 'Direct-Deposit.Dat: ' Deposit-Entry-Count ' entries, '
            'credits ' Deposit-Total-Credit
    .

Write-Deposit-Record.
    MOVE "DIRECT-DEPOSIT.DAT" TO WS-File-ID
    WRITE Deposit-Record
    PERFORM Check-File-Status
    ADD 1 TO Deposit-Record-Count
    .

Write-Check-List-Totals.
    MOVE SPACES TO CL-Line
    WRITE CL-Line
    MOVE PR-Checks-Count TO CLT-Count
    MOVE PR-Total-Checks TO CLT-Amount
    WRITE CL-Line FROM CL-Total-Line
    .

*>-----------------------------------------------------------------
*> The employee's pay stub, one to a page: the period's hours and
*> rate, then earnings, then deductions and taxes, then taxable
*> wages and net, each beside its year-to-date figure.
*>-----------------------------------------------------------------
Write-Pay-Stub.
    MOVE "PAY-STUBS.TXT" TO WS-File-ID
    MOVE Todays-Run-Date TO PSH-Pay-Date
    WRITE PS-Line FROM PS-Heading-1
    MOVE Empl-ID       TO PSE-Empl-ID
    MOVE Name          TO PSE-Name
    MOVE TS-Period-End TO PSE-Period
    WRITE PS-Line FROM PS-Employee-Line
    MOVE TS-Hours       TO PSH-Hours
    MOVE Overtime-Hours TO PSH-Overtime
    MOVE Leave-Hours-Paid TO PSH-Leave
    MOVE Hourly-Wage    TO PSH-Rate
    MOVE Stub-YTD-Hours TO PSH-YTD-Hours
    WRITE PS-Line FROM PS-Hours-Line
    MOVE SPACES TO PS-Line
    WRITE PS-Line
    WRITE PS-Line FROM PS-Column-Heading
    MOVE 'GOLRS' TO Stub-Pass-Kinds
    PERFORM Write-Stub-Item
       VARYING Stub-Item-Index FROM 1 BY 1
       UNTIL Stub-Item-Index > Stub-Item-Count
    MOVE 'DW' TO Stub-Pass-Kinds
    PERFORM Write-Stub-Item
       VARYING Stub-Item-Index FROM 1 BY 1
       UNTIL Stub-Item-Index > Stub-Item-Count
    MOVE 'TN' TO Stub-Pass-Kinds
    PERFORM Write-Stub-Item
       VARYING Stub-Item-Index FROM 1 BY 1
       UNTIL Stub-Item-Index > Stub-Item-Count
    MOVE SPACES TO PS-Line
    WRITE PS-Line
    EVALUATE TRUE
       WHEN Pay-By-Deposit
          IF EB-Savings
             MOVE 'direct deposit to savings'  TO PSP-Method
          ELSE
             MOVE 'direct deposit to checking' TO PSP-Method
          END-IF
       WHEN Pay-By-Check
          MOVE 'check' TO PSP-Method
       WHEN OTHER
          MOVE 'no net pay this period' TO PSP-Method
    END-EVALUATE
    WRITE PS-Line FROM PS-Payment-Line
       BEFORE ADVANCING PAGE
    PERFORM Check-File-Status
    .

Write-Stub-Item.
    IF SI-Kind (Stub-Item-Index) = Stub-Pass-Kinds (1:1)
    OR SI-Kind (Stub-Item-Index) = Stub-Pass-Kinds (2:1)
    OR SI-Kind (Stub-Item-Index) = Stub-Pass-Kinds (3:1)
    OR SI-Kind (Stub-Item-Index) = Stub-Pass-Kinds (4:1)
    OR SI-Kind (Stub-Item-Index) = Stub-Pass-Kinds (5:1)
       EVALUATE SI-Kind (Stub-Item-Index)
          WHEN 'G'  MOVE 'EARNINGS'  TO PSI-Kind
          WHEN 'O'  MOVE 'OVERTIME'  TO PSI-Kind
          WHEN 'L'  MOVE 'LEAVE PAY' TO PSI-Kind
          WHEN 'R'  MOVE 'RETRO PAY' TO PSI-Kind
          WHEN 'S'  MOVE 'STIPEND'   TO PSI-Kind
          WHEN 'D'  MOVE 'DEDUCTION' TO PSI-Kind
          WHEN 'W'  MOVE 'TAX'       TO PSI-Kind
          WHEN 'T'  MOVE 'TAXABLE'   TO PSI-Kind
          WHEN 'N'  MOVE 'NET PAY'   TO PSI-Kind
       END-EVALUATE
       MOVE SI-Code (Stub-Item-Index)        TO PSI-Code
       MOVE SI-Description (Stub-Item-Index) TO PSI-Description
       MOVE SI-Amount (Stub-Item-Index)      TO PSI-Amount
       MOVE SI-To-Date (Stub-Item-Index)     TO PSI-To-Date
       WRITE PS-Line FROM PS-Item-Line
    END-IF
    .

*>-----------------------------------------------------------------
*> The employee's entries in force for the period ending
*> TS-Period-End: deductions into the table in the order they are
*> taken, withholding elections into theirs.  A deduction whose
*> goal is already met is finished and skipped.
*>-----------------------------------------------------------------
Collect-Employee-Deductions.
    MOVE ZERO TO Employee-Deduction-Count  Employee-Election-Count
    IF Deductions-Available
       MOVE Empl-ID    TO ED-Empl-ID
       MOVE LOW-VALUES TO ED-Deduction-Code
       SET Deduction-Scan-EOF-Not TO TRUE
       START Deduction-File KEY IS NOT LESS THAN ED-Key
          INVALID KEY  SET Deduction-Scan-EOF TO TRUE
       END-START
       PERFORM UNTIL Deduction-Scan-EOF
          READ Deduction-File NEXT RECORD
             AT END  SET Deduction-Scan-EOF TO TRUE
          END-READ
          IF NOT Deduction-Scan-EOF
             IF ED-Empl-ID NOT = Empl-ID
                SET Deduction-Scan-EOF TO TRUE
             ELSE
                PERFORM Note-Employee-Deduction
             END-IF
          END-IF
       END-PERFORM
    END-IF
    .

Note-Employee-Deduction.
    IF ED-Entry-Active
          AND ED-Start-Date NOT > TS-Period-End
          AND (ED-Stop-Date = ZERO  OR  ED-Stop-Date NOT < TS-Period-End)
       IF ED-Withholding-Election
          PERFORM Note-Withholding-Election
       ELSE
          IF ED-Goal-Amount = ZERO
                OR ED-Taken-To-Date < ED-Goal-Amount
             PERFORM Note-Deduction-In-Force
          END-IF
       END-IF
    END-IF
    .

Note-Withholding-Election.
    IF Employee-Election-Count < Max-Employee-Elections
       ADD 1 TO Employee-Election-Count
       MOVE ED-Deduction-Code
         TO EE-Tax-Code (Employee-Election-Count)
       MOVE ED-Filing-Status
         TO EE-Filing-Status (Employee-Election-Count)
       MOVE ED-Allowances
         TO EE-Allowances (Employee-Election-Count)
       MOVE ED-Extra-Withholding
         TO EE-Extra (Employee-Election-Count)
    END-IF
    .

*> Sorted in as it arrives: before-tax entries ahead of after-tax,
*> then by priority; equal priorities keep their code order.
Note-Deduction-In-Force.
    IF Employee-Deduction-Count < Max-Employee-Deductions
       MOVE ED-Deduction-Code TO NDE-Code
       MOVE ED-Description    TO NDE-Description
       MOVE ED-Tax-Timing     TO NDE-Timing
       IF ED-Before-Tax
          COMPUTE NDE-Sort-Key = 100 + ED-Priority
       ELSE
          COMPUTE NDE-Sort-Key = 200 + ED-Priority
       END-IF
       IF ED-Flat-Amount
          MOVE ED-Amount TO NDE-Requested
       ELSE
          COMPUTE NDE-Requested ROUNDED
             = Gross-Pay * ED-Percent / 100
       END-IF
       IF ED-Goal-Amount > ZERO
             AND NDE-Requested > ED-Goal-Amount - ED-Taken-To-Date
          COMPUTE NDE-Requested = ED-Goal-Amount - ED-Taken-To-Date
       END-IF
       MOVE ZERO TO NDE-Taken
       COMPUTE Deduction-Insert-Index = Employee-Deduction-Count + 1
       PERFORM Find-Deduction-Position
          VARYING Employee-Deduction-Index FROM 1 BY 1
          UNTIL Employee-Deduction-Index > Employee-Deduction-Count
             OR Deduction-Insert-Index NOT > Employee-Deduction-Count
       ADD 1 TO Employee-Deduction-Count
       PERFORM Shift-Deduction-Down
          VARYING Deduction-Shift-Index FROM Employee-Deduction-Count
          BY -1
          UNTIL Deduction-Shift-Index NOT > Deduction-Insert-Index
       MOVE New-Deduction-Entry
         TO Employee-Deduction (Deduction-Insert-Index)
    ELSE
       DISPLAY 'More than ' Max-Employee-Deductions
               ' deductions in force for ' Empl-ID ' -- '
               ED-Deduction-Code ' not taken'
    END-IF
    .

Find-Deduction-Position.
    IF NDE-Sort-Key < EDT-Sort-Key (Employee-Deduction-Index)
       MOVE Employee-Deduction-Index TO Deduction-Insert-Index
    END-IF
    .

Shift-Deduction-Down.
    MOVE Employee-Deduction (Deduction-Shift-Index - 1)
      TO Employee-Deduction (Deduction-Shift-Index)
    .

Take-Before-Tax-Deduction.
    IF EDT-Before-Tax (Employee-Deduction-Index)
       PERFORM Take-One-Deduction
    END-IF
    .

Take-After-Tax-Deduction.
    IF NOT EDT-Before-Tax (Employee-Deduction-Index)
       PERFORM Take-One-Deduction
    END-IF
    .

Take-One-Deduction.
    IF EDT-Requested (Employee-Deduction-Index) > Pay-Remaining
       MOVE Pay-Remaining TO EDT-Taken (Employee-Deduction-Index)
    ELSE
       MOVE EDT-Requested (Employee-Deduction-Index)
         TO EDT-Taken (Employee-Deduction-Index)
    END-IF
    SUBTRACT EDT-Taken (Employee-Deduction-Index) FROM Pay-Remaining
    ADD EDT-Taken (Employee-Deduction-Index) TO Employee-Deducted
    COMPUTE Deduction-Short
       = EDT-Requested (Employee-Deduction-Index)
       - EDT-Taken (Employee-Deduction-Index)

    MOVE 'DEDUCTION'  TO PRI-Kind
    MOVE EDT-Code (Employee-Deduction-Index)        TO PRI-Code
    MOVE EDT-Description (Employee-Deduction-Index) TO PRI-Description
    MOVE EDT-Taken (Employee-Deduction-Index)       TO PRI-Amount
    MOVE SPACES TO PRI-Note
    IF Deduction-Short > ZERO
       ADD 1 TO PR-Deductions-Short
       MOVE Deduction-Short TO PR-Short-Amount
       STRING 'SHORT ' PR-Short-Amount DELIMITED BY SIZE
          INTO PRI-Note
       END-STRING
    END-IF
    WRITE PR-Line FROM PR-Item-Line
    PERFORM Add-Deduction-Code-Total
    IF EDT-Taken (Employee-Deduction-Index) > ZERO
       MOVE 'D' TO YTD-Post-Kind
       MOVE EDT-Code (Employee-Deduction-Index)    TO YTD-Post-Code
       MOVE EDT-Description (Employee-Deduction-Index)
         TO YTD-Post-Description
       MOVE EDT-Timing (Employee-Deduction-Index)  TO YTD-Post-Timing
       MOVE EDT-Taken (Employee-Deduction-Index)   TO YTD-Post-Amount
       MOVE ZERO TO YTD-Post-Hours
       PERFORM Add-To-Year-To-Date
    END-IF
    .

*> The run's per-code totals, for the benefits office.
Add-Deduction-Code-Total.
    SET Code-Not-Found TO TRUE
    PERFORM Search-Deduction-Codes
       VARYING Deduction-Code-Index FROM 1 BY 1
       UNTIL Deduction-Code-Index > Deduction-Code-Count
          OR Code-Found
    IF Code-Found
       SUBTRACT 1 FROM Deduction-Code-Index
    ELSE
       IF Deduction-Code-Count < Max-Deduction-Codes
          ADD 1 TO Deduction-Code-Count
          MOVE Deduction-Code-Count TO Deduction-Code-Index
          MOVE EDT-Code (Employee-Deduction-Index)
            TO DCT-Code (Deduction-Code-Index)
          MOVE EDT-Description (Employee-Deduction-Index)
            TO DCT-Description (Deduction-Code-Index)
          MOVE ZERO TO DCT-Employee-Count (Deduction-Code-Index)
                       DCT-Total-Taken (Deduction-Code-Index)
                       DCT-Total-Short (Deduction-Code-Index)
          SET Code-Found TO TRUE
       ELSE
          DISPLAY 'More than ' Max-Deduction-Codes
                  ' deduction codes -- ' EDT-Code
                  (Employee-Deduction-Index)
                  ' left out of the code totals'
       END-IF
    END-IF
    IF Code-Found
       ADD 1 TO DCT-Employee-Count (Deduction-Code-Index)
       ADD EDT-Taken (Employee-Deduction-Index)
         TO DCT-Total-Taken (Deduction-Code-Index)
       ADD Deduction-Short TO DCT-Total-Short (Deduction-Code-Index)
    END-IF
    .

Search-Deduction-Codes.
    IF DCT-Code (Deduction-Code-Index)
          = EDT-Code (Employee-Deduction-Index)
       SET Code-Found TO TRUE
    END-IF
    .

*> What each entry took goes onto its ED-Taken-To-Date.
Post-Deduction-Taken.
    IF EDT-Taken (Employee-Deduction-Index) > ZERO
       MOVE Empl-ID TO ED-Empl-ID
       MOVE EDT-Code (Employee-Deduction-Index) TO ED-Deduction-Code
       READ Deduction-File
          INVALID KEY
             DISPLAY 'Deduction entry vanished during the run: '
                     Empl-ID ' ' ED-Deduction-Code
          NOT INVALID KEY
             ADD EDT-Taken (Employee-Deduction-Index)
               TO ED-Taken-To-Date
             REWRITE Deduction-Record
                INVALID KEY  DISPLAY 'Program error in deduction '
                                     'posting:  Should never happen!'
                             MOVE PR-Deduction-File-Status
                               TO WS-File-Status
                             MOVE "EMPLOYEE-DEDUCTIONS.IDX"
                               TO WS-File-ID
                             PERFORM Check-File-Status
             END-REWRITE
       END-READ
    END-IF
    .

*>-----------------------------------------------------------------
*> One tax for the current employee: the election for that tax
*> code, or single with no allowances; the status's brackets, or
*> the '*' brackets of a tax that has no status rows; the
*> allowances off the taxable pay; the bracket the rest falls in;
*> any extra withholding elected; and never more than is left.
*>-----------------------------------------------------------------
Withhold-One-Tax.
    MOVE 'S'  TO Tax-Filing-Status
    MOVE ZERO TO Tax-Allowances  Tax-Extra
    SET Election-Not-Found TO TRUE
    PERFORM Search-Employee-Elections
       VARYING Employee-Election-Index FROM 1 BY 1
       UNTIL Employee-Election-Index > Employee-Election-Count
          OR Election-Found
    PERFORM Find-Status-Rows
    IF Tax-Status-Not-On-Table
       MOVE '*' TO Tax-Filing-Status
       PERFORM Find-Status-Rows
    END-IF
    MOVE ZERO TO Tax-Amount
    IF Tax-Status-On-Table
       IF Taxable-Pay > Tax-Allowances * Tax-Allowance-Value
          COMPUTE Tax-Wage
             = Taxable-Pay - Tax-Allowances * Tax-Allowance-Value
       ELSE
          MOVE ZERO TO Tax-Wage
       END-IF
       MOVE ZERO TO Tax-Bracket-Index
       PERFORM Find-Tax-Bracket
          VARYING Tax-Row-Index FROM 1 BY 1
          UNTIL Tax-Row-Index > Tax-Row-Count
       IF Tax-Bracket-Index > ZERO
          COMPUTE Tax-Amount ROUNDED
             = TR-Base-Tax (Tax-Bracket-Index)
             + (Tax-Wage - TR-Wage-Over (Tax-Bracket-Index))
             * TR-Percent (Tax-Bracket-Index) / 100
       END-IF
    END-IF
    ADD Tax-Extra TO Tax-Amount
    IF Tax-Amount > Pay-Remaining
       MOVE Pay-Remaining TO Tax-Amount
    END-IF
    SUBTRACT Tax-Amount FROM Pay-Remaining
    ADD Tax-Amount TO Employee-Taxes
    ADD 1          TO TC-Employee-Count (Tax-Code-Index)
    ADD Tax-Amount TO TC-Total-Withheld (Tax-Code-Index)

    MOVE 'TAX'  TO PRI-Kind
    MOVE TC-Tax-Code (Tax-Code-Index)    TO PRI-Code
    MOVE TC-Description (Tax-Code-Index) TO PRI-Description
    MOVE Tax-Amount TO PRI-Amount
    MOVE SPACES     TO PRI-Note
    WRITE PR-Line FROM PR-Item-Line
    IF Tax-Amount > ZERO
       MOVE 'W' TO YTD-Post-Kind
       MOVE TC-Tax-Code (Tax-Code-Index)    TO YTD-Post-Code
       MOVE TC-Description (Tax-Code-Index) TO YTD-Post-Description
       MOVE SPACE      TO YTD-Post-Timing
       MOVE Tax-Amount TO YTD-Post-Amount
       MOVE ZERO       TO YTD-Post-Hours
       PERFORM Add-To-Year-To-Date
    END-IF
    .

Search-Employee-Elections.
    IF EE-Tax-Code (Employee-Election-Index)
          = TC-Tax-Code (Tax-Code-Index)
       SET Election-Found TO TRUE
       MOVE EE-Filing-Status (Employee-Election-Index)
         TO Tax-Filing-Status
       MOVE EE-Allowances (Employee-Election-Index) TO Tax-Allowances
       MOVE EE-Extra (Employee-Election-Index)      TO Tax-Extra
    END-IF
    .

*> Whether the tax has rows for Tax-Filing-Status, and the
*> allowance value they carry.
Find-Status-Rows.
    SET Tax-Status-Not-On-Table TO TRUE
    MOVE ZERO TO Tax-Allowance-Value
    PERFORM Check-Status-Row
       VARYING Tax-Row-Index FROM 1 BY 1
       UNTIL Tax-Row-Index > Tax-Row-Count
          OR Tax-Status-On-Table
    .

Check-Status-Row.
    IF TR-Tax-Code (Tax-Row-Index) = TC-Tax-Code (Tax-Code-Index)
          AND TR-Filing-Status (Tax-Row-Index) = Tax-Filing-Status
       SET Tax-Status-On-Table TO TRUE
       MOVE TR-Allowance-Value (Tax-Row-Index) TO Tax-Allowance-Value
    END-IF
    .

*> The bracket with the highest Wage-Over the wage exceeds.
Find-Tax-Bracket.
    IF TR-Tax-Code (Tax-Row-Index) = TC-Tax-Code (Tax-Code-Index)
          AND TR-Filing-Status (Tax-Row-Index) = Tax-Filing-Status
          AND Tax-Wage > TR-Wage-Over (Tax-Row-Index)
       IF Tax-Bracket-Index = ZERO
          MOVE Tax-Row-Index TO Tax-Bracket-Index
       ELSE
          IF TR-Wage-Over (Tax-Row-Index)
                > TR-Wage-Over (Tax-Bracket-Index)
             MOVE Tax-Row-Index TO Tax-Bracket-Index
          END-IF
       END-IF
    END-IF
    .

*>-----------------------------------------------------------------
*> leave-accrual-policy.txt into the table, as Anniversary-Step-
*> Generator loads wage-step-policy.txt.
*>-----------------------------------------------------------------
Load-Leave-Policy.
    MOVE "LEAVE-ACCRUAL-POLICY.TXT" TO WS-File-ID
    OPEN INPUT Leave-Policy-File
    IF WS-File-Status = "35"
       DISPLAY 'No leave-accrual-policy.txt on file -- no leave '
               'accrued this run'
    ELSE
       PERFORM Check-File-Status
       SET Policy-EOF-Not TO TRUE
       PERFORM UNTIL Policy-EOF
          READ Leave-Policy-File
             AT END      SET Policy-EOF TO TRUE
             NOT AT END  PERFORM Store-Leave-Policy-Row
          END-READ
       END-PERFORM
       CLOSE Leave-Policy-File
       PERFORM Check-File-Status
    END-IF
    .

Store-Leave-Policy-Row.
    IF Policy-Row-Count < Max-Policy-Rows
       ADD 1 TO Policy-Row-Count
       MOVE LPY-Grade          TO PY-Grade (Policy-Row-Count)
       MOVE LPY-Years          TO PY-Years (Policy-Row-Count)
       MOVE LPY-Vacation-Hours TO PY-Accrual-Hours (Policy-Row-Count, 1)
       MOVE LPY-Vacation-Cap   TO PY-Balance-Cap (Policy-Row-Count, 1)
       MOVE LPY-Sick-Hours     TO PY-Accrual-Hours (Policy-Row-Count, 2)
       MOVE LPY-Sick-Cap       TO PY-Balance-Cap (Policy-Row-Count, 2)
    ELSE
       DISPLAY 'Leave policy row beyond table ceiling ignored: '
               LPY-Grade ' ' LPY-Years
    END-IF
    .

*>-----------------------------------------------------------------
*> The retro pay Retro-Pay-Calc has left for this payroll.  No file,
*> no retro pay; more than the table holds, and none is paid, with
*> a warning, and the file is left alone for the next run.
*>-----------------------------------------------------------------
Load-Retro-Pending.
    MOVE "RETRO-PAY-PENDING.DAT" TO WS-File-ID
    OPEN INPUT Retro-Pending-File
    IF WS-File-Status = "35"
       CONTINUE
    ELSE
       PERFORM Check-File-Status
       SET Retro-Available TO TRUE
       SET Retro-EOF-Not TO TRUE
       PERFORM UNTIL Retro-EOF
          READ Retro-Pending-File
             AT END      SET Retro-EOF TO TRUE
             NOT AT END  PERFORM Store-Retro-Entry
          END-READ
       END-PERFORM
       CLOSE Retro-Pending-File
       PERFORM Check-File-Status
    END-IF
    .

Store-Retro-Entry.
    IF Retro-Entry-Count < Max-Retro-Entries
       ADD 1 TO Retro-Entry-Count
       MOVE RP-Empl-ID     TO RPE-Empl-ID (Retro-Entry-Count)
       MOVE RP-Period-End  TO RPE-Period-End (Retro-Entry-Count)
       MOVE RP-Old-Rate    TO RPE-Old-Rate (Retro-Entry-Count)
       MOVE RP-New-Rate    TO RPE-New-Rate (Retro-Entry-Count)
       MOVE RP-Rated-Hours TO RPE-Rated-Hours (Retro-Entry-Count)
       MOVE RP-Amount      TO RPE-Amount (Retro-Entry-Count)
       MOVE RP-Calc-Date   TO RPE-Calc-Date (Retro-Entry-Count)
       SET RPE-Unpaid (Retro-Entry-Count) TO TRUE
    ELSE
       DISPLAY 'More than ' Max-Retro-Entries ' retro pay entries '
               'on Retro-Pay-Pending.Dat -- NO RETRO PAY this run'
       MOVE 'N'  TO Retro-Available-Flag
       MOVE ZERO TO Retro-Entry-Count
       SET Retro-EOF TO TRUE
    END-IF
    .

*> The entries not paid this run, kept for the next.
Rewrite-Retro-Pending.
    MOVE "RETRO-PAY-PENDING.DAT" TO WS-File-ID
    OPEN OUTPUT Retro-Pending-File
    PERFORM Check-File-Status
    PERFORM Keep-Retro-Entry
       VARYING Retro-Entry-Index FROM 1 BY 1
       UNTIL Retro-Entry-Index > Retro-Entry-Count
    CLOSE Retro-Pending-File
    PERFORM Check-File-Status
    .

Keep-Retro-Entry.
    IF RPE-Unpaid (Retro-Entry-Index)
       MOVE RPE-Empl-ID (Retro-Entry-Index)     TO RP-Empl-ID
       MOVE RPE-Period-End (Retro-Entry-Index)  TO RP-Period-End
       MOVE RPE-Old-Rate (Retro-Entry-Index)    TO RP-Old-Rate
       MOVE RPE-New-Rate (Retro-Entry-Index)    TO RP-New-Rate
       MOVE RPE-Rated-Hours (Retro-Entry-Index) TO RP-Rated-Hours
       MOVE RPE-Amount (Retro-Entry-Index)      TO RP-Amount
       MOVE RPE-Calc-Date (Retro-Entry-Index)   TO RP-Calc-Date
       WRITE Retro-Pay-Record
       PERFORM Check-File-Status
    END-IF
    .

*>-----------------------------------------------------------------
*> The approved stipend installments due by the run date.  No
*> schedule on file, no stipends; no Courses.IDX on file to check
*> the sections against, and none is paid, with a warning.  Either
*> file on hand but unreadable aborts the run rather than quietly
*> paying no stipends.  A section no longer
*> on Courses.IDX, or taught by someone else, has its stipend
*> stopped here, before a cent more is paid on it.
*>-----------------------------------------------------------------
Load-Stipend-Schedule.
    OPEN I-O Stipend-File
    IF PR-Stipend-File-Status NOT = "35"
       MOVE PR-Stipend-File-Status TO WS-File-Status
       MOVE "ADJUNCT-STIPEND.IDX" TO WS-File-ID
       PERFORM Check-File-Status
       OPEN INPUT Indexed-File
       IF PR-Course-File-Status = "35"
          DISPLAY 'Courses.IDX not on file -- NO STIPENDS PAID '
                  'this run'
          CLOSE Stipend-File
       ELSE
          MOVE PR-Course-File-Status TO WS-File-Status
          MOVE "COURSES.IDX" TO WS-File-ID
          PERFORM Check-File-Status
          SET Stipend-Available TO TRUE
       END-IF
    END-IF
    IF Stipend-Available
       COMPUTE Run-Day-Number
          = FUNCTION INTEGER-OF-DATE (Todays-Run-Date)
       SET Stipend-EOF-Not TO TRUE
       PERFORM UNTIL Stipend-EOF
          READ Stipend-File NEXT RECORD
             AT END      SET Stipend-EOF TO TRUE
             NOT AT END  PERFORM Check-Stipend-Due
          END-READ
       END-PERFORM
    END-IF
    .

*> Every pay date from the first through the run date is an
*> installment due; what is due and not yet paid is paid now.
Check-Stipend-Due.
    IF AS-Approved
          AND AS-Installments-Paid < AS-Installments
          AND AS-First-Pay-Date NOT > Todays-Run-Date
          AND AS-Interval-Days > ZERO
       COMPUTE First-Pay-Day-Number
          = FUNCTION INTEGER-OF-DATE (AS-First-Pay-Date)
       COMPUTE Stipend-Due-Through
          = (Run-Day-Number - First-Pay-Day-Number)
             / AS-Interval-Days + 1
       IF Stipend-Due-Through > AS-Installments
          MOVE AS-Installments TO Stipend-Due-Through
       END-IF
       IF Stipend-Due-Through > AS-Installments-Paid
          PERFORM Check-Stipend-Section
       END-IF
    END-IF
    .

Check-Stipend-Section.
    MOVE AS-Term      TO Course-Term
    MOVE AS-Course-ID TO Course-ID
    READ Indexed-File
       INVALID KEY
          SET AS-Section-Cancelled TO TRUE
       NOT INVALID KEY
          IF Course-Instructor-ID = AS-Instructor-ID
             MOVE SPACES TO AS-Stop-Reason
          ELSE
             SET AS-Instructor-Changed TO TRUE
          END-IF
    END-READ
    IF AS-Stop-Reason = SPACES
       PERFORM Store-Stipend-Entry
    ELSE
       SET AS-Stopped       TO TRUE
       MOVE Todays-Run-Date TO AS-Stopped-Date  AS-Last-Changed-Date
       MOVE "ADJUNCT-STIPEND.IDX" TO WS-File-ID
       REWRITE Stipend-Record
          INVALID KEY  DISPLAY 'Program error in stopping a stipend:  '
                               'Should never happen!'
                       PERFORM Check-File-Status
       END-REWRITE
       ADD 1 TO PR-Stipends-Stopped
       DISPLAY 'Stipend stopped, section ' AS-Term ' ' AS-Course-ID
               ' no longer taught by ' AS-Instructor-ID
    END-IF
    .

*> The installments due, each the stipend over the installments,
*> cut to the cent; the last takes whatever is left.
Store-Stipend-Entry.
    IF Stipend-Entry-Count < Max-Stipend-Entries
       IF AS-Stipend-Amount > AS-Paid-To-Date
          COMPUTE Stipend-Remaining = AS-Stipend-Amount - AS-Paid-To-Date
       ELSE
          MOVE ZERO TO Stipend-Remaining
       END-IF
       COMPUTE Stipend-Installment = AS-Stipend-Amount / AS-Installments
       IF Stipend-Due-Through = AS-Installments
          MOVE Stipend-Remaining TO Stipend-Installment
       ELSE
          COMPUTE Stipend-Installment = Stipend-Installment
             * (Stipend-Due-Through - AS-Installments-Paid)
          IF Stipend-Installment > Stipend-Remaining
             MOVE Stipend-Remaining TO Stipend-Installment
          END-IF
       END-IF
       ADD 1 TO Stipend-Entry-Count
       MOVE AS-Key           TO SPE-Key (Stipend-Entry-Count)
       MOVE AS-Course-ID     TO SPE-Course-ID (Stipend-Entry-Count)
       MOVE AS-Empl-ID       TO SPE-Empl-ID (Stipend-Entry-Count)
       MOVE Stipend-Due-Through
         TO SPE-Due-Through (Stipend-Entry-Count)
       MOVE AS-Installments  TO SPE-Installments (Stipend-Entry-Count)
       MOVE Stipend-Installment TO SPE-Amount (Stipend-Entry-Count)
       SET SPE-Unpaid (Stipend-Entry-Count) TO TRUE
    ELSE
       DISPLAY 'More than ' Max-Stipend-Entries ' stipends due -- '
               AS-Key ' left for the next run'
    END-IF
    .

*>-----------------------------------------------------------------
*> The withholding table is small and read whole before the first
*> sheet is priced.  With no table on file nothing is withheld,
*> and the operator is told so; a table on file but unreadable
*> aborts the run.
*>-----------------------------------------------------------------
Load-Withholding-Table.
    OPEN INPUT Withholding-Table-File
    IF PR-Table-File-Status = "35"
       DISPLAY 'Withholding-Table.IDX not on file -- NO TAX '
               'WITHHELD this run'
    ELSE
       MOVE PR-Table-File-Status TO WS-File-Status
       MOVE "WITHHOLDING-TABLE.IDX" TO WS-File-ID
       PERFORM Check-File-Status
       SET Table-EOF-Not TO TRUE
       PERFORM UNTIL Table-EOF
          READ Withholding-Table-File NEXT RECORD
             AT END      SET Table-EOF TO TRUE
             NOT AT END  PERFORM Load-One-Tax-Row
          END-READ
       END-PERFORM
       CLOSE Withholding-Table-File
    END-IF
    .

Load-One-Tax-Row.
    IF Tax-Row-Count < Max-Tax-Rows
       ADD 1 TO Tax-Row-Count
       MOVE WT-Tax-Code        TO TR-Tax-Code (Tax-Row-Count)
       MOVE WT-Filing-Status   TO TR-Filing-Status (Tax-Row-Count)
       MOVE WT-Wage-Over       TO TR-Wage-Over (Tax-Row-Count)
       MOVE WT-Base-Tax        TO TR-Base-Tax (Tax-Row-Count)
       MOVE WT-Percent         TO TR-Percent (Tax-Row-Count)
       MOVE WT-Allowance-Value TO TR-Allowance-Value (Tax-Row-Count)
       IF Tax-Code-Count = ZERO
             OR WT-Tax-Code NOT = TC-Tax-Code (Tax-Code-Count)
          IF Tax-Code-Count < Max-Tax-Codes
             ADD 1 TO Tax-Code-Count
             MOVE WT-Tax-Code    TO TC-Tax-Code (Tax-Code-Count)
             MOVE WT-Description TO TC-Description (Tax-Code-Count)
             MOVE ZERO TO TC-Employee-Count (Tax-Code-Count)
                          TC-Total-Withheld (Tax-Code-Count)
          ELSE
             DISPLAY 'More than ' Max-Tax-Codes ' tax codes on '
                     'Withholding-Table.IDX -- ' WT-Tax-Code
                     ' not withheld'
          END-IF
       END-IF
    ELSE
       DISPLAY 'More than ' Max-Tax-Rows ' withholding brackets '
               '-- ' WT-Key ' ignored'
    END-IF
    .

*>-----------------------------------------------------------------
*> The pay figures that are not deductions or taxes (those are
*> posted as they are taken) onto the employee's year-to-date
*> records for the run date's year and quarter.
*>-----------------------------------------------------------------
Post-Pay-To-Year-To-Date.
    MOVE SPACES TO YTD-Post-Code  YTD-Post-Timing
    MOVE 'G'            TO YTD-Post-Kind
    MOVE 'GROSS PAY'    TO YTD-Post-Description
    MOVE Gross-Pay      TO YTD-Post-Amount
    MOVE Hours-Paid     TO YTD-Post-Hours
    PERFORM Add-To-Year-To-Date
    PERFORM Post-Leave-Pay
       VARYING Leave-Type-Index FROM 1 BY 1
       UNTIL Leave-Type-Index > 2
    IF Retro-Pay > ZERO
       MOVE ZERO              TO YTD-Post-Hours
       MOVE 'R'               TO YTD-Post-Kind
       MOVE 'RETR'            TO YTD-Post-Code
       MOVE 'RETROACTIVE PAY' TO YTD-Post-Description
       MOVE Retro-Pay         TO YTD-Post-Amount
       PERFORM Add-To-Year-To-Date
       MOVE SPACES TO YTD-Post-Code
    END-IF
    IF Stipend-Pay > ZERO
       MOVE ZERO               TO YTD-Post-Hours
       MOVE 'S'                TO YTD-Post-Kind
       MOVE 'STIP'             TO YTD-Post-Code
       MOVE 'TEACHING STIPEND' TO YTD-Post-Description
       MOVE Stipend-Pay        TO YTD-Post-Amount
       PERFORM Add-To-Year-To-Date
       MOVE SPACES TO YTD-Post-Code
    END-IF
    IF Overtime-Hours > ZERO
       MOVE 'O'            TO YTD-Post-Kind
       MOVE 'OVERTIME PAY' TO YTD-Post-Description
       MOVE Overtime-Pay   TO YTD-Post-Amount
       MOVE Overtime-Hours TO YTD-Post-Hours
       PERFORM Add-To-Year-To-Date
    END-IF
    MOVE ZERO TO YTD-Post-Hours
    MOVE 'T'             TO YTD-Post-Kind
    MOVE 'TAXABLE WAGES' TO YTD-Post-Description
    MOVE Taxable-Pay     TO YTD-Post-Amount
    PERFORM Add-To-Year-To-Date
    MOVE 'N'             TO YTD-Post-Kind
    MOVE 'NET PAY'       TO YTD-Post-Description
    MOVE Net-Pay         TO YTD-Post-Amount
    PERFORM Add-To-Year-To-Date
    .

Post-Leave-Pay.
    IF LP-Hours (Leave-Type-Index) > ZERO
       MOVE 'L'                               TO YTD-Post-Kind
       MOVE LT-YTD-Code (Leave-Type-Index)    TO YTD-Post-Code
       MOVE LT-Description (Leave-Type-Index) TO YTD-Post-Description
       MOVE LP-Pay (Leave-Type-Index)         TO YTD-Post-Amount
       MOVE LP-Hours (Leave-Type-Index)       TO YTD-Post-Hours
       PERFORM Add-To-Year-To-Date
       MOVE SPACES TO YTD-Post-Code
    END-IF
    .

Add-To-Year-To-Date.
    MOVE Empl-ID       TO YE-Empl-ID
    MOVE RDP-Year      TO YE-Tax-Year
    MOVE YTD-Post-Kind TO YE-Kind
    MOVE YTD-Post-Code TO YE-Code
    MOVE "EMPLOYEE-YTD.IDX" TO WS-File-ID
    READ YTD-File
       INVALID KEY
          MOVE ZERO TO YE-Quarter-Amount (1)  YE-Quarter-Amount (2)
                       YE-Quarter-Amount (3)  YE-Quarter-Amount (4)
                       YE-Year-Amount  YE-Year-Hours
          PERFORM Accumulate-Year-To-Date
          WRITE YTD-Record
             INVALID KEY  DISPLAY 'Program error in year-to-date '
                                  'posting:  Should never happen!'
                          PERFORM Check-File-Status
          END-WRITE
       NOT INVALID KEY
          PERFORM Accumulate-Year-To-Date
          REWRITE YTD-Record
             INVALID KEY  DISPLAY 'Program error in year-to-date '
                                  'posting:  Should never happen!'
                          PERFORM Check-File-Status
          END-REWRITE
    END-READ
    .

Accumulate-Year-To-Date.
    MOVE YTD-Post-Description TO YE-Description
    MOVE YTD-Post-Timing      TO YE-Tax-Timing
    ADD YTD-Post-Amount TO YE-Quarter-Amount (Run-Quarter)
                           YE-Year-Amount
    ADD YTD-Post-Hours  TO YE-Year-Hours
    MOVE Todays-Run-Date TO YE-Last-Run-Date
    PERFORM Note-Stub-Item
    .

*> The figure just posted, with its new year-to-date amount, for
*> the employee's pay stub.
Note-Stub-Item.
    IF YE-Gross-Pay
       MOVE YE-Year-Hours TO Stub-YTD-Hours
    END-IF
    IF Stub-Item-Count < Max-Stub-Items
       ADD 1 TO Stub-Item-Count
       MOVE YE-Kind         TO SI-Kind (Stub-Item-Count)
       MOVE YE-Code         TO SI-Code (Stub-Item-Count)
       MOVE YE-Description  TO SI-Description (Stub-Item-Count)
       MOVE YTD-Post-Amount TO SI-Amount (Stub-Item-Count)
       MOVE YE-Year-Amount  TO SI-To-Date (Stub-Item-Count)
    ELSE
       DISPLAY 'More than ' Max-Stub-Items ' pay stub lines for '
               Empl-ID ' -- ' YE-Code ' left off the stub'
    END-IF
    .

*>-----------------------------------------------------------------
*> This run's register control totals, kept for the quarterly
*> tie-out of the year-to-date accumulators.
*>-----------------------------------------------------------------
Append-Run-Totals.
    MOVE Todays-Run-Date    TO PT-Run-Date
    ACCEPT PT-Run-Time FROM TIME
    MOVE PR-Employees-Paid  TO PT-Employees-Paid
    MOVE PR-Total-Hours     TO PT-Total-Hours
    MOVE PR-Total-Gross     TO PT-Total-Gross
    MOVE PR-Total-Overtime  TO PT-Total-Overtime
    MOVE PR-Total-Deducted  TO PT-Total-Deducted
    MOVE PR-Total-Taxes     TO PT-Total-Taxes
    MOVE PR-Total-Net       TO PT-Total-Net
    MOVE "PAYROLL-RUN-TOTALS.DAT" TO WS-File-ID
    OPEN EXTEND Run-Totals-File
    IF WS-File-Status = "35"
       OPEN OUTPUT Run-Totals-File
    END-IF
    PERFORM Check-File-Status
    WRITE Run-Totals-Record
    PERFORM Check-File-Status
    CLOSE Run-Totals-File
    PERFORM Check-File-Status
    .

Write-Timesheet-Exception.
    ADD 1 TO PR-Sheets-Rejected
    MOVE TS-Empl-ID    TO TX-Empl-ID
    MOVE TS-Period-End TO TX-Period-End
    MOVE TS-Hours      TO TX-Hours
    WRITE Timesheet-Exception-Rec
    .


Write-Register-Totals.
    MOVE SPACES TO PR-Line
    WRITE PR-Line

    MOVE 'Employees paid'               TO PRC-Label
    MOVE PR-Employees-Paid              TO PRC-Value
    WRITE PR-Line FROM PR-Count-Line

    MOVE 'Timesheets rejected'          TO PRC-Label
    MOVE PR-Sheets-Rejected             TO PRC-Value
    WRITE PR-Line FROM PR-Count-Line

    MOVE 'Deductions short'             TO PRC-Label
    MOVE PR-Deductions-Short            TO PRC-Value
    WRITE PR-Line FROM PR-Count-Line

    MOVE 'Gross pay control total'      TO PRM-Label
    MOVE PR-Total-Gross                 TO PRM-Amount
    WRITE PR-Line FROM PR-Money-Line

    MOVE 'Overtime pay control total'   TO PRM-Label
    MOVE PR-Total-Overtime              TO PRM-Amount
    WRITE PR-Line FROM PR-Money-Line

    MOVE 'Deductions control total'     TO PRM-Label
    MOVE PR-Total-Deducted              TO PRM-Amount
    WRITE PR-Line FROM PR-Money-Line

    MOVE 'Taxes withheld control total' TO PRM-Label
    MOVE PR-Total-Taxes                 TO PRM-Amount
    WRITE PR-Line FROM PR-Money-Line

    MOVE 'Net pay control total'        TO PRM-Label
    MOVE PR-Total-Net                   TO PRM-Amount
    WRITE PR-Line FROM PR-Money-Line

    MOVE 'Paid by direct deposit'       TO PRC-Label
    MOVE PR-Deposits-Count              TO PRC-Value
    WRITE PR-Line FROM PR-Count-Line

    MOVE 'Direct deposit total'         TO PRM-Label
    MOVE PR-Total-Deposited             TO PRM-Amount
    WRITE PR-Line FROM PR-Money-Line

    MOVE 'Paid by check'                TO PRC-Label
    MOVE PR-Checks-Count                TO PRC-Value
    WRITE PR-Line FROM PR-Count-Line

    MOVE 'Check total'                  TO PRM-Label
    MOVE PR-Total-Checks                TO PRM-Amount
    WRITE PR-Line FROM PR-Money-Line

    MOVE 'Prenotes sent'                TO PRC-Label
    MOVE PR-Prenotes-Sent               TO PRC-Value
    WRITE PR-Line FROM PR-Count-Line

    MOVE 'Leave pay within gross'       TO PRM-Label
    MOVE PR-Total-Leave-Pay             TO PRM-Amount
    WRITE PR-Line FROM PR-Money-Line

    MOVE 'Leave entries rejected'       TO PRC-Label
    MOVE PR-Leave-Rejected              TO PRC-Value
    WRITE PR-Line FROM PR-Count-Line

    MOVE 'Retro periods paid'           TO PRC-Label
    MOVE PR-Retro-Periods               TO PRC-Value
    WRITE PR-Line FROM PR-Count-Line

    MOVE 'Retro pay within gross'       TO PRM-Label
    MOVE PR-Total-Retro-Pay             TO PRM-Amount
    WRITE PR-Line FROM PR-Money-Line

    MOVE 'Stipend installments paid'    TO PRC-Label
    MOVE PR-Stipends-Paid               TO PRC-Value
    WRITE PR-Line FROM PR-Count-Line

    MOVE 'Stipend pay within gross'     TO PRM-Label
    MOVE PR-Total-Stipend-Pay           TO PRM-Amount
    WRITE PR-Line FROM PR-Money-Line

    MOVE 'Paid stipend only'            TO PRC-Label
    MOVE PR-Stipend-Only-Paid           TO PRC-Value
    WRITE PR-Line FROM PR-Count-Line

    MOVE 'Stipends stopped'             TO PRC-Label
    MOVE PR-Stipends-Stopped            TO PRC-Value
    WRITE PR-Line FROM PR-Count-Line

    MOVE SPACES TO PR-Line
    WRITE PR-Line
    MOVE 'DEDUCTIONS BY CODE (BENEFITS OFFICE CONTROL TOTALS)'
      TO PCH-Title
    WRITE PR-Line FROM PR-Code-Heading
    WRITE PR-Line FROM PR-Code-Column-Heading
    PERFORM Write-Deduction-Code-Total
       VARYING Deduction-Code-Index FROM 1 BY 1
       UNTIL Deduction-Code-Index > Deduction-Code-Count

    MOVE SPACES TO PR-Line
    WRITE PR-Line
    MOVE 'TAXES WITHHELD BY TAX CODE' TO PCH-Title
    WRITE PR-Line FROM PR-Code-Heading
    WRITE PR-Line FROM PR-Code-Column-Heading
    PERFORM Write-Tax-Code-Total
       VARYING Tax-Code-Index FROM 1 BY 1
       UNTIL Tax-Code-Index > Tax-Code-Count
    .

Write-Deduction-Code-Total.
    MOVE DCT-Code (Deduction-Code-Index)           TO PCT-Code
    MOVE DCT-Description (Deduction-Code-Index)    TO PCT-Description
    MOVE DCT-Employee-Count (Deduction-Code-Index) TO PCT-Count
    MOVE DCT-Total-Taken (Deduction-Code-Index)    TO PCT-Amount
    MOVE DCT-Total-Short (Deduction-Code-Index)    TO PCT-Short
    WRITE PR-Line FROM PR-Code-Total-Line
    .

Write-Tax-Code-Total.
    MOVE TC-Tax-Code (Tax-Code-Index)       TO PCT-Code
    MOVE TC-Description (Tax-Code-Index)    TO PCT-Description
    MOVE TC-Employee-Count (Tax-Code-Index) TO PCT-Count
    MOVE TC-Total-Withheld (Tax-Code-Index) TO PCT-Amount
    MOVE ZERO                               TO PCT-Short
    WRITE PR-Line FROM PR-Code-Total-Line
    .
