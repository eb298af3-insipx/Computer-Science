*>-----------------------------------------------------------------
*> EMPLOYEE-YTD-RECORD -- shared record layout for Employee-YTD.IDX,
*> the year-to-date earnings accumulators.  COPY this under an
*> 01-level record name in any FD that describes that file
*> (Payroll-Register, which posts it every pay period;
*> Payroll-Quarter-Report, Wage-Tax-Statements, and
*> Payroll-Year-End-Close, which read it back), so the one true
*> layout is maintained in one place.
*>
*> YE-Key is the RECORD KEY: the employee's Empl-ID, the tax year
*> (the year of the payroll run that paid it -- wages are reported
*> in the year they are paid), what the figure is, and a code:
*>
*>   'G'  gross pay (code blank), with the hours paid;
*>   'O'  the overtime pay within gross -- the hours past the
*>        ceiling at the overtime rate (code blank), with
*>        the overtime hours;
*>   'L'  the leave pay within gross, one per leave type (code
*>        'VAC ' or 'SICK'), with the leave hours paid;
*>   'R'  the retroactive pay within gross, for periods already
*>        paid below a back-dated wage change (code 'RETR');
*>   'S'  the adjunct teaching stipends within gross (code 'STIP');
*>   'T'  taxable wages -- gross less the before-tax deductions
*>        (code blank);
*>   'D'  one deduction code as on Employee-Deductions.IDX, with
*>        its YE-Tax-Timing;
*>   'W'  one tax code as on Withholding-Table.IDX, withheld;
*>   'N'  net pay (code blank).
*>
*> So one employee's year is one START/READ NEXT prefix scan, and
*> a new deduction or tax code needs no change to the layout.
*> YE-Quarter-Amount holds the calendar quarters of the run dates;
*> YE-Year-Amount is always their sum.  Keying on the year means a
*> January payroll posts to the new year even before the old one is
*> closed: Payroll-Year-End-Close archives and removes a closed
*> year's records, which is the reset.
*>-----------------------------------------------------------------
   02 YE-Key.
      03 YE-Empl-ID              PIC X(6).
      03 YE-Tax-Year             PIC 9(4).
      03 YE-Kind                 PIC X.
         88 YE-Gross-Pay            VALUE 'G'.
         88 YE-Overtime-Pay         VALUE 'O'.
         88 YE-Leave-Pay            VALUE 'L'.
         88 YE-Retro-Pay            VALUE 'R'.
         88 YE-Stipend-Pay          VALUE 'S'.
         88 YE-Taxable-Wages        VALUE 'T'.
         88 YE-Deduction            VALUE 'D'.
         88 YE-Withholding          VALUE 'W'.
         88 YE-Net-Pay              VALUE 'N'.
      03 YE-Code                 PIC X(4).
   02 YE-Description             PIC X(20).
   02 YE-Tax-Timing              PIC X.
      88 YE-Before-Tax              VALUE 'B'.
   02 YE-Quarter-Amount          PIC 9(7)V99  OCCURS 4 TIMES.
   02 YE-Year-Amount             PIC 9(7)V99.
   02 YE-Year-Hours              PIC 9(5)V99.
   02 YE-Last-Run-Date           PIC 9(8).
