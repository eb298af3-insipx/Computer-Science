*>-----------------------------------------------------------------
*> WAGE-TAX-STATEMENT-RECORD -- shared record layout for
*> Wage-Tax-Statements.Dat, the fixed-format annual wage and tax
*> statement file Wage-Tax-Statements writes at year end (and
*> Payroll-Year-End-Close checks before it will close a year).
*> 500 bytes, every amount unsigned with two implied decimals:
*>
*>   'E'  one employer record first: the employer's identification
*>        number, name, and address;
*>   'W'  one per employee paid in the year: wages (taxable, gross,
*>        overtime, net), each tax withheld by code, and each
*>        deduction by code and timing ('B' before tax, 'A' after);
*>   'T'  one total record last: the employee count and the sums
*>        of the 'W' records, for the receiving office's proof.
*>-----------------------------------------------------------------
   02 YS-Record-Type             PIC X.
      88 YS-Employer-Record         VALUE 'E'.
      88 YS-Employee-Record         VALUE 'W'.
      88 YS-Total-Record            VALUE 'T'.
   02 YS-Tax-Year                PIC 9(4).
   02 YS-Record-Body             PIC X(495).
   02 YS-Employer-Body  REDEFINES YS-Record-Body.
      03 YS-Employer-ID             PIC X(9).
      03 YS-Employer-Name           PIC X(40).
      03 YS-Employer-Address        PIC X(40).
      03 YS-Employer-City-State-Zip PIC X(40).
      03 FILLER                     PIC X(366).
   02 YS-Employee-Body  REDEFINES YS-Record-Body.
      03 YS-Empl-ID                 PIC X(6).
      03 YS-Last-Name               PIC X(14).
      03 YS-First-Name              PIC X(10).
      03 YS-Taxable-Wages           PIC 9(9)V99.
      03 YS-Gross-Pay               PIC 9(9)V99.
      03 YS-Overtime-Pay            PIC 9(9)V99.
      03 YS-Net-Pay                 PIC 9(9)V99.
      03 YS-Withholding  OCCURS 10 TIMES.
         04 YS-Tax-Code             PIC X(4).
         04 YS-Tax-Withheld         PIC 9(9)V99.
      03 YS-Deduction  OCCURS 12 TIMES.
         04 YS-Deduction-Code       PIC X(4).
         04 YS-Deduction-Timing     PIC X.
         04 YS-Deduction-Amount     PIC 9(9)V99.
      03 FILLER                     PIC X(79).
   02 YS-Total-Body  REDEFINES YS-Record-Body.
      03 YS-Employee-Count          PIC 9(6).
      03 YS-Total-Taxable-Wages     PIC 9(11)V99.
      03 YS-Total-Gross-Pay         PIC 9(11)V99.
      03 YS-Total-Withheld          PIC 9(11)V99.
      03 YS-Total-Deductions        PIC 9(11)V99.
      03 YS-Total-Net-Pay           PIC 9(11)V99.
      03 FILLER                     PIC X(424).
