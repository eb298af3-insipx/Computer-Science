*>-----------------------------------------------------------------
*> WITHHOLDING-TABLE-RECORD -- shared record layout for
*> Withholding-Table.IDX, the tax withholding table.  COPY this
*> under an 01-level record name in any FD that describes that file
*> (Withholding-Table-Maintain, which builds it, Deductions-
*> Maintain, which checks withholding elections against it, and
*> Payroll-Register, which withholds from it).
*>
*> WT-Key is the RECORD KEY: a four-character tax code (FIT federal
*> income tax, SIT state, FICA, MEDI -- every tax code on file is
*> withheld from every employee), the filing status the bracket is
*> for ('S' single, 'M' married, 'H' head of household, or '*' for
*> a tax that does not depend on it), and a bracket number.
*>
*> The figures are per pay period, the way the published
*> percentage-method tables are.  The wage withheld on is the
*> period's taxable pay (gross less before-tax deductions) less
*> WT-Allowance-Value for each allowance the employee claims; the
*> bracket used is the one with the highest WT-Wage-Over the wage
*> exceeds, and the tax is WT-Base-Tax plus WT-Percent of the
*> excess.  Carry the same WT-Allowance-Value on every bracket of a
*> tax code and status.  A flat tax is one bracket over zero.
*>-----------------------------------------------------------------
   02 WT-Key.
      03 WT-Tax-Code             PIC X(4).
      03 WT-Filing-Status        PIC X.
         88 WT-Any-Filing-Status    VALUE '*'.
      03 WT-Bracket-Seq          PIC 9(2).
   02 WT-Description             PIC X(20).
   02 WT-Wage-Over               PIC 9(5)V99.
   02 WT-Base-Tax                PIC 9(5)V99.
   02 WT-Percent                 PIC 9(2)V999.
   02 WT-Allowance-Value         PIC 9(4)V99.
   02 WT-Last-Changed-Date       PIC 9(8).
