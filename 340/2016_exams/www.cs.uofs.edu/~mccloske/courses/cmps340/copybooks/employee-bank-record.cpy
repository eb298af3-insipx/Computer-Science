*>-----------------------------------------------------------------
*> EMPLOYEE-BANK-RECORD -- shared record layout for
*> Employee-Bank.IDX, each employee's direct-deposit account.
*> COPY this under an 01-level record name in any FD that describes
*> that file (Employees-Maintain, which keeps it, and
*> Payroll-Register, which pays to it), so the one true layout is
*> maintained in one place.  50 bytes, so a before/after image fits
*> the employee audit trail's image slots.
*>
*> EB-Empl-ID is the RECORD KEY.  EB-Account-Status is the prenote
*> cycle every new or changed account goes through before money is
*> sent to it:
*>
*>   'P'  prenote due -- the account was just set; the next payroll
*>        sends the bank a zero-dollar prenote entry and pays by
*>        check;
*>   'S'  prenote sent on EB-Prenote-Date -- still paid by check
*>        until the account is verified;
*>   'V'  verified -- the bank returned nothing against the
*>        prenote, and Employees-Maintain's 'V' transaction said so;
*>        net pay is deposited.
*>-----------------------------------------------------------------
   02 EB-Empl-ID             PIC X(6).
   02 EB-Routing-Number      PIC X(9).
   02 EB-Routing-Digits  REDEFINES EB-Routing-Number.
      03 EB-Routing-Digit    PIC 9  OCCURS 9 TIMES.
   02 EB-Account-Number      PIC X(17).
   02 EB-Account-Type        PIC X.
      88 EB-Checking            VALUE 'C'.
      88 EB-Savings             VALUE 'S'.
   02 EB-Account-Status      PIC X.
      88 EB-Prenote-Due         VALUE 'P'.
      88 EB-Prenote-Sent        VALUE 'S'.
      88 EB-Verified            VALUE 'V'.
   02 EB-Prenote-Date        PIC 9(8).
   02 EB-Last-Changed-Date   PIC 9(8).
