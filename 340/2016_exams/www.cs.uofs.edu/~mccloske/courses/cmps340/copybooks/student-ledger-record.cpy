*>-----------------------------------------------------------------
*> STUDENT-LEDGER-RECORD -- shared record layout for
*> Student-Ledger.IDX, the per-student account ledger.  COPY this
*> under an 01-level record name in any FD that describes that file
*> (Student-Ledger-Post, which posts it; Student-Statements,
*> Bursar-Hold-Aging and Nonpayment-Drop-Run, which read it), so
*> the one true layout is maintained in one place.
*>
*> LE-Key is the RECORD KEY: Student-Master-ID first, so one
*> student's account is one START/READ NEXT prefix scan, in entry
*> date order.  A charge or refund carries the billed term and
*> course as its reference (from Bursar-Billing-Sent.Dat); a
*> payment carries the cashier's receipt number.  LE-Occurrence
*> tells apart two otherwise identical entries -- an add, drop and
*> re-add of one section on one day bills the section twice.
*>
*> LE-Amount is always positive; LE-Entry-Type says which way it
*> moves the balance (a charge raises it, a refund or payment
*> lowers it).  LE-Due-Date is set on charges only: a charge not
*> yet due does not count toward the past-due balance.
*>-----------------------------------------------------------------
   02 LE-Key.
      03 LE-Student-ID      PIC X(9).
      03 LE-Entry-Date      PIC 9(8).
      03 LE-Entry-Type      PIC X.
         88 LE-Charge          VALUE 'C'.
         88 LE-Refund          VALUE 'R'.
         88 LE-Payment         VALUE 'P'.
      03 LE-Reference       PIC X(14).
      03 LE-Billing-Reference REDEFINES LE-Reference.
         04 LE-Term            PIC X(5).
         04 LE-Course-ID       PIC X(9).
      03 LE-Payment-Reference REDEFINES LE-Reference.
         04 LE-Receipt-No      PIC X(10).
         04 FILLER             PIC X(4).
      03 LE-Occurrence      PIC 9(2).
   02 LE-Amount             PIC 9(5)V99.
   02 LE-Due-Date           PIC 9(8).
   02 LE-Date-Posted        PIC 9(8).
