*>-----------------------------------------------------------------
*> TERM-CALENDAR-RECORD -- shared record layout for
*> Term-Calendar.IDX, the academic calendar master.  COPY this under
*> an 01-level record name in any FD that describes that file
*> (Term-Calendar-Maintain, which builds it, and Courses-Interact,
*> which enforces its deadlines), so the one true layout is
*> maintained in one place.
*>
*> CAL-Term is the RECORD KEY, in the same five-character form as
*> Course-Term.  Every date is YYYYMMDD, and each is on or after the
*> one before it (Term-Calendar-Maintain will not file them any
*> other way):  an Add-Student dated after CAL-Last-Add-Date is
*> refused; a Drop-Student dated up to CAL-Last-Drop-Date leaves no
*> record; one dated after that but up to CAL-Last-Withdraw-Date is
*> a withdrawal, recorded as a 'W' grade; one dated after that is
*> refused.  CAL-Last-Basis-Date, the last day an enrollment's
*> grading basis (letter, pass/fail, audit) may be changed, stands
*> apart from that chain: it need only fall within the term.
*>-----------------------------------------------------------------
   02 CAL-Term               PIC X(5).
   02 CAL-Dates.
      03 CAL-Start-Date         PIC 9(8).
      03 CAL-Last-Add-Date      PIC 9(8).
      03 CAL-Last-Drop-Date     PIC 9(8).
      03 CAL-Last-Withdraw-Date PIC 9(8).
      03 CAL-End-Date           PIC 9(8).
   02 CAL-Last-Basis-Date       PIC 9(8).
