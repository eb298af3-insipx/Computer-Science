*>-----------------------------------------------------------------
*> ADJUNCT-STIPEND-RECORD -- shared record layout for
*> Adjunct-Stipend.IDX, the teaching stipend owed each adjunct for
*> each section and how much of it has been paid.  COPY this under
*> an 01-level record name in any FD that describes that file
*> (Adjunct-Stipend-Run, which figures and approves it, and
*> Payroll-Register, which pays it), so the one true layout is
*> maintained in one place.
*>
*> AS-Key is the RECORD KEY: the term and section as on Courses.IDX
*> and the instructor assigned, so a section that changes hands
*> mid-term keeps the first instructor's record apart.
*>
*> AS-Stipend-Amount is paid in AS-Installments equal payments
*> (the last takes the odd cents), one on each pay-period date
*> from AS-First-Pay-Date, AS-Interval-Days apart -- the term's
*> pay periods on the job calendar.  A payroll run pays every
*> installment whose date has come and not yet been paid, so a
*> late approval catches up.  AS-Status:
*>
*>   'P'  pending -- figured, printed on the department approval
*>        register, not yet approved; nothing is paid;
*>   'A'  approved by the department (AS-Approved-By on
*>        AS-Approved-Date); paid as the dates come;
*>   'C'  stopped on AS-Stopped-Date -- what is paid stays paid,
*>        nothing more is: AS-Stop-Reason 'SC' the section was
*>        cancelled, 'IC' another instructor took it over, 'NA' the
*>        instructor is no longer linked as an adjunct.
*>-----------------------------------------------------------------
   02 AS-Key.
      03 AS-Term               PIC X(5).
      03 AS-Course-ID          PIC X(9).
      03 AS-Instructor-ID      PIC X(6).
   02 AS-Empl-ID               PIC X(6).
   02 AS-Rank                  PIC X(2).
   02 AS-Credit-Hours          PIC 9(2).
   02 AS-Stipend-Amount        PIC 9(5)V99.
   02 AS-Installments          PIC 9(2).
   02 AS-First-Pay-Date        PIC 9(8).
   02 AS-Interval-Days         PIC 9(3).
   02 AS-Installments-Paid     PIC 9(2).
   02 AS-Paid-To-Date          PIC 9(5)V99.
   02 AS-Last-Paid-Date        PIC 9(8).
   02 AS-Status                PIC X.
      88 AS-Pending               VALUE 'P'.
      88 AS-Approved              VALUE 'A'.
      88 AS-Stopped               VALUE 'C'.
   02 AS-Approved-By           PIC X(6).
   02 AS-Approved-Date         PIC 9(8).
   02 AS-Stopped-Date          PIC 9(8).
   02 AS-Stop-Reason           PIC X(2).
      88 AS-Section-Cancelled     VALUE 'SC'.
      88 AS-Instructor-Changed    VALUE 'IC'.
      88 AS-No-Longer-Adjunct     VALUE 'NA'.
   02 AS-Last-Changed-Date     PIC 9(8).
