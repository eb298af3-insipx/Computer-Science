*>-----------------------------------------------------------------
*> INSTRUCTOR-PAYROLL-RECORD -- shared record layout for
*> Instructor-Payroll.IDX, the link from an instructor to the
*> employee payroll pays.  COPY this under an 01-level record name
*> in any FD that describes that file (Instructors-Maintain, which
*> keeps it, and Adjunct-Stipend-Run, which pays by it), so the one
*> true layout is maintained in one place.  23 bytes, so a
*> before/after image fits the instructor audit trail's image
*> slots.
*>
*> IP-Instructor-ID is the RECORD KEY, the Instructor-Master-ID of
*> the instructor on Instructors.IDX; IP-Empl-ID is their Empl-ID on
*> Employees.IDX.  IP-Rank is the rank the stipend rate table is
*> keyed by (AD adjunct, SA senior adjunct, LE lecturer, VI
*> visiting, and so on -- whatever ranks the table carries).
*> IP-Appointment says how the instructor is paid for teaching:
*>
*>   'A'  adjunct -- a stipend per section taught, figured each term
*>        by Adjunct-Stipend-Run;
*>   'F'  full-time -- teaching is part of the salary; no stipend.
*>-----------------------------------------------------------------
   02 IP-Instructor-ID         PIC X(6).
   02 IP-Empl-ID               PIC X(6).
   02 IP-Rank                  PIC X(2).
   02 IP-Appointment           PIC X.
      88 IP-Adjunct               VALUE 'A'.
      88 IP-Full-Time             VALUE 'F'.
      88 IP-Known-Appointment     VALUES 'A' 'F'.
   02 IP-Last-Changed-Date     PIC 9(8).
