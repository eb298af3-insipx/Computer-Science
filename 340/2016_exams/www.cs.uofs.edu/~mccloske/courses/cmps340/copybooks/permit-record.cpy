*>-----------------------------------------------------------------
*> PERMIT-RECORD -- shared record layout for Registration-
*> Permits.IDX, the instructor-issued registration override
*> permits.  COPY this under an 01-level record name in any FD that
*> describes that file (Permits-Maintain, which issues and revokes
*> them; Courses-Interact, which honors them; and
*> Permit-Activity-Report), so the one true layout is maintained in
*> one place.
*>
*> PM-Key (student, term, section) is the RECORD KEY: a permit lets
*> one student into one section.  PM-Permit-ID is the number
*> Permits-Maintain assigns at issue (from Registration-Permit-
*> Control.Dat); it is what the audit trail records against the
*> enrollment it authorized.
*>
*> Each PM-Waive- byte is 'Y' when the permit waives that check on
*> the Add-Student-Trans: the section's capacity (the student is
*> enrolled rather than waitlisted), its prerequisites, a time
*> conflict with the student's other sections, and the class-level
*> seat holds of Seat-Reservations.IDX.  PM-Instructor-ID is the
*> issuing instructor, on Instructors.IDX.  A permit is honored
*> while PM-Active and the run date is not past PM-Expiry-Date;
*> once it admits the student it is PM-Used (PM-Used-Date set), and
*> a revoked permit stays on file as PM-Revoked for the report.
*>-----------------------------------------------------------------
   02 PM-Key.
      03 PM-Student-ID         PIC X(9).
      03 PM-Term               PIC X(5).
      03 PM-Course-ID          PIC X(9).
   02 PM-Permit-ID             PIC 9(7).
   02 PM-Waivers.
      03 PM-Waive-Capacity     PIC X.
         88 PM-Waives-Capacity    VALUE 'Y'.
      03 PM-Waive-Prereq       PIC X.
         88 PM-Waives-Prereq      VALUE 'Y'.
      03 PM-Waive-Conflict     PIC X.
         88 PM-Waives-Conflict    VALUE 'Y'.
      03 PM-Waive-Reservation  PIC X.
         88 PM-Waives-Reservation VALUE 'Y'.
   02 PM-Waiver-Table  REDEFINES PM-Waivers.
      03 PM-Waiver             PIC X  OCCURS 4 TIMES.
   02 PM-Instructor-ID         PIC X(6).
   02 PM-Issue-Date            PIC 9(8).
   02 PM-Expiry-Date           PIC 9(8).
   02 PM-Status                PIC X.
      88 PM-Active                VALUE 'A'.
      88 PM-Used                  VALUE 'U'.
      88 PM-Revoked               VALUE 'R'.
   02 PM-Used-Date             PIC 9(8).
