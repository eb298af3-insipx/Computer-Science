*>-----------------------------------------------------------------
*> ENROLLMENT-STATUS-RECORD -- shared record layout for
*> Enrollment-Status.IDX, each student's enrollment status for a
*> term as last computed and reported to the verification
*> clearinghouse.  COPY this under an 01-level record name in any FD
*> that describes that file (Enrollment-Verification-Extract, which
*> keeps it; Enrollment-Verification-Letter, which shows the last
*> status reported), so the one true layout is maintained in one
*> place.
*>
*> EV-Key is the RECORD KEY: the student, then the term.  The
*> status is worked out from the student's credit hours for the
*> term against the registrar's thresholds for the student's class
*> level (Enrollment-Thresholds.Dat): full-time at or above the
*> full-time hours, half-time at or above the half-time hours, less
*> than half-time below that; withdrawn when every enrollment that
*> term is a 'W'; not enrolled with none at all.  EV-Status-Date is
*> the day the status last moved -- what the change-only feed keys
*> on -- and EV-Date-Reported the day it last went to the
*> clearinghouse.
*>-----------------------------------------------------------------
   02 EV-Key.
      03 EV-Student-ID      PIC X(9).
      03 EV-Term            PIC X(5).
   02 EV-Status             PIC X.
      88 EV-Full-Time          VALUE 'F'.
      88 EV-Half-Time          VALUE 'H'.
      88 EV-Less-Than-Half     VALUE 'L'.
      88 EV-Withdrawn          VALUE 'W'.
      88 EV-Not-Enrolled       VALUE 'N'.
   02 EV-Credit-Hours       PIC 9(3).
   02 EV-Status-Date        PIC 9(8).
   02 EV-Date-Reported      PIC 9(8).
