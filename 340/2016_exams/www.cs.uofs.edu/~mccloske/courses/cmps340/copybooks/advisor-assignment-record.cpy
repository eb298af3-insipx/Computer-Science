*>-----------------------------------------------------------------
*> ADVISOR-ASSIGNMENT-RECORD -- shared record layout for
*> Advisor-Assignments.IDX, which faculty member advises which
*> student.  COPY this under an 01-level record name in any FD that
*> describes that file (Advisors-Maintain, which builds it;
*> Advisee-List-Report, Advising-Hold-Placement, and
*> Advising-Sign-Off-Entry, which read it), so the one true layout
*> is maintained in one place.
*>
*> AA-Student-ID is the RECORD KEY: a student has one advisor.
*> AA-Advisor-ID, an Instructor-Master-ID on Instructors.IDX, is an
*> ALTERNATE RECORD KEY WITH DUPLICATES, so one advisor's advisees
*> are one START/READ NEXT on it.  AA-Sign-Off-Term and
*> AA-Sign-Off-Date record the advisor's latest registration
*> sign-off (spaces/zero until the first), the one that released
*> the student's 'AD' hold on Student-Holds.IDX.
*>-----------------------------------------------------------------
   02 AA-Student-ID            PIC X(9).
   02 AA-Advisor-ID            PIC X(6).
   02 AA-Date-Assigned         PIC 9(8).
   02 AA-Sign-Off-Term         PIC X(5).
   02 AA-Sign-Off-Date         PIC 9(8).
