AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Sep. 2, 2026.
*>             modified Oct. 15, 2026 to take the approver ID from an
*>             Operator-Sign-On session (payroll supervisor role)
*>***************************************************************
*> Program Abstract:
*>    Anyone who could write wage-change.txt could change any wage
*>    this program -- conversational, in the style of
*>    Course-Suspense-Repair -- is where a supervisor works them:
*>    each proposal is approved or rejected under the supervisor's
*>    ID and today's date.  The ID is the one the supervisor signed
*>    on with through Operator-Sign-On, which admits only holders of
*>    the payroll supervisor role (PS) -- not whatever was typed.
*>    On exit the proposed file is rewritten with the updated
*>    statuses (decided proposals stay on file as
*>    the tracking record), and ONLY the newly approved changes are
*>    appended to wage-change.txt, the input Pending-Wage-Release
*>    and REWRITE-Example consume -- each carrying the approver's
01  Proposal-Index   PIC 9(4).
01  Chosen-Item-No   PIC 9(4)  VALUE ZERO.

01  Operator-Session.
    COPY "operator-session.cpy".

01  Approver-ID      PIC X(6)  VALUE SPACES.
01  Decision-Answer  PIC X     VALUE SPACE.

Main-Program.
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD

    MOVE 'S'              TO OS-Request-Code
    MOVE 'WAGE-APPROVAL'  TO OS-Program-Name
    MOVE SPACES           TO OS-Roles-Allowed
    MOVE 'PS'             TO OS-Role-Allowed (1)
    CALL 'Operator-Sign-On' USING Operator-Session
    IF OS-Refused
       DISPLAY 'No approver signed on, no decisions -- session '
               'abandoned.'
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE OS-Operator-ID TO Approver-ID

    PERFORM Load-Proposal-Table
    IF Proposed-Table-Overflowed
