AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Sep. 2, 2026.
*>             modified Oct. 15, 2026 for the stream's new last
*>             step, LMS-Roster-Extract
*>             modified Oct. 15, 2026 for the stream's new last
*>             step, Enrollment-Balance-Proof
*>             modified Oct. 15, 2026 to require an
*>             Operator-Sign-On session (operations role, OP)
*>***************************************************************
*> Program Abstract:
*>    When step 8 of COURSE_BATCH_STREAM.COM dies at 2 AM, the
*> names the programs log under.  THIS TABLE MUST MATCH THE STREAM:
*> a step added to the .COM is added here, or the controller's idea
*> of "the night" is wrong.
01  Stream-Step-Count  PIC 9(2)  VALUE 16.
01  Stream-Step-Names.
    02 FILLER  PIC X(30)  VALUE 'COURSES-CREATE'.
    02 FILLER  PIC X(30)  VALUE 'COURSE-RECONCILIATION'.
    02 FILLER  PIC X(30)  VALUE 'ENROLLMENT-CONFIRMATIONS'.
    02 FILLER  PIC X(30)  VALUE 'CLASS-ROSTER-REPORT'.
    02 FILLER  PIC X(30)  VALUE 'COURSES-UNLOAD'.
    02 FILLER  PIC X(30)  VALUE 'LMS-ROSTER-EXTRACT'.
    02 FILLER  PIC X(30)  VALUE 'ENROLLMENT-BALANCE-PROOF'.
01  Stream-Step-Table REDEFINES Stream-Step-Names.
    02 Stream-Step-Name  PIC X(30)  OCCURS 16 TIMES.

*> Each step's verdict for the night, worked out from the status
*> records: 'N' never started, 'D' done clean, 'F' failed (nonzero
*> return code), 'X' died (start without end).
01  Step-Verdict-Table.
    02 Step-Verdict  PIC X  OCCURS 16 TIMES.
01  Step-Index  PIC 9(2).

01  Resume-Step-No  PIC 9(2)  VALUE ZERO.

01  Operator-Answer  PIC X  VALUE SPACE.

01  Operator-Session.
    COPY "operator-session.cpy".

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Program.
    MOVE 'S'    TO OS-Request-Code
    MOVE 'COURSE-STREAM-RESTART' TO OS-Program-Name
    MOVE SPACES TO OS-Roles-Allowed
    MOVE 'OP'   TO OS-Role-Allowed (1)
    CALL 'Operator-Sign-On' USING Operator-Session
    IF OS-Refused
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF

    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
    DISPLAY 'Analyze which run date (YYYYMMDD, blank/0 = today)? '
       WITH NO ADVANCING
