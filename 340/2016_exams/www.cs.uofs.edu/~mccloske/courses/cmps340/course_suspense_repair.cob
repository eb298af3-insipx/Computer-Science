*>             here like any other field -- exactly how a 'TW'
*>             time-ticket suspension is resubmitted once the
*>             window arrives)
*>             modified Oct. 15, 2026 to require an
*>             Operator-Sign-On session (registrar role, RG)
*>***************************************************************
*> Program Abstract:
*>    Rejected transactions now wait in the cumulative
01  Resubmit-Hash-Total   PIC 9(9)  VALUE ZERO.
01  Hash-Byte-Index       PIC 9(2)  VALUE ZERO.

01  Operator-Session.
    COPY "operator-session.cpy".

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Program.
    MOVE 'S'    TO OS-Request-Code
    MOVE 'COURSE-SUSPENSE-REPAIR' TO OS-Program-Name
    MOVE SPACES TO OS-Roles-Allowed
    MOVE 'RG'   TO OS-Role-Allowed (1)
    CALL 'Operator-Sign-On' USING Operator-Session
    IF OS-Refused
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF

    PERFORM Check-Resubmit-Pending
    PERFORM Acquire-Run-Lock
    PERFORM Load-Suspense-Table
