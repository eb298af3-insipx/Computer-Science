AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Sep. 2, 2026.
*>             modified Oct. 15, 2026 to require an
*>             Operator-Sign-On session (grades role, GR)
*>***************************************************************
*> Program Abstract:
*>    At term end the registrar keyed hundreds of Grade-Trans

01  Entry-Answer  PIC X(30).

01  Operator-Session.
    COPY "operator-session.cpy".

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Program.
    MOVE 'S'    TO OS-Request-Code
    MOVE 'GRADE-ENTRY' TO OS-Program-Name
    MOVE SPACES TO OS-Roles-Allowed
    MOVE 'GR'   TO OS-Role-Allowed (1)
    CALL 'Operator-Sign-On' USING Operator-Session
    IF OS-Refused
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF

    PERFORM Check-Run-Lock
    PERFORM Check-Source-Slot-Pending
    PERFORM Read-Current-Term
