AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Aug. 22, 2026.
*>             modified Oct. 15, 2026 to require an
*>             Operator-Sign-On session (operations role, OP)
*>***************************************************************
*> Program Abstract:
*>    The operator's tool for a stale run lock.  A job killed
*> the lock behind.
01  Saved-Lock-Record  PIC X(47).

01  Operator-Session.
    COPY "operator-session.cpy".

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Paragraph.
    MOVE 'S'    TO OS-Request-Code
    MOVE 'COURSE-LOCK-CLEAR' TO OS-Program-Name
    MOVE SPACES TO OS-Roles-Allowed
    MOVE 'OP'   TO OS-Role-Allowed (1)
    CALL 'Operator-Sign-On' USING Operator-Session
    IF OS-Refused
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF

    MOVE "COURSE-RUN-LOCK.DAT" TO WS-File-ID
    OPEN INPUT Run-Lock-File
    IF WS-File-Status = "35"
