AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Aug. 22, 2026.
*>             modified Oct. 15, 2026 for the 26-byte
*>             Student-Course.IDX record (SC-Grading-Basis); an
*>             older 25-byte image restores as letter-graded
*>             modified Oct. 15, 2026 to require an
*>             Operator-Sign-On session (operations role, OP)
*>***************************************************************
*> Program Abstract:
*>    The restore half of Courses-Backup: shows the operator the
01  OB3-Record  PIC X(26).

FD  SC-Backup-G1.
01  SB1-Record  PIC X(26).
FD  SC-Backup-G2.
01  SB2-Record  PIC X(26).
FD  SC-Backup-G3.
01  SB3-Record  PIC X(26).

*> Same record Courses-Backup maintains.
FD  Backup-Control-File.
    02 RS-Overflow-Restored  PIC 9(5)  VALUE ZERO.
    02 RS-SC-Restored        PIC 9(5)  VALUE ZERO.

01  Operator-Session.
    COPY "operator-session.cpy".

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(40).

PROCEDURE DIVISION.

Main-Paragraph.
    MOVE 'S'    TO OS-Request-Code
    MOVE 'COURSES-RESTORE' TO OS-Program-Name
    MOVE SPACES TO OS-Roles-Allowed
    MOVE 'OP'   TO OS-Role-Allowed (1)
    CALL 'Operator-Sign-On' USING Operator-Session
    IF OS-Refused
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF

    PERFORM Read-Backup-Control
    PERFORM Show-Generations
    PERFORM Accept-Generation-Choice
