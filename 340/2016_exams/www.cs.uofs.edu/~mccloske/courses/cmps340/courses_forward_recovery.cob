*>             since every entry touches only its own course; the
*>             cutoff test applies per entry rather than stopping
*>             the whole pass at the first late one
*>             modified Oct. 15, 2026 to replay Courses-Interact's
*>             'W' (withdrawal) entries like a drop -- the course
*>             record is unchanged by one, so its after-image goes
*>             back as a harmless rewrite
*>             modified Oct. 15, 2026 to replay the 'B' (grading-basis
*>             change) entries the same way -- they too leave the
*>             course record as it stood
*>             modified Oct. 15, 2026 to require an
*>             Operator-Sign-On session (operations role, OP)
*>***************************************************************
*> Program Abstract:
*>    When Courses.IDX is corrupted mid-week (a killed job has left
*>    what was replayed and what was skipped.
*>
*>    Replay rules, per Audit-Trans-Type:  'A' WRITEs the after-
*>    image; 'C', 'S', 'R', and 'W' REWRITE it over the current record
*>    (WRITEing it instead if the course is somehow absent); 'D'
*>    DELETEs the course.  The indexed archive reads back in
*>    course-major key order -- timestamp order only WITHIN each
    02 FRT-Label  PIC X(34).
    02 FRT-Count   PIC ZZ,ZZ9.

01  Operator-Session.
    COPY "operator-session.cpy".

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Paragraph.
    MOVE 'S'    TO OS-Request-Code
    MOVE 'COURSES-FORWARD-RECOVERY' TO OS-Program-Name
    MOVE SPACES TO OS-Roles-Allowed
    MOVE 'OP'   TO OS-Role-Allowed (1)
    CALL 'Operator-Sign-On' USING Operator-Session
    IF OS-Refused
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF

    DISPLAY 'Recover through date (YYYYMMDD): ' WITH NO ADVANCING
    ACCEPT FR-Cutoff-Date
    DISPLAY 'Recover through time (HHMMSSss, 0 = end of day): '
                 PERFORM Replay-After-Image
       WHEN 'R'  ADD 1 TO FR-Drops-Replayed
                 PERFORM Replay-After-Image
       WHEN 'W'  ADD 1 TO FR-Drops-Replayed
                 PERFORM Replay-After-Image
       WHEN 'I'  ADD 1 TO FR-Changes-Replayed
                 PERFORM Replay-After-Image
       WHEN 'B'  ADD 1 TO FR-Changes-Replayed
                 PERFORM Replay-After-Image
       WHEN 'D'  ADD 1 TO FR-Deletes-Replayed
                 PERFORM Replay-Delete
       WHEN 'X'  ADD 1 TO FR-Deletes-Replayed
