AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Sep. 2, 2026.
*>             modified Oct. 15, 2026 to require an
*>             Operator-Sign-On session (registrar or operations
*>             role) and authorize each change by role; the audit
*>             operator is the signed-on operator ID
*>***************************************************************
*> Program Abstract:
*>    The system's operating knobs were scattered: the control term
*>
*>    Every applied change is recorded -- who, when, field,
*>    before, after -- on the cumulative
*>    Course-Parameters-Audit.Dat.  "Who" is the operator signed
*>    on through Operator-Sign-On: the term, capacity, load-limit
*>    and waitlist changes need the registrar role (RG), the
*>    checkpoint interval the operations role (OP).
*>
*>  INPUT:
*>    Course-Parameters.Dat, Course-Term-Control.Dat, Courses.IDX,

01  Audit-Old-Value  PIC X(10).

01  Operator-Session.
    COPY "operator-session.cpy".

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Program.
    MOVE 'S'    TO OS-Request-Code
    MOVE 'COURSE-PARAMETERS-MAINTAIN' TO OS-Program-Name
    MOVE SPACES TO OS-Roles-Allowed
    MOVE 'RG'   TO OS-Role-Allowed (1)
    MOVE 'OP'   TO OS-Role-Allowed (2)
    CALL 'Operator-Sign-On' USING Operator-Session
    IF OS-Refused
       DISPLAY 'No operator signed on, no audited changes -- '
               'session abandoned.'
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE OS-Operator-ID TO Operator-ID

    PERFORM Load-Parameters
    PERFORM Load-Current-Term
               '/ W waitlist days / K checkpoint, blank = done)? '
          WITH NO ADVANCING
       ACCEPT Field-Choice
       PERFORM Authorize-Field-Choice
       EVALUATE TRUE
          WHEN Field-Choice = SPACE  SET Parameter-Session-Over TO TRUE
          WHEN OS-Refused            CONTINUE
          WHEN Field-Choice = 'T'    PERFORM Change-Control-Term
          WHEN Field-Choice = 'C'    PERFORM Change-Standard-Capacity
          WHEN Field-Choice = 'L'    PERFORM Change-Load-Limit
          WHEN Field-Choice = 'W'    PERFORM Change-Expire-Days
          WHEN Field-Choice = 'K'    PERFORM Change-Checkpoint-Interval
          WHEN OTHER  DISPLAY 'Unrecognized choice: ' Field-Choice
       END-EVALUATE
    END-PERFORM
COPY "file-status-check.cpy".


*>-----------------------------------------------------------------
*> Each change is authorized against the role it needs before it
*> is taken; a refusal is logged by Operator-Sign-On and the
*> session carries on.  Anything that is not a change passes.
*>-----------------------------------------------------------------
Authorize-Field-Choice.
    SET OS-Granted TO TRUE
    MOVE SPACES TO OS-Roles-Allowed
    EVALUATE Field-Choice
       WHEN 'T'   MOVE 'CONTROL TERM'        TO OS-Function-Name
                  MOVE 'RG'                  TO OS-Role-Allowed (1)
       WHEN 'C'   MOVE 'STANDARD CAPACITY'   TO OS-Function-Name
                  MOVE 'RG'                  TO OS-Role-Allowed (1)
       WHEN 'L'   MOVE 'LOAD LIMIT'          TO OS-Function-Name
                  MOVE 'RG'                  TO OS-Role-Allowed (1)
       WHEN 'W'   MOVE 'WAITLIST EXPIRY'     TO OS-Function-Name
                  MOVE 'RG'                  TO OS-Role-Allowed (1)
       WHEN 'K'   MOVE 'CHECKPOINT INTERVAL' TO OS-Function-Name
                  MOVE 'OP'                  TO OS-Role-Allowed (1)
    END-EVALUATE
    IF OS-Roles-Allowed NOT = SPACES
       MOVE 'A' TO OS-Request-Code
       CALL 'Operator-Sign-On' USING Operator-Session
    END-IF
    .


Load-Parameters.
    MOVE "COURSE-PARAMETERS.DAT" TO WS-File-ID
    OPEN INPUT Parameter-File
