IDENTIFICATION DIVISION.
PROGRAM-ID.  Operators-Maintain.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>***************************************************************
*> Program Abstract:
*>    Maintains Operators.IDX, the operator master the interactive
*>    programs sign on against (see Operator-Sign-On).  It is
*>    conversational, in the style of Course-Parameters-Maintain,
*>    rather than a batch of transactions, so that a password is
*>    only ever keyed at the console and never sits in a file.  The
*>    session itself requires an operator holding the operations
*>    role (OP):
*>
*>      A  add an operator: name, up to four roles (RG registrar,
*>         GR grades, PS payroll supervisor, OP operations) and an
*>         initial password;
*>      C  change an operator's name or roles (blank = no change);
*>      P  set a new password (also clears the failure count);
*>      U  unlock a locked account;
*>      I  inactivate an operator (the record stays, for the log);
*>      R  reactivate an inactive operator.
*>
*>    On the very first run Operators.IDX does not exist; it is
*>    created empty and the session runs without a sign-on, but the
*>    only thing it will do is add the first operator, who must hold
*>    the OP role.  Every change is written to the access log as an
*>    'M' event under the signed-on operator's ID.
*>
*>  INPUT:
*>    Operators.IDX, and changes keyed at the console.
*>
*>  OUTPUT:
*>    Operators.IDX created/updated; Operator-Access-Log.Dat
*>    appended; session counts DISPLAYed.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Operator-Master-File  ASSIGN TO "Operators.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS OP-Operator-ID
       FILE STATUS IS WS-File-Status.

DATA DIVISION.

FILE SECTION.

FD  Operator-Master-File.
01  Operator-Master-Record.
    COPY "operator-record.cpy".

WORKING-STORAGE SECTION.

01  Operator-Session.
    COPY "operator-session.cpy".

01  FILLER   PIC X   VALUE 'F'.
    88 Maintain-Session-Over  VALUE 'T'.

01  Bootstrap-Flag  PIC X  VALUE 'N'.
    88 Bootstrap-Session  VALUE 'Y'.

*> The signed-on operator, kept aside: the session block is reused
*> for the hash and log requests, which name the operator changed.
01  Session-Operator-ID  PIC X(6)  VALUE SPACES.

01  Function-Choice   PIC X.
01  Entered-Operator-ID  PIC X(6).
01  Entered-Name      PIC X(30).
01  Entered-Roles.
    02 Entered-Role   PIC X(2)  OCCURS 4 TIMES.
01  Entered-Password  PIC X(20).
01  Confirm-Password  PIC X(20).

01  Role-Index   PIC 9.
01  Roles-Valid-Flag  PIC X.
    88 Roles-Valid      VALUE 'Y'.
    88 Roles-Not-Valid  VALUE 'N'.
01  OP-Role-Flag  PIC X.
    88 Holds-OP-Role      VALUE 'Y'.
    88 Lacks-OP-Role      VALUE 'N'.

01  Minimum-Password-Length  PIC 9(2)  VALUE 8.
01  Password-Length          PIC 9(2)  VALUE ZERO.

01  Maintain-Totals.
    02 OM-Changes-Applied  PIC 9(4)  VALUE ZERO.
    02 OM-Changes-Refused  PIC 9(4)  VALUE ZERO.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Program.
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
    MOVE 'OPERATORS-MAINTAIN' TO OS-Program-Name
    MOVE "OPERATORS.IDX" TO WS-File-ID
    OPEN I-O Operator-Master-File
    IF WS-File-Status = "35"
       OPEN OUTPUT Operator-Master-File
       PERFORM Check-File-Status
       CLOSE Operator-Master-File
       PERFORM Check-File-Status
       OPEN I-O Operator-Master-File
       PERFORM Check-File-Status
       SET Bootstrap-Session TO TRUE
       MOVE 'SETUP ' TO Session-Operator-ID
       DISPLAY 'Operators.IDX created.  Add the first operator '
               '(must hold the OP role).'
    ELSE
       PERFORM Check-File-Status
       CLOSE Operator-Master-File
       PERFORM Check-File-Status
       PERFORM Sign-On-Session
       OPEN I-O Operator-Master-File
       PERFORM Check-File-Status
    END-IF

    IF Bootstrap-Session
       MOVE 'A' TO Function-Choice
       PERFORM Add-Operator
    ELSE
       PERFORM UNTIL Maintain-Session-Over
          DISPLAY ' '
          DISPLAY 'Function (A add / C change / P password / '
                  'U unlock / I inactivate / R reactivate, '
                  'blank = done)? ' WITH NO ADVANCING
          ACCEPT Function-Choice
          EVALUATE Function-Choice
             WHEN SPACE  SET Maintain-Session-Over TO TRUE
             WHEN 'A'    PERFORM Add-Operator
             WHEN 'C'    PERFORM Change-Operator
             WHEN 'P'    PERFORM Reset-Operator-Password
             WHEN 'U'    PERFORM Unlock-Operator
             WHEN 'I'    PERFORM Inactivate-Operator
             WHEN 'R'    PERFORM Reactivate-Operator
             WHEN OTHER  DISPLAY 'Unrecognized function: '
                                 Function-Choice
          END-EVALUATE
       END-PERFORM
    END-IF

    MOVE "OPERATORS.IDX" TO WS-File-ID
    CLOSE Operator-Master-File
    PERFORM Check-File-Status
    DISPLAY 'Operator maintenance complete: ' OM-Changes-Applied
            ' applied, ' OM-Changes-Refused ' refused'
    STOP RUN
    .

COPY "file-status-check.cpy".

*>-----------------------------------------------------------------
*> Operations role only; anyone else is refused (and logged) by
*> Operator-Sign-On itself.
*>-----------------------------------------------------------------
Sign-On-Session.
    MOVE 'S'      TO OS-Request-Code
    MOVE SPACES   TO OS-Roles-Allowed
    MOVE 'OP'     TO OS-Role-Allowed (1)
    CALL 'Operator-Sign-On' USING Operator-Session
    IF OS-Refused
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE OS-Operator-ID TO Session-Operator-ID
    .


Prompt-For-Operator-ID.
    DISPLAY 'Operator ID: ' WITH NO ADVANCING
    ACCEPT Entered-Operator-ID
    MOVE Entered-Operator-ID TO OP-Operator-ID
    .

*>-----------------------------------------------------------------
*> Role codes must each be blank or one of the four; at least one
*> must be given.  The first operator ever added must hold OP, or
*> nobody could maintain the master afterward.
*>-----------------------------------------------------------------
Prompt-For-Roles.
    MOVE SPACES TO Entered-Roles
    PERFORM Prompt-For-One-Role
       VARYING Role-Index FROM 1 BY 1
       UNTIL Role-Index > 4
    SET Roles-Valid TO TRUE
    SET Lacks-OP-Role TO TRUE
    PERFORM Check-One-Role
       VARYING Role-Index FROM 1 BY 1
       UNTIL Role-Index > 4
    .

Prompt-For-One-Role.
    DISPLAY 'Role ' Role-Index ' (RG/GR/PS/OP, blank = none): '
       WITH NO ADVANCING
    ACCEPT Entered-Role (Role-Index)
    .

Check-One-Role.
    EVALUATE Entered-Role (Role-Index)
       WHEN SPACES
       WHEN 'RG'
       WHEN 'GR'
       WHEN 'PS'
          CONTINUE
       WHEN 'OP'
          SET Holds-OP-Role TO TRUE
       WHEN OTHER
          DISPLAY 'Not a role code: ' Entered-Role (Role-Index)
          SET Roles-Not-Valid TO TRUE
    END-EVALUATE
    .

*>-----------------------------------------------------------------
*> Keyed twice; at least Minimum-Password-Length characters.  The
*> hash replaces the typed value at once.
*>-----------------------------------------------------------------
Prompt-For-Password.
    DISPLAY 'New password: ' WITH NO ADVANCING
    ACCEPT Entered-Password
    DISPLAY 'Key it again: ' WITH NO ADVANCING
    ACCEPT Confirm-Password
    MOVE ZERO TO Password-Length
    INSPECT Entered-Password TALLYING Password-Length
       FOR CHARACTERS BEFORE INITIAL SPACE
    IF Entered-Password NOT = Confirm-Password
       DISPLAY 'The two entries differ.'
       MOVE ZERO TO OS-Password-Hash
    ELSE
       IF Password-Length < Minimum-Password-Length
          DISPLAY 'A password needs at least '
                  Minimum-Password-Length ' characters, no spaces.'
          MOVE ZERO TO OS-Password-Hash
       ELSE
          MOVE 'H'               TO OS-Request-Code
          MOVE OP-Operator-ID    TO OS-Operator-ID
          MOVE Entered-Password  TO OS-Password
          CALL 'Operator-Sign-On' USING Operator-Session
       END-IF
    END-IF
    MOVE SPACES TO Entered-Password
                   Confirm-Password
    .


Add-Operator.
    PERFORM Prompt-For-Operator-ID
    IF Entered-Operator-ID = SPACES
       DISPLAY 'Blank operator ID -- nothing added.'
       ADD 1 TO OM-Changes-Refused
    ELSE
       READ Operator-Master-File
          INVALID KEY      PERFORM Build-New-Operator
          NOT INVALID KEY  DISPLAY 'Operator ' Entered-Operator-ID
                                   ' already on file.'
                           ADD 1 TO OM-Changes-Refused
       END-READ
    END-IF
    .

Build-New-Operator.
    DISPLAY 'Operator name: ' WITH NO ADVANCING
    ACCEPT Entered-Name
    PERFORM Prompt-For-Roles
    EVALUATE TRUE
       WHEN Entered-Name = SPACES
          DISPLAY 'An operator needs a name -- not added.'
          ADD 1 TO OM-Changes-Refused
       WHEN Roles-Not-Valid  OR  Entered-Roles = SPACES
          DISPLAY 'An operator needs valid roles -- not added.'
          ADD 1 TO OM-Changes-Refused
       WHEN Bootstrap-Session  AND  Lacks-OP-Role
          DISPLAY 'The first operator must hold OP -- not added.'
          ADD 1 TO OM-Changes-Refused
       WHEN OTHER
          PERFORM Prompt-For-Password
          IF OS-Password-Hash = ZERO
             DISPLAY 'No password set -- not added.'
             ADD 1 TO OM-Changes-Refused
          ELSE
             MOVE SPACES TO Operator-Master-Record
             MOVE Entered-Operator-ID TO OP-Operator-ID
             MOVE Entered-Name        TO OP-Operator-Name
             MOVE Entered-Roles       TO OP-Role-List
             MOVE OS-Password-Hash    TO OP-Password-Hash
             SET OP-Active TO TRUE
             MOVE ZERO TO OP-Failed-Attempts
                          OP-Last-Sign-On-Date
                          OP-Locked-Date
             MOVE Todays-Run-Date TO OP-Date-Added
                                     OP-Password-Set-Date
             WRITE Operator-Master-Record
                INVALID KEY  DISPLAY 'Program error adding operator:'
                                     '  Should never happen!'
             END-WRITE
             MOVE 'OPER ADDED' TO OS-Function-Name
             PERFORM Log-Maintenance
          END-IF
    END-EVALUATE
    .

Change-Operator.
    PERFORM Prompt-For-Operator-ID
    READ Operator-Master-File
       INVALID KEY
          DISPLAY 'No such operator: ' Entered-Operator-ID
          ADD 1 TO OM-Changes-Refused
       NOT INVALID KEY
          DISPLAY 'Name ' OP-Operator-Name ' roles ' OP-Role-List
          DISPLAY 'New name (blank = no change): '
             WITH NO ADVANCING
          ACCEPT Entered-Name
          DISPLAY 'Key the full new role list, or all blank for '
                  'no change.'
          PERFORM Prompt-For-Roles
          IF Roles-Not-Valid
             DISPLAY 'Invalid role code -- nothing changed.'
             ADD 1 TO OM-Changes-Refused
          ELSE
             IF Entered-Name NOT = SPACES
                MOVE Entered-Name TO OP-Operator-Name
             END-IF
             IF Entered-Roles NOT = SPACES
                MOVE Entered-Roles TO OP-Role-List
             END-IF
             PERFORM Rewrite-Operator-Rec
             MOVE 'OPER CHANGED' TO OS-Function-Name
             PERFORM Log-Maintenance
          END-IF
    END-READ
    .

Reset-Operator-Password.
    PERFORM Prompt-For-Operator-ID
    READ Operator-Master-File
       INVALID KEY
          DISPLAY 'No such operator: ' Entered-Operator-ID
          ADD 1 TO OM-Changes-Refused
       NOT INVALID KEY
          PERFORM Prompt-For-Password
          IF OS-Password-Hash = ZERO
             DISPLAY 'Password not changed.'
             ADD 1 TO OM-Changes-Refused
          ELSE
             MOVE OS-Password-Hash TO OP-Password-Hash
             MOVE ZERO TO OP-Failed-Attempts
             MOVE Todays-Run-Date TO OP-Password-Set-Date
             PERFORM Rewrite-Operator-Rec
             MOVE 'PASSWORD SET' TO OS-Function-Name
             PERFORM Log-Maintenance
          END-IF
    END-READ
    .

Unlock-Operator.
    PERFORM Prompt-For-Operator-ID
    READ Operator-Master-File
       INVALID KEY
          DISPLAY 'No such operator: ' Entered-Operator-ID
          ADD 1 TO OM-Changes-Refused
       NOT INVALID KEY
          IF NOT OP-Locked
             DISPLAY 'Operator ' OP-Operator-ID ' is not locked.'
             ADD 1 TO OM-Changes-Refused
          ELSE
             SET OP-Active TO TRUE
             MOVE ZERO TO OP-Failed-Attempts
             PERFORM Rewrite-Operator-Rec
             MOVE 'UNLOCKED' TO OS-Function-Name
             PERFORM Log-Maintenance
          END-IF
    END-READ
    .

Inactivate-Operator.
    PERFORM Prompt-For-Operator-ID
    READ Operator-Master-File
       INVALID KEY
          DISPLAY 'No such operator: ' Entered-Operator-ID
          ADD 1 TO OM-Changes-Refused
       NOT INVALID KEY
          IF OP-Operator-ID = Session-Operator-ID
             DISPLAY 'An operator cannot inactivate themselves.'
             ADD 1 TO OM-Changes-Refused
          ELSE
             SET OP-Inactive TO TRUE
             PERFORM Rewrite-Operator-Rec
             MOVE 'INACTIVATED' TO OS-Function-Name
             PERFORM Log-Maintenance
          END-IF
    END-READ
    .

Reactivate-Operator.
    PERFORM Prompt-For-Operator-ID
    READ Operator-Master-File
       INVALID KEY
          DISPLAY 'No such operator: ' Entered-Operator-ID
          ADD 1 TO OM-Changes-Refused
       NOT INVALID KEY
          IF NOT OP-Inactive
             DISPLAY 'Operator ' OP-Operator-ID ' is not inactive.'
             ADD 1 TO OM-Changes-Refused
          ELSE
             SET OP-Active TO TRUE
             MOVE ZERO TO OP-Failed-Attempts
             PERFORM Rewrite-Operator-Rec
             MOVE 'REACTIVATED' TO OS-Function-Name
             PERFORM Log-Maintenance
          END-IF
    END-READ
    .

Rewrite-Operator-Rec.
    REWRITE Operator-Master-Record
       INVALID KEY  DISPLAY 'Program error in operator rewrite:  '
                            'Should never happen!'
    END-REWRITE
    .

*>-----------------------------------------------------------------
*> One 'M' access-log event per change, under the signed-on
*> operator's ID; the operator changed goes in the last six bytes
*> of the function name.
*>-----------------------------------------------------------------
Log-Maintenance.
    ADD 1 TO OM-Changes-Applied
    DISPLAY OS-Function-Name ': ' OP-Operator-ID
    MOVE 'L' TO OS-Request-Code
    MOVE 'M' TO OS-Event-Code
    MOVE Session-Operator-ID TO OS-Operator-ID
    MOVE OP-Operator-ID TO OS-Function-Name (15:6)
    CALL 'Operator-Sign-On' USING Operator-Session
    .
