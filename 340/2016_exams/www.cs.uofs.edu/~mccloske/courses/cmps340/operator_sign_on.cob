IDENTIFICATION DIVISION.
PROGRAM-ID.  Operator-Sign-On.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>***************************************************************
*> Program Abstract:
*>    Anyone at a terminal could run the interactive programs and do
*>    anything they allowed, and an "approver ID" was whatever the
*>    person typed.  This callable subprogram (in the mold of
*>    Add-Increment) is the one place an interactive program proves
*>    who is at the keyboard and what they may do.  The caller
*>    passes an operator-session block (operator-session.cpy):
*>
*>      'S' -- sign on.  Prompts for operator ID and password, up
*>             to three tries.  The password is hashed with the
*>             operator ID and compared with OP-Password-Hash on
*>             Operators.IDX; a bad password bumps the account's
*>             consecutive-failure count, and the third locks it.
*>             A locked or inactive account is denied outright.  A
*>             good sign-on must also hold one of the roles the
*>             caller allows, or the session is refused.
*>      'A' -- authorize one function of a signed-on session
*>             against the roles that function needs.
*>      'H' -- hash a password (Operators-Maintain).
*>      'L' -- log an event (Operators-Maintain).
*>
*>    Every sign-on, bad attempt, lockout, denial and refusal is
*>    appended to Operator-Access-Log.Dat (access-log-record.cpy),
*>    which Access-Exception-Report summarizes weekly.
*>
*>  INPUT:
*>    The operator-session block; Operators.IDX; operator ID and
*>    password keyed at the console.
*>
*>  OUTPUT:
*>    The block's result fields; Operators.IDX updated (failure
*>    count, lock, last sign-on); Operator-Access-Log.Dat appended.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Operator-Master-File  ASSIGN TO "Operators.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS OP-Operator-ID
       FILE STATUS IS WS-File-Status.

    SELECT Access-Log-File  ASSIGN TO "Operator-Access-Log.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AL-File-Status.

DATA DIVISION.

FILE SECTION.

FD  Operator-Master-File.
01  Operator-Master-Record.
    COPY "operator-record.cpy".

FD  Access-Log-File.
01  Access-Log-Rec.
    COPY "access-log-record.cpy".

WORKING-STORAGE SECTION.

*> The access log gets its own status byte pair: a problem appending
*> to it is reported, but it must not abort the caller's session.
01  AL-File-Status  PIC XX  VALUE "00".

01  Max-Sign-On-Tries  PIC 9     VALUE 3.
01  Sign-On-Tries      PIC 9     VALUE ZERO.
01  Lockout-Threshold  PIC 9     VALUE 3.

01  Sign-On-State  PIC X.
    88 Sign-On-Pending    VALUE 'P'.
    88 Sign-On-Succeeded  VALUE 'S'.
    88 Sign-On-Abandoned  VALUE 'X'.

01  Entered-Operator-ID  PIC X(6).
01  Entered-Password     PIC X(20).

*> The bytes the hash is taken over: operator ID then password, so
*> two operators with the same password never share a hash.
01  Hash-Input.
    02 HI-Operator-ID  PIC X(6).
    02 HI-Password     PIC X(20).
01  Hash-Input-Bytes REDEFINES Hash-Input.
    02 Hash-Input-Byte  PIC X  OCCURS 26 TIMES.
01  Hash-Byte-Index  PIC 9(2).
01  Hash-Part-1      PIC 9(12)  VALUE ZERO.
01  Hash-Part-2      PIC 9(12)  VALUE ZERO.
01  Computed-Hash    PIC 9(18)  VALUE ZERO.

01  Role-Index     PIC 9.
01  Allowed-Index  PIC 9.
01  Role-Match-Flag  PIC X.
    88 Role-Matched      VALUE 'Y'.
    88 Role-Not-Matched  VALUE 'N'.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

LINKAGE SECTION.

01  Operator-Session.
    COPY "operator-session.cpy".

PROCEDURE DIVISION USING Operator-Session.

Main-Program.
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
    SET OS-Refused TO TRUE
    EVALUATE OS-Request-Code
       WHEN 'S'    PERFORM Sign-On-Operator
       WHEN 'A'    PERFORM Authorize-Function
       WHEN 'H'    PERFORM Hash-Session-Password
                   SET OS-Granted TO TRUE
       WHEN 'L'    MOVE OS-Event-Code TO AL-Event-Code
                   PERFORM Append-Access-Log-Rec
                   SET OS-Granted TO TRUE
       WHEN OTHER  DISPLAY 'Operator-Sign-On: unknown request '
                           OS-Request-Code
    END-EVALUATE
    EXIT PROGRAM
    .

COPY "file-status-check.cpy".


*>-----------------------------------------------------------------
*> Up to three tries at the console.  Each try that fails for a
*> reason a retype could fix (unknown ID, bad password) counts; a
*> locked or inactive account, a lockout, or a blank ID ends the
*> attempt at once.
*>-----------------------------------------------------------------
Sign-On-Operator.
    MOVE SPACES TO OS-Operator-ID
                   OS-Operator-Name
                   OS-Operator-Roles
    MOVE 'SIGN-ON' TO OS-Function-Name
    MOVE "OPERATORS.IDX" TO WS-File-ID
    OPEN I-O Operator-Master-File
    IF WS-File-Status = "35"
       DISPLAY 'No operator master (Operators.IDX) -- nobody can '
               'sign on until Operators-Maintain creates one.'
       MOVE 'NO OPERATOR MASTER' TO OS-Function-Name
       MOVE 'D' TO AL-Event-Code
       PERFORM Append-Access-Log-Rec
    ELSE
       PERFORM Check-File-Status
       SET Sign-On-Pending TO TRUE
       MOVE ZERO TO Sign-On-Tries
       PERFORM Try-One-Sign-On
          UNTIL NOT Sign-On-Pending
             OR Sign-On-Tries >= Max-Sign-On-Tries
       MOVE "OPERATORS.IDX" TO WS-File-ID
       CLOSE Operator-Master-File
       PERFORM Check-File-Status
       IF Sign-On-Succeeded
          PERFORM Check-Session-Roles
       ELSE
          MOVE SPACES TO OS-Operator-ID
          DISPLAY 'Sign-on failed -- session ended.'
       END-IF
    END-IF
    .

Try-One-Sign-On.
    ADD 1 TO Sign-On-Tries
    DISPLAY 'Operator ID: ' WITH NO ADVANCING
    ACCEPT Entered-Operator-ID
    IF Entered-Operator-ID = SPACES
       SET Sign-On-Abandoned TO TRUE
    ELSE
       DISPLAY 'Password: ' WITH NO ADVANCING
       ACCEPT Entered-Password
       MOVE Entered-Operator-ID TO OS-Operator-ID
                                   OP-Operator-ID
       READ Operator-Master-File
          INVALID KEY
             DISPLAY 'Operator ID or password not recognized.'
             MOVE 'U' TO AL-Event-Code
             PERFORM Append-Access-Log-Rec
          NOT INVALID KEY
             PERFORM Check-Operator-Password
       END-READ
    END-IF
    .

Check-Operator-Password.
    EVALUATE TRUE
       WHEN OP-Locked
          DISPLAY 'Account ' OP-Operator-ID ' is locked -- see '
                  'Operations to have it unlocked.'
          MOVE 'ACCOUNT LOCKED' TO OS-Function-Name
          MOVE 'D' TO AL-Event-Code
          PERFORM Append-Access-Log-Rec
          SET Sign-On-Abandoned TO TRUE
       WHEN NOT OP-Active
          DISPLAY 'Account ' OP-Operator-ID ' is not active.'
          MOVE 'ACCOUNT INACTIVE' TO OS-Function-Name
          MOVE 'D' TO AL-Event-Code
          PERFORM Append-Access-Log-Rec
          SET Sign-On-Abandoned TO TRUE
       WHEN OTHER
          MOVE OP-Operator-ID   TO HI-Operator-ID
          MOVE Entered-Password TO HI-Password
          PERFORM Compute-Password-Hash
          IF Computed-Hash = OP-Password-Hash
             PERFORM Accept-Good-Sign-On
          ELSE
             PERFORM Count-Bad-Password
          END-IF
    END-EVALUATE
    MOVE SPACES TO Entered-Password
                   HI-Password
    .

Accept-Good-Sign-On.
    MOVE ZERO            TO OP-Failed-Attempts
    MOVE Todays-Run-Date TO OP-Last-Sign-On-Date
    PERFORM Rewrite-Operator-Rec
    MOVE OP-Operator-Name TO OS-Operator-Name
    MOVE OP-Role-List     TO OS-Operator-Roles
    SET Sign-On-Succeeded TO TRUE
    .

*>-----------------------------------------------------------------
*> The third consecutive bad password -- across sessions, since the
*> count lives on the master -- locks the account.
*>-----------------------------------------------------------------
Count-Bad-Password.
    ADD 1 TO OP-Failed-Attempts
    IF OP-Failed-Attempts >= Lockout-Threshold
       SET OP-Locked TO TRUE
       MOVE Todays-Run-Date TO OP-Locked-Date
       PERFORM Rewrite-Operator-Rec
       DISPLAY 'Too many bad passwords -- account '
               OP-Operator-ID ' is now locked.'
       MOVE 'ACCOUNT LOCKED OUT' TO OS-Function-Name
       MOVE 'L' TO AL-Event-Code
       PERFORM Append-Access-Log-Rec
       SET Sign-On-Abandoned TO TRUE
    ELSE
       PERFORM Rewrite-Operator-Rec
       DISPLAY 'Operator ID or password not recognized.'
       MOVE 'B' TO AL-Event-Code
       PERFORM Append-Access-Log-Rec
    END-IF
    .

Rewrite-Operator-Rec.
    REWRITE Operator-Master-Record
       INVALID KEY  DISPLAY 'Program error in sign-on:  '
                            'Should never happen!'
    END-REWRITE
    .

*>-----------------------------------------------------------------
*> A good password is not yet a session: the operator must hold one
*> of the roles the calling program allows.
*>-----------------------------------------------------------------
Check-Session-Roles.
    PERFORM Match-Allowed-Roles
    IF Role-Matched
       SET OS-Granted TO TRUE
       MOVE 'SIGN-ON' TO OS-Function-Name
       MOVE 'S' TO AL-Event-Code
       PERFORM Append-Access-Log-Rec
       DISPLAY 'Signed on: ' OS-Operator-ID ' ' OS-Operator-Name
    ELSE
       MOVE 'SIGN-ON' TO OS-Function-Name
       MOVE 'R' TO AL-Event-Code
       PERFORM Append-Access-Log-Rec
       DISPLAY 'Operator ' OS-Operator-ID ' is not authorized to '
               'use this program.'
    END-IF
    .

Authorize-Function.
    PERFORM Match-Allowed-Roles
    IF Role-Matched
       SET OS-Granted TO TRUE
    ELSE
       MOVE 'R' TO AL-Event-Code
       PERFORM Append-Access-Log-Rec
       DISPLAY 'Operator ' OS-Operator-ID ' is not authorized for '
               OS-Function-Name ' -- refused.'
    END-IF
    .

Match-Allowed-Roles.
    SET Role-Not-Matched TO TRUE
    PERFORM Match-One-Operator-Role
       VARYING Role-Index FROM 1 BY 1
       UNTIL Role-Index > 4  OR  Role-Matched
    .

Match-One-Operator-Role.
    IF OS-Operator-Role (Role-Index) NOT = SPACES
       PERFORM Match-One-Allowed-Role
          VARYING Allowed-Index FROM 1 BY 1
          UNTIL Allowed-Index > 4  OR  Role-Matched
    END-IF
    .

Match-One-Allowed-Role.
    IF OS-Role-Allowed (Allowed-Index) = OS-Operator-Role (Role-Index)
       SET Role-Matched TO TRUE
    END-IF
    .


Hash-Session-Password.
    MOVE OS-Operator-ID TO HI-Operator-ID
    MOVE OS-Password    TO HI-Password
    PERFORM Compute-Password-Hash
    MOVE Computed-Hash TO OS-Password-Hash
    MOVE SPACES TO OS-Password
                   HI-Password
    .

*>-----------------------------------------------------------------
*> Two independent running remainders over the 26 bytes, modulo two
*> large primes, joined into one 18-digit value.  One-way for our
*> purposes: nothing on file or in the log lets the password be read
*> back.
*>-----------------------------------------------------------------
Compute-Password-Hash.
    MOVE 7   TO Hash-Part-1
    MOVE 131 TO Hash-Part-2
    PERFORM Hash-One-Byte
       VARYING Hash-Byte-Index FROM 1 BY 1
       UNTIL Hash-Byte-Index > 26
    COMPUTE Computed-Hash =
       Hash-Part-1 * 1000000000 + Hash-Part-2
    .

Hash-One-Byte.
    COMPUTE Hash-Part-1 = FUNCTION MOD
       (Hash-Part-1 * 257
          + FUNCTION ORD (Hash-Input-Byte (Hash-Byte-Index)),
        999999937)
    COMPUTE Hash-Part-2 = FUNCTION MOD
       (Hash-Part-2 * 331
          + FUNCTION ORD (Hash-Input-Byte (Hash-Byte-Index))
          * Hash-Byte-Index,
        999999929)
    .


*>-----------------------------------------------------------------
*> AL-Event-Code is set by the caller; the rest comes from the
*> session block.
*>-----------------------------------------------------------------
Append-Access-Log-Rec.
    ACCEPT AL-Date FROM DATE YYYYMMDD
    ACCEPT AL-Time FROM TIME
    MOVE OS-Operator-ID   TO AL-Operator-ID
    MOVE OS-Program-Name  TO AL-Program-Name
    MOVE OS-Function-Name TO AL-Function
    OPEN EXTEND Access-Log-File
    IF AL-File-Status = "35"
       OPEN OUTPUT Access-Log-File
    END-IF
    IF AL-File-Status = "00"
       WRITE Access-Log-Rec
       CLOSE Access-Log-File
    ELSE
       DISPLAY 'Operator-Access-Log.Dat not updated -- status '
               AL-File-Status
    END-IF
    .
