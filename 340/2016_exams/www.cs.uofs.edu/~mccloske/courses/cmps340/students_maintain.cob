*>             Student-Duplicate-Review.Rpt for the registrar to
*>             check (and merge with Student-ID-Merge if it really
*>             is the same person twice)
*>             modified Oct. 15, 2026 to declare a student's program
*>             of study -- major and minor, each validated against
*>             the program rows of Program-Requirements.IDX -- on a
*>             new 'P' change subtype (blank = no change, NONE =
*>             undeclare), for Degree-Audit; the master grew by the
*>             two program codes, so an existing Students.IDX is
*>             converted once with Students-Convert, and the trail's
*>             images grew with it (the old Student-Audit-Trail.Dat
*>             is renamed away and a fresh trail starts)
*>             modified Oct. 15, 2026 to require an
*>             Operator-Sign-On session (registrar role, RG)
*>             modified Oct. 15, 2026 to set and release a student's
*>             FERPA directory-information confidentiality flag, with
*>             the date of the request, on a new 'F' change subtype;
*>             the master grew by the flag and date, so an existing
*>             Students.IDX is converted once with Students-Convert
*>             and the trail's images grew with it (the old
*>             Student-Audit-Trail.Dat is renamed away again)
*>***************************************************************
*> Program Abstract:
*>    Until now there was no student master anywhere in the system --
*>    so the initial population of the master is just a batch of 'A'
*>    transactions.
*>
*>    An 'F' sets (ST-Confidential-Flag 'Y') or releases ('N') the
*>    student's FERPA confidentiality flag, stamping the date the
*>    student made the request (blank or zero = today).
*>
*>    Any transaction that cannot be applied is copied, along with a
*>    two-character reason code, to Student-Trans-Errors.Dat.
*>
*>  INPUT:
*>    Student-Transactions.Dat, Program-Requirements.IDX
*>    (optional; declared programs go unvalidated without it).
*>
*>  OUTPUT:
*>    Students.IDX created/updated; Student-Trans-Errors.Dat; end-of-
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Program-Req-File  ASSIGN TO "Program-Requirements.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS PR-Key
       FILE STATUS IS ST-Program-File-Status.

    SELECT Duplicate-Review-File
       ASSIGN TO "Student-Duplicate-Review.Rpt"
       ORGANIZATION IS SEQUENTIAL

*> 'A'/'C'/'D' records carry the name fields in ST-Name-View; an
*> 'M' (contact change) carries the contact block in
*> ST-Contact-View instead, and a 'P' (program declaration) the
*> major and minor in ST-Program-View, and an 'F' (confidentiality)
*> the flag and request date in ST-Confidential-View.  In every view
*> a field left as spaces leaves the master's alone; a program code
*> of NONE clears the declaration.
FD  Student-Trans-File
       RECORD CONTAINS 156 CHARACTERS.
01  Student-Trans-Rec.
       88 ST-Change-Trans   VALUE 'C'.
       88 ST-Delete-Trans   VALUE 'D'.
       88 ST-Contact-Trans  VALUE 'M'.
       88 ST-Program-Trans  VALUE 'P'.
       88 ST-Confidential-Trans  VALUE 'F'.
    02 ST-Student-ID    PIC X(9).
    02 ST-Trans-Data    PIC X(146).
    02 ST-Name-View REDEFINES ST-Trans-Data.
       03 ST-Zip             PIC X(10).
       03 ST-Phone           PIC X(14).
       03 ST-Email           PIC X(40).
    02 ST-Program-View REDEFINES ST-Trans-Data.
       03 ST-Major-Program   PIC X(6).
          88 ST-Major-None      VALUE 'NONE'.
       03 ST-Minor-Program   PIC X(6).
          88 ST-Minor-None      VALUE 'NONE'.
       03 FILLER             PIC X(134).
    02 ST-Confidential-View REDEFINES ST-Trans-Data.
       03 ST-Confidential-Flag   PIC X.
          88 ST-Confidential-Set      VALUE 'Y'.
          88 ST-Confidential-Release  VALUE 'N'.
       03 ST-Confidential-Date   PIC X(8).
       03 ST-Confidential-Date-N REDEFINES ST-Confidential-Date
                                 PIC 9(8).
       03 FILLER                 PIC X(137).

*> ST-Err-Reason explains why the transaction in ST-Err-Trans-Image
*> was rejected, using the same two-character reason-code convention
    02 SA-Student-ID     PIC X(9).
    02 SA-Date           PIC 9(8).
    02 SA-Time           PIC 9(8).
    02 SA-Before-Image   PIC X(203).
    02 SA-After-Image    PIC X(203).

FD  Program-Req-File.
01  Program-Req-Record.
    COPY "program-requirement-record.cpy".

FD  Duplicate-Review-File.
01  DR-Line  PIC X(100).
    88 ST-Err-Bad-Trans-Type  VALUE 'BT'.
    88 ST-Err-Duplicate-Key   VALUE 'DK'.
    88 ST-Err-Key-Not-Found   VALUE 'KN'.
    88 ST-Err-Program-Unknown VALUE 'PN'.
    88 ST-Err-Program-Kind    VALUE 'PK'.
    88 ST-Err-Confidential    VALUE 'CF'.

*> Program-Requirements.IDX gets its own status byte pair; its
*> absence just means declared programs go unvalidated.
01  ST-Program-File-Status  PIC XX  VALUE "00".

01  Program-Validation-Flag  PIC X  VALUE 'N'.
    88 Program-Validation-On   VALUE 'Y'.
    88 Program-Validation-Off  VALUE 'N'.

01  ST-Program-Flag  PIC X.
    88 ST-Program-OK   VALUE 'Y'.
    88 ST-Program-Bad  VALUE 'N'.

01  Student-Run-Statistics.
    02 ST-Stat-Adds            PIC 9(5)  VALUE ZERO.
    02 ST-Stat-Changes         PIC 9(5)  VALUE ZERO.
    02 ST-Stat-Deletes         PIC 9(5)  VALUE ZERO.
    02 ST-Stat-Contact-Changes PIC 9(5)  VALUE ZERO.
    02 ST-Stat-Program-Changes PIC 9(5)  VALUE ZERO.
    02 ST-Stat-Confidential    PIC 9(5)  VALUE ZERO.
    02 ST-Stat-Rejects         PIC 9(5)  VALUE ZERO.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.
       VALUE ' -- same name as student '.
    02 DRD-Existing-ID  PIC X(9).

01  Operator-Session.
    COPY "operator-session.cpy".

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Paragraph.
    MOVE 'S'    TO OS-Request-Code
    MOVE 'STUDENTS-MAINTAIN' TO OS-Program-Name
    MOVE SPACES TO OS-Roles-Allowed
    MOVE 'RG'   TO OS-Role-Allowed (1)
    CALL 'Operator-Sign-On' USING Operator-Session
    IF OS-Refused
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF

    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
*>  Status 35 on the I-O OPEN means Students.IDX does not exist yet
*>  (the very first run); it is created empty and opened again, so
    MOVE "STUDENT-DUPLICATE-REVIEW.RPT" TO WS-File-ID
    OPEN OUTPUT Duplicate-Review-File
    PERFORM Check-File-Status
    OPEN INPUT Program-Req-File
    IF ST-Program-File-Status = "00"
       SET Program-Validation-On TO TRUE
    ELSE
       SET Program-Validation-Off TO TRUE
       DISPLAY 'Program-Requirements.IDX not available -- declared '
               'programs will not be validated'
    END-IF
    MOVE 'POSSIBLE DUPLICATE STUDENTS -- REVIEW AND MERGE:'
      TO DR-Line
    WRITE DR-Line
    MOVE "STUDENT-DUPLICATE-REVIEW.RPT" TO WS-File-ID
    CLOSE Duplicate-Review-File
    PERFORM Check-File-Status
    IF Program-Validation-On
       CLOSE Program-Req-File
    END-IF
    STOP RUN
    .

                             PERFORM Process-Student-Delete
       WHEN ST-Contact-Trans ADD 1 TO ST-Stat-Contact-Changes
                             PERFORM Process-Student-Contact
       WHEN ST-Program-Trans ADD 1 TO ST-Stat-Program-Changes
                             PERFORM Process-Student-Program
       WHEN ST-Confidential-Trans
                             ADD 1 TO ST-Stat-Confidential
                             PERFORM Process-Student-Confidential
       WHEN OTHER
          SET ST-Err-Bad-Trans-Type TO TRUE
          PERFORM Write-Invalid-Student-Trans
*>  A new student starts with a blank contact block; it is filled
*>  in by a following 'M' transaction once the address is known.
    MOVE SPACES TO Student-Contact
                   Student-Program
    MOVE 'N'  TO Student-Confidential-Flag
    MOVE ZERO TO Student-Confidential-Date
    WRITE Student-Master-Record
       INVALID KEY      SET ST-Err-Duplicate-Key TO TRUE
                        PERFORM Write-Invalid-Student-Trans
    DISPLAY '  Delete transactions  processed: ' ST-Stat-Deletes
    DISPLAY '  Contact transactions processed: '
            ST-Stat-Contact-Changes
    DISPLAY '  Program transactions processed: '
            ST-Stat-Program-Changes
    DISPLAY '  Confidentiality trans processed: '
            ST-Stat-Confidential
    DISPLAY '  Transactions rejected:          ' ST-Stat-Rejects
    DISPLAY '  Possible duplicates flagged:    ' ST-Stat-Dup-Flags
    .
    PERFORM Write-Student-Audit-Rec
    .

*>-----------------------------------------------------------------
*> Declares (or, with NONE, clears) an existing student's major
*> and/or minor.  A declared code must be a program row on
*> Program-Requirements.IDX of the matching kind -- a minor cannot
*> be declared as a major -- when that file is on hand.
*>-----------------------------------------------------------------
Process-Student-Program.
    MOVE ST-Student-ID TO Student-Master-ID
    READ Student-Master-File
       INVALID KEY      SET ST-Err-Key-Not-Found TO TRUE
                        PERFORM Write-Invalid-Student-Trans
       NOT INVALID KEY  PERFORM Apply-Student-Program-Change
    END-READ
    .

Apply-Student-Program-Change.
    SET ST-Program-OK TO TRUE
    IF ST-Major-Program NOT = SPACES  AND  NOT ST-Major-None
       MOVE ST-Major-Program TO PR-Program-Code
       PERFORM Check-Declared-Program
       IF ST-Program-OK  AND  Program-Validation-On
          IF NOT PR-Major
             SET ST-Program-Bad TO TRUE
             SET ST-Err-Program-Kind TO TRUE
          END-IF
       END-IF
    END-IF
    IF ST-Program-OK
       IF ST-Minor-Program NOT = SPACES  AND  NOT ST-Minor-None
          MOVE ST-Minor-Program TO PR-Program-Code
          PERFORM Check-Declared-Program
          IF ST-Program-OK  AND  Program-Validation-On
             IF NOT PR-Minor
                SET ST-Program-Bad TO TRUE
                SET ST-Err-Program-Kind TO TRUE
             END-IF
          END-IF
       END-IF
    END-IF
    IF ST-Program-Bad
       PERFORM Write-Invalid-Student-Trans
    ELSE
       MOVE Student-Master-Record TO SA-Before-Image
       EVALUATE TRUE
          WHEN ST-Major-None
             MOVE SPACES TO Student-Major-Program
          WHEN ST-Major-Program NOT = SPACES
             MOVE ST-Major-Program TO Student-Major-Program
       END-EVALUATE
       EVALUATE TRUE
          WHEN ST-Minor-None
             MOVE SPACES TO Student-Minor-Program
          WHEN ST-Minor-Program NOT = SPACES
             MOVE ST-Minor-Program TO Student-Minor-Program
       END-EVALUATE
       REWRITE Student-Master-Record
          INVALID KEY  DISPLAY 'Program error in Program:  '
                               'Should never happen!'
                       PERFORM Check-File-Status
       END-REWRITE
       MOVE Student-Master-Record TO SA-After-Image
       MOVE 'P' TO SA-Trans-Type
       PERFORM Write-Student-Audit-Rec
    END-IF
    .

*>  Leaves the program row in Program-Req-Record for the caller's
*>  kind check.
Check-Declared-Program.
    IF Program-Validation-On
       MOVE SPACES TO PR-Group-Code
                      PR-Catalog-ID
       READ Program-Req-File
          INVALID KEY  SET ST-Program-Bad TO TRUE
                       SET ST-Err-Program-Unknown TO TRUE
       END-READ
    END-IF
    .

*>-----------------------------------------------------------------
*> Sets or releases an existing student's FERPA confidentiality
*> flag.  The date is the day the student asked (the form may reach
*> the registrar days later); blank or zero means today.  Anything
*> but 'Y' or 'N' in the flag, or a date that is not numeric or is
*> later than today, is rejected 'CF'.
*>-----------------------------------------------------------------
Process-Student-Confidential.
    MOVE ST-Student-ID TO Student-Master-ID
    READ Student-Master-File
       INVALID KEY      SET ST-Err-Key-Not-Found TO TRUE
                        PERFORM Write-Invalid-Student-Trans
       NOT INVALID KEY  PERFORM Apply-Student-Confidential
    END-READ
    .

Apply-Student-Confidential.
    IF ST-Confidential-Date = SPACES
       MOVE ZERO TO ST-Confidential-Date-N
    END-IF
    EVALUATE TRUE
       WHEN NOT ST-Confidential-Set  AND  NOT ST-Confidential-Release
       WHEN ST-Confidential-Date NOT NUMERIC
          SET ST-Err-Confidential TO TRUE
          PERFORM Write-Invalid-Student-Trans
       WHEN ST-Confidential-Date-N > Todays-Run-Date
          SET ST-Err-Confidential TO TRUE
          PERFORM Write-Invalid-Student-Trans
       WHEN OTHER
          MOVE Student-Master-Record TO SA-Before-Image
          MOVE ST-Confidential-Flag TO Student-Confidential-Flag
          IF ST-Confidential-Date-N = ZERO
             MOVE Todays-Run-Date TO Student-Confidential-Date
          ELSE
             MOVE ST-Confidential-Date-N TO Student-Confidential-Date
          END-IF
          REWRITE Student-Master-Record
             INVALID KEY  DISPLAY 'Program error in Confidential:  '
                                  'Should never happen!'
                          PERFORM Check-File-Status
          END-REWRITE
          MOVE Student-Master-Record TO SA-After-Image
          MOVE 'F' TO SA-Trans-Type
          PERFORM Write-Student-Audit-Rec
    END-EVALUATE
    .

Write-Student-Audit-Rec.
    MOVE Student-Master-ID TO SA-Student-ID
    MOVE Todays-Run-Date   TO SA-Date
