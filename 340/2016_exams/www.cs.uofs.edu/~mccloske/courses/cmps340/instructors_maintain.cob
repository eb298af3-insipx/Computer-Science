*>             the cumulative Instructor-Audit-Trail.Dat, in the
*>             same spirit as Employees-Maintain's trail -- see
*>             Master-Audit-Query
*>             modified Oct. 15, 2026 to link an instructor to the
*>             employee payroll pays, with rank and appointment, on
*>             Instructor-Payroll.IDX: 'L' sets or changes the link,
*>             'U' removes it
*>***************************************************************
*> Program Abstract:
*>    Nothing in the system knew who teaches what -- assigning an
*>    On the very first run Instructors.IDX does not exist yet and
*>    is created empty before the transactions are applied.
*>
*>    'L' links an instructor on file to their Empl-ID on
*>    Employees.IDX, with the rank the stipend rate table is keyed by
*>    and the appointment ('A' adjunct, paid a stipend per section;
*>    'F' full-time), on Instructor-Payroll.IDX (see
*>    instructor-payroll-record.cpy) -- a link already on file is
*>    replaced.  'U' removes the link; deleting an instructor
*>    removes it too.
*>
*>    Any transaction that cannot be applied is copied, along with a
*>    two-character reason code, to Instructor-Trans-Errors.Dat:
*>    'BT' unrecognized type, 'DK' add of an ID already on file,
*>    'KN' no such instructor (or, for 'U', no link), 'EN' an
*>    Empl-ID not on Employees.IDX, 'BL' an unknown appointment or an
*>    adjunct with no rank.  Every applied change writes a before/after
*>    image to Instructor-Audit-Trail.Dat -- of the
*>    Instructor-Payroll.IDX record for 'L' and 'U'.
*>
*>  INPUT:
*>    Instructor-Transactions.Dat, Employees.IDX.
*>
*>  OUTPUT:
*>    Instructors.IDX created/updated; Instructor-Payroll.IDX
*>    created/updated; Instructor-Trans-Errors.Dat;
*>    end-of-job transaction counts DISPLAYed as a control total.
*>***************************************************************

       RECORD KEY IS Instructor-Master-ID
       FILE STATUS IS WS-File-Status.

    SELECT Instructor-Payroll-File  ASSIGN TO "Instructor-Payroll.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS IP-Instructor-ID
       FILE STATUS IS WS-File-Status.

    SELECT Employee-File  ASSIGN TO "Employees.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS Empl-ID
       FILE STATUS IS IT-Employee-File-Status.

    SELECT Instructor-Trans-File  ASSIGN TO "Instructor-Transactions.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.
01  Instructor-Master-Record.
    COPY "instructor-record.cpy".

FD  Instructor-Payroll-File.
01  Instructor-Payroll-Record.
    COPY "instructor-payroll-record.cpy".

FD  Employee-File.
01  Employee-Rec.
    COPY "employee-record.cpy".

FD  Instructor-Trans-File
       RECORD CONTAINS 32 CHARACTERS.
01  Instructor-Trans-Rec.
       88 IT-Add-Trans      VALUE 'A'.
       88 IT-Change-Trans   VALUE 'C'.
       88 IT-Delete-Trans   VALUE 'D'.
       88 IT-Link-Trans     VALUE 'L'.
       88 IT-Unlink-Trans   VALUE 'U'.
    02 IT-Instructor-ID PIC X(6).
    02 IT-Instructor-Fields.
       03 IT-Last-Name     PIC X(14).
       03 IT-First-Name    PIC X(10).
       03 IT-Status        PIC X.
*>  An 'L' transaction carries the link in place of the instructor
*>  fields.
    02 IT-Link-Fields  REDEFINES IT-Instructor-Fields.
       03 IT-Empl-ID       PIC X(6).
       03 IT-Rank          PIC X(2).
       03 IT-Appointment   PIC X.
       03 FILLER           PIC X(16).

*> IT-Err-Reason explains why the transaction in IT-Err-Trans-Image
*> was rejected, using the same two-character reason-code convention
    88 IT-Err-Bad-Trans-Type  VALUE 'BT'.
    88 IT-Err-Duplicate-Key   VALUE 'DK'.
    88 IT-Err-Key-Not-Found   VALUE 'KN'.
    88 IT-Err-No-Employee     VALUE 'EN'.
    88 IT-Err-Bad-Link        VALUE 'BL'.

*> Employees.IDX is only looked at to prove an 'L' transaction's
*> Empl-ID; without it every link is refused, but the instructor
*> master is still maintained.
01  IT-Employee-File-Status  PIC XX  VALUE "00".

01  Instructor-Run-Statistics.
    02 IT-Stat-Adds     PIC 9(5)  VALUE ZERO.
    02 IT-Stat-Changes  PIC 9(5)  VALUE ZERO.
    02 IT-Stat-Deletes  PIC 9(5)  VALUE ZERO.
    02 IT-Stat-Links    PIC 9(5)  VALUE ZERO.
    02 IT-Stat-Unlinks  PIC 9(5)  VALUE ZERO.
    02 IT-Stat-Rejects  PIC 9(5)  VALUE ZERO.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.
       OPEN I-O Instructor-Master-File
    END-IF
    PERFORM Check-File-Status
    MOVE "INSTRUCTOR-PAYROLL.IDX" TO WS-File-ID
    OPEN I-O Instructor-Payroll-File
    IF WS-File-Status = "35"
       OPEN OUTPUT Instructor-Payroll-File
       PERFORM Check-File-Status
       CLOSE Instructor-Payroll-File
       PERFORM Check-File-Status
       OPEN I-O Instructor-Payroll-File
    END-IF
    PERFORM Check-File-Status
    OPEN INPUT Employee-File
    IF IT-Employee-File-Status NOT = "00"
       DISPLAY 'Employees.IDX not available -- no instructor link '
               'can be set this run'
    END-IF
    MOVE "INSTRUCTOR-TRANSACTIONS.DAT" TO WS-File-ID
    OPEN INPUT Instructor-Trans-File
    PERFORM Check-File-Status
    DISPLAY '  Add transactions    processed: ' IT-Stat-Adds
    DISPLAY '  Change transactions processed: ' IT-Stat-Changes
    DISPLAY '  Delete transactions processed: ' IT-Stat-Deletes
    DISPLAY '  Link transactions   processed: ' IT-Stat-Links
    DISPLAY '  Unlink transactions processed: ' IT-Stat-Unlinks
    DISPLAY '  Transactions rejected:         ' IT-Stat-Rejects

    MOVE "INSTRUCTORS.IDX" TO WS-File-ID
    CLOSE Instructor-Master-File
    PERFORM Check-File-Status
    MOVE "INSTRUCTOR-PAYROLL.IDX" TO WS-File-ID
    CLOSE Instructor-Payroll-File
    PERFORM Check-File-Status
    IF IT-Employee-File-Status = "00"
       CLOSE Employee-File
    END-IF
    MOVE "INSTRUCTOR-TRANSACTIONS.DAT" TO WS-File-ID
    CLOSE Instructor-Trans-File
    PERFORM Check-File-Status
                             PERFORM Process-Instructor-Change
       WHEN IT-Delete-Trans  ADD 1 TO IT-Stat-Deletes
                             PERFORM Process-Instructor-Delete
       WHEN IT-Link-Trans    ADD 1 TO IT-Stat-Links
                             PERFORM Process-Instructor-Link
       WHEN IT-Unlink-Trans  ADD 1 TO IT-Stat-Unlinks
                             PERFORM Process-Instructor-Unlink
       WHEN OTHER
          SET IT-Err-Bad-Trans-Type TO TRUE
          PERFORM Write-Invalid-Instructor-Trans
    MOVE SPACES TO IA-After-Image
    MOVE 'D' TO IA-Trans-Type
    PERFORM Write-Instructor-Audit-Rec
    MOVE Instructor-Master-ID TO IP-Instructor-ID
    READ Instructor-Payroll-File
       INVALID KEY      CONTINUE
       NOT INVALID KEY  PERFORM Delete-Instructor-Link
    END-READ
    .


*>-----------------------------------------------------------------
*> Links an instructor on file to an employee on Employees.IDX.  An
*> adjunct must carry the rank their stipend is figured by.
*>-----------------------------------------------------------------
Process-Instructor-Link.
    MOVE IT-Instructor-ID TO Instructor-Master-ID
    READ Instructor-Master-File
       INVALID KEY      SET IT-Err-Key-Not-Found TO TRUE
                        PERFORM Write-Invalid-Instructor-Trans
       NOT INVALID KEY  PERFORM Check-Instructor-Link
    END-READ
    .

Check-Instructor-Link.
    MOVE IT-Empl-ID TO Empl-ID
    IF IT-Employee-File-Status NOT = "00"
       SET IT-Err-No-Employee TO TRUE
       PERFORM Write-Invalid-Instructor-Trans
    ELSE
       READ Employee-File
          INVALID KEY
             SET IT-Err-No-Employee TO TRUE
             PERFORM Write-Invalid-Instructor-Trans
          NOT INVALID KEY
             MOVE IT-Appointment TO IP-Appointment
             IF NOT IP-Known-Appointment
                   OR (IP-Adjunct AND IT-Rank = SPACES)
                SET IT-Err-Bad-Link TO TRUE
                PERFORM Write-Invalid-Instructor-Trans
             ELSE
                MOVE IT-Instructor-ID TO IP-Instructor-ID
                READ Instructor-Payroll-File
                   INVALID KEY      PERFORM Add-Instructor-Link
                   NOT INVALID KEY  PERFORM Change-Instructor-Link
                END-READ
             END-IF
       END-READ
    END-IF
    .

Add-Instructor-Link.
    MOVE IT-Instructor-ID TO IP-Instructor-ID
    MOVE IT-Empl-ID       TO IP-Empl-ID
    MOVE IT-Rank          TO IP-Rank
    MOVE IT-Appointment   TO IP-Appointment
    MOVE Todays-Run-Date  TO IP-Last-Changed-Date
    WRITE Instructor-Payroll-Record
       INVALID KEY  DISPLAY 'Program error in Link:  '
                            'Should never happen!'
                    PERFORM Check-File-Status
    END-WRITE
    MOVE SPACES TO IA-Before-Image
    MOVE Instructor-Payroll-Record TO IA-After-Image
    MOVE 'L' TO IA-Trans-Type
    PERFORM Write-Instructor-Audit-Rec
    .

Change-Instructor-Link.
    MOVE Instructor-Payroll-Record TO IA-Before-Image
    MOVE IT-Empl-ID       TO IP-Empl-ID
    MOVE IT-Rank          TO IP-Rank
    MOVE IT-Appointment   TO IP-Appointment
    MOVE Todays-Run-Date  TO IP-Last-Changed-Date
    REWRITE Instructor-Payroll-Record
       INVALID KEY  DISPLAY 'Program error in Link:  '
                            'Should never happen!'
                    PERFORM Check-File-Status
    END-REWRITE
    MOVE Instructor-Payroll-Record TO IA-After-Image
    MOVE 'L' TO IA-Trans-Type
    PERFORM Write-Instructor-Audit-Rec
    .


Process-Instructor-Unlink.
    MOVE IT-Instructor-ID TO IP-Instructor-ID
    READ Instructor-Payroll-File
       INVALID KEY      SET IT-Err-Key-Not-Found TO TRUE
                        PERFORM Write-Invalid-Instructor-Trans
       NOT INVALID KEY  PERFORM Delete-Instructor-Link
    END-READ
    .

Delete-Instructor-Link.
    MOVE Instructor-Payroll-Record TO IA-Before-Image
    DELETE Instructor-Payroll-File
       INVALID KEY  DISPLAY 'Program error in Unlink:  '
                            'Should never happen!'
                    PERFORM Check-File-Status
    END-DELETE
    MOVE SPACES TO IA-After-Image
    MOVE 'U' TO IA-Trans-Type
    MOVE IP-Instructor-ID TO Instructor-Master-ID
    PERFORM Write-Instructor-Audit-Rec
    .

Write-Instructor-Audit-Rec.
