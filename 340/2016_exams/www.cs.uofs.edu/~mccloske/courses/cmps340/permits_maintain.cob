IDENTIFICATION DIVISION.
PROGRAM-ID.  Permits-Maintain.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>***************************************************************
*> Program Abstract:
*>    The only registration override used to be the Add-Override-
*>    Flag byte on the transaction: it waived only the time-conflict
*>    check, anyone keying a transaction could set it, and nothing
*>    recorded who had authorized it.  This program creates and
*>    maintains Registration-Permits.IDX (layout in permit-record.cpy:
*>    one permit per student per section in a term) from a batch
*>    transaction file, in the same mold as Seat-Reservations-
*>    Maintain: 'A' issues a permit, 'C' changes the waivers, issuing
*>    instructor, and/or expiry date of a permit not yet used (spaces
*>    mean "no change"), 'D' revokes one.  A revoked permit stays on
*>    file, marked revoked, for Permit-Activity-Report.  A blank term
*>    means the Course-Term-Control.Dat term, as on a Trans-Rec.  On
*>    the very first run Registration-Permits.IDX does not exist yet
*>    and is created empty before the transactions are applied.
*>
*>    Each issued permit is numbered from Registration-Permit-
*>    Control.Dat (one record, the next permit number; absent, the
*>    numbering starts at 1), which is rewritten at end of job.
*>
*>    The section must be on Courses.IDX for the term, the student on
*>    Students.IDX (when that file is on hand), and the issuing
*>    instructor on Instructors.IDX and active.  Each waiver byte --
*>    capacity, prerequisite, time conflict, seat reservation -- is
*>    'Y' or 'N', at least one must be 'Y', and the expiry date must
*>    be a date not already past.  Courses-Interact honors the permit
*>    on the student's Add-Student-Trans and marks it used.
*>
*>    Any transaction that cannot be applied is copied, along with a
*>    two-character reason code, to Permit-Trans-Errors.Dat.
*>
*>  INPUT:
*>    Permit-Transactions.Dat, Courses.IDX, Instructors.IDX,
*>    Students.IDX (optional), Registration-Permit-Control.Dat
*>    (optional), Course-Term-Control.Dat (optional),
*>    Course-Run-Lock.Dat.
*>
*>  OUTPUT:
*>    Registration-Permits.IDX created/updated;
*>    Registration-Permit-Control.Dat rewritten; Permit-Trans-
*>    Errors.Dat; end-of-job transaction counts DISPLAYed as a
*>    control total.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Permit-File  ASSIGN TO "Registration-Permits.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS PM-Key
       FILE STATUS IS WS-File-Status.

    SELECT Permit-Trans-File  ASSIGN TO "Permit-Transactions.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Permit-Trans-Error-File  ASSIGN TO "Permit-Trans-Errors.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Permit-Control-File
       ASSIGN TO "Registration-Permit-Control.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Indexed-File  ASSIGN TO "Courses.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS Course-Key
       FILE STATUS IS WS-File-Status.

    SELECT Instructor-Master-File  ASSIGN TO "Instructors.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS Instructor-Master-ID
       FILE STATUS IS WS-File-Status.

    SELECT Student-Master-File  ASSIGN TO "Students.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS Student-Master-ID
       FILE STATUS IS WS-File-Status.

    SELECT Term-Control-File  ASSIGN TO "Course-Term-Control.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Run-Lock-File  ASSIGN TO "Course-Run-Lock.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS LK-File-Status.

DATA DIVISION.

FILE SECTION.

FD  Permit-File.
01  Permit-Record.
    COPY "permit-record.cpy".

*> The waiver bytes and expiry date are carried as characters so
*> that spaces can mean "no change" on a 'C'.  The waivers are in
*> PM-Waivers order: capacity, prerequisite, time conflict, seat
*> reservation.
FD  Permit-Trans-File
       RECORD CONTAINS 42 CHARACTERS.
01  Permit-Trans-Rec.
    02 PT-Trans-Type     PIC X.
       88 PT-Add-Trans      VALUE 'A'.
       88 PT-Change-Trans   VALUE 'C'.
       88 PT-Delete-Trans   VALUE 'D'.
    02 PT-Term           PIC X(5).
    02 PT-Course-ID      PIC X(9).
    02 PT-Student-ID     PIC X(9).
    02 PT-Waivers.
       03 PT-Waiver      PIC X  OCCURS 4 TIMES.
    02 PT-Instructor-ID  PIC X(6).
    02 PT-Expiry-Date    PIC X(8).

*> PT-Err-Reason explains why the transaction in PT-Err-Trans-Image
*> was rejected, using the same two-character reason-code convention
*> as Courses-Interact's suspense file.
FD  Permit-Trans-Error-File.
01  PT-Err-Trans-Rec.
    02 PT-Err-Trans-Image  PIC X(42).
    02 PT-Err-Reason       PIC X(2).

FD  Permit-Control-File.
01  Permit-Control-Record.
    02 PC-Next-Permit-ID  PIC 9(7).

FD  Indexed-File.
01  Data-Rec.
    COPY "course-record.cpy".

FD  Instructor-Master-File.
01  Instructor-Master-Record.
    COPY "instructor-record.cpy".

FD  Student-Master-File.
01  Student-Master-Record.
    COPY "student-record.cpy".

FD  Term-Control-File.
01  Term-Control-Record.
    02 TC-Current-Term  PIC X(5).

FD  Run-Lock-File.
01  Run-Lock-Record.
    COPY "run-lock-record.cpy".

WORKING-STORAGE SECTION.

01  LK-File-Status  PIC XX  VALUE "00".

01  Default-Term  PIC X(5)  VALUE 'CURR1'.
01  Current-Term  PIC X(5)  VALUE SPACES.

*> The term the transaction in hand applies to: its own PT-Term
*> when it names one, the control-file term otherwise.
01  Permit-Term  PIC X(5)  VALUE SPACES.

01  Next-Permit-ID  PIC 9(7)  VALUE 1.

01  Student-Validation-Flag  PIC X  VALUE 'N'.
    88 Student-Validation-On   VALUE 'Y'.
    88 Student-Validation-Off  VALUE 'N'.

01  PT-Trans-EOF-Flag  PIC X.
    88 PT-Trans-EOF      VALUE '1'.
    88 PT-Trans-EOF-Not  VALUE '0'.

01  PT-Fields-Flag  PIC X.
    88 PT-Fields-OK   VALUE 'Y'.
    88 PT-Fields-Bad  VALUE 'N'.

01  PT-Err-Reason-Code  PIC X(2).
    88 PT-Err-Bad-Trans-Type     VALUE 'BT'.
    88 PT-Err-Duplicate-Key      VALUE 'DK'.
    88 PT-Err-Key-Not-Found      VALUE 'KN'.
    88 PT-Err-Section-Unknown    VALUE 'NS'.
    88 PT-Err-Student-Unknown    VALUE 'SU'.
    88 PT-Err-Instructor-Unknown VALUE 'IU'.
    88 PT-Err-Bad-Waiver         VALUE 'WV'.
    88 PT-Err-Bad-Date           VALUE 'BD'.
    88 PT-Err-Permit-Not-Active  VALUE 'PA'.

*> The permit as it will stand once the transaction is applied,
*> built up from the record on file (on a 'C') and the transaction.
01  Proposed-Waivers.
    02 Proposed-Waiver  PIC X  OCCURS 4 TIMES.
01  Proposed-Instructor-ID  PIC X(6)  VALUE SPACES.
01  Proposed-Expiry-Date    PIC 9(8)  VALUE ZERO.

01  Waiver-Index  PIC 9.
01  Waivers-Granted  PIC 9  VALUE ZERO.

01  Permit-Run-Statistics.
    02 PT-Stat-Adds     PIC 9(5)  VALUE ZERO.
    02 PT-Stat-Changes  PIC 9(5)  VALUE ZERO.
    02 PT-Stat-Deletes  PIC 9(5)  VALUE ZERO.
    02 PT-Stat-Rejects  PIC 9(5)  VALUE ZERO.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Paragraph.
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
    PERFORM Check-Run-Lock
    PERFORM Read-Current-Term
    PERFORM Read-Next-Permit-ID

*>  Status 35 on the I-O OPEN means Registration-Permits.IDX does
*>  not exist yet (the very first run); it is created empty and
*>  opened again.
    MOVE "REGISTRATION-PERMITS.IDX" TO WS-File-ID
    OPEN I-O Permit-File
    IF WS-File-Status = "35"
       OPEN OUTPUT Permit-File
       PERFORM Check-File-Status
       CLOSE Permit-File
       PERFORM Check-File-Status
       OPEN I-O Permit-File
    END-IF
    PERFORM Check-File-Status
    MOVE "COURSES.IDX" TO WS-File-ID
    OPEN INPUT Indexed-File
    PERFORM Check-File-Status
    MOVE "INSTRUCTORS.IDX" TO WS-File-ID
    OPEN INPUT Instructor-Master-File
    PERFORM Check-File-Status
    MOVE "STUDENTS.IDX" TO WS-File-ID
    OPEN INPUT Student-Master-File
    IF WS-File-Status = "35"
       SET Student-Validation-Off TO TRUE
       DISPLAY 'Students.IDX not found -- permit students will not '
               'be validated'
    ELSE
       PERFORM Check-File-Status
       SET Student-Validation-On TO TRUE
    END-IF
    MOVE "PERMIT-TRANSACTIONS.DAT" TO WS-File-ID
    OPEN INPUT Permit-Trans-File
    PERFORM Check-File-Status
    MOVE "PERMIT-TRANS-ERRORS.DAT" TO WS-File-ID
    OPEN OUTPUT Permit-Trans-Error-File
    PERFORM Check-File-Status

    SET PT-Trans-EOF-Not TO TRUE
    PERFORM Read-Permit-Trans
    PERFORM Process-Permit-Transaction
       UNTIL PT-Trans-EOF

    DISPLAY 'End-of-job permit maintenance statistics:'
    DISPLAY '  Add transactions    processed: ' PT-Stat-Adds
    DISPLAY '  Change transactions processed: ' PT-Stat-Changes
    DISPLAY '  Delete transactions processed: ' PT-Stat-Deletes
    DISPLAY '  Transactions rejected:         ' PT-Stat-Rejects
    DISPLAY '  Next permit number:            ' Next-Permit-ID

    MOVE "REGISTRATION-PERMITS.IDX" TO WS-File-ID
    CLOSE Permit-File
    PERFORM Check-File-Status
    MOVE "COURSES.IDX" TO WS-File-ID
    CLOSE Indexed-File
    PERFORM Check-File-Status
    MOVE "INSTRUCTORS.IDX" TO WS-File-ID
    CLOSE Instructor-Master-File
    PERFORM Check-File-Status
    IF Student-Validation-On
       MOVE "STUDENTS.IDX" TO WS-File-ID
       CLOSE Student-Master-File
       PERFORM Check-File-Status
    END-IF
    MOVE "PERMIT-TRANSACTIONS.DAT" TO WS-File-ID
    CLOSE Permit-Trans-File
    PERFORM Check-File-Status
    MOVE "PERMIT-TRANS-ERRORS.DAT" TO WS-File-ID
    CLOSE Permit-Trans-Error-File
    PERFORM Check-File-Status
    PERFORM Write-Next-Permit-ID
    STOP RUN
    .

COPY "file-status-check.cpy".

*>-----------------------------------------------------------------
*> The run-lock convention (see run-lock-record.cpy): the sections
*> are validated against Courses.IDX, which must not be read while
*> the batch update is half-way through it -- and the batch update
*> marks permits used.
*>-----------------------------------------------------------------
Check-Run-Lock.
    OPEN INPUT Run-Lock-File
    IF LK-File-Status = "00"
       READ Run-Lock-File
          AT END  CONTINUE
       END-READ
       CLOSE Run-Lock-File
       IF LK-Held
          DISPLAY 'Course masters are locked by ' LK-Holder-Program
                  ' since ' LK-Lock-Date ' ' LK-Lock-Time
          DISPLAY 'Permits not maintained -- rerun after that run '
                  'finishes.'
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF
    END-IF
    .

Read-Current-Term.
    MOVE Default-Term TO Current-Term
    MOVE "COURSE-TERM-CONTROL.DAT" TO WS-File-ID
    OPEN INPUT Term-Control-File
    IF WS-File-Status NOT = "35"
       PERFORM Check-File-Status
       READ Term-Control-File
          AT END      CONTINUE
          NOT AT END  IF TC-Current-Term NOT = SPACES
                         MOVE TC-Current-Term TO Current-Term
                      END-IF
       END-READ
       CLOSE Term-Control-File
       PERFORM Check-File-Status
    END-IF
    .

*>-----------------------------------------------------------------
*> The next permit number carries over from run to run in
*> Registration-Permit-Control.Dat; absent or empty, numbering
*> starts at 1.
*>-----------------------------------------------------------------
Read-Next-Permit-ID.
    MOVE 1 TO Next-Permit-ID
    MOVE "REGISTRATION-PERMIT-CONTROL.DAT" TO WS-File-ID
    OPEN INPUT Permit-Control-File
    IF WS-File-Status NOT = "35"
       PERFORM Check-File-Status
       READ Permit-Control-File
          AT END      CONTINUE
          NOT AT END  IF PC-Next-Permit-ID IS NUMERIC
                            AND PC-Next-Permit-ID > ZERO
                         MOVE PC-Next-Permit-ID TO Next-Permit-ID
                      END-IF
       END-READ
       CLOSE Permit-Control-File
       PERFORM Check-File-Status
    END-IF
    .

Write-Next-Permit-ID.
    MOVE "REGISTRATION-PERMIT-CONTROL.DAT" TO WS-File-ID
    OPEN OUTPUT Permit-Control-File
    PERFORM Check-File-Status
    MOVE Next-Permit-ID TO PC-Next-Permit-ID
    WRITE Permit-Control-Record
    CLOSE Permit-Control-File
    PERFORM Check-File-Status
    .


Read-Permit-Trans.
    READ Permit-Trans-File
       AT END  SET PT-Trans-EOF TO TRUE
    END-READ
    .

Process-Permit-Transaction.
    IF PT-Term = SPACES
       MOVE Current-Term TO Permit-Term
    ELSE
       MOVE PT-Term TO Permit-Term
    END-IF
    EVALUATE TRUE
       WHEN PT-Add-Trans     ADD 1 TO PT-Stat-Adds
                             PERFORM Process-Permit-Add
       WHEN PT-Change-Trans  ADD 1 TO PT-Stat-Changes
                             PERFORM Process-Permit-Change
       WHEN PT-Delete-Trans  ADD 1 TO PT-Stat-Deletes
                             PERFORM Process-Permit-Delete
       WHEN OTHER
          SET PT-Err-Bad-Trans-Type TO TRUE
          PERFORM Write-Invalid-Permit-Trans
    END-EVALUATE
    PERFORM Read-Permit-Trans
    .


*>-----------------------------------------------------------------
*> Issues a permit.  Every field is required on an 'A'; the permit
*> number is assigned only once the permit is actually written.
*>-----------------------------------------------------------------
Process-Permit-Add.
    SET PT-Fields-OK TO TRUE
    MOVE PT-Waivers       TO Proposed-Waivers
    MOVE PT-Instructor-ID TO Proposed-Instructor-ID
    IF PT-Expiry-Date IS NUMERIC
       MOVE PT-Expiry-Date TO Proposed-Expiry-Date
    ELSE
       SET PT-Fields-Bad TO TRUE
       SET PT-Err-Bad-Date TO TRUE
    END-IF
    IF PT-Fields-OK
       PERFORM Check-Proposed-Permit
    END-IF
    IF PT-Fields-OK
       PERFORM Check-Section-On-File
    END-IF
    IF PT-Fields-OK  AND  Student-Validation-On
       MOVE PT-Student-ID TO Student-Master-ID
       READ Student-Master-File
          INVALID KEY  SET PT-Fields-Bad TO TRUE
                       SET PT-Err-Student-Unknown TO TRUE
       END-READ
    END-IF
    IF PT-Fields-Bad
       PERFORM Write-Invalid-Permit-Trans
    ELSE
       MOVE PT-Student-ID          TO PM-Student-ID
       MOVE Permit-Term            TO PM-Term
       MOVE PT-Course-ID           TO PM-Course-ID
       MOVE Next-Permit-ID         TO PM-Permit-ID
       MOVE Proposed-Waivers       TO PM-Waivers
       MOVE Proposed-Instructor-ID TO PM-Instructor-ID
       MOVE Todays-Run-Date        TO PM-Issue-Date
       MOVE Proposed-Expiry-Date   TO PM-Expiry-Date
       SET PM-Active TO TRUE
       MOVE ZERO                   TO PM-Used-Date
       WRITE Permit-Record
          INVALID KEY      SET PT-Err-Duplicate-Key TO TRUE
                           PERFORM Write-Invalid-Permit-Trans
          NOT INVALID KEY  ADD 1 TO Next-Permit-ID
       END-WRITE
    END-IF
    .

*>-----------------------------------------------------------------
*> The rules every permit must satisfy once a transaction's fields
*> are merged in: waivers all 'Y'/'N' with at least one 'Y', an
*> active issuing instructor, an expiry date not already past.
*>-----------------------------------------------------------------
Check-Proposed-Permit.
    MOVE ZERO TO Waivers-Granted
    PERFORM Check-One-Waiver
       VARYING Waiver-Index FROM 1 BY 1
       UNTIL Waiver-Index > 4
    IF PT-Fields-OK  AND  Waivers-Granted = ZERO
       SET PT-Fields-Bad TO TRUE
       SET PT-Err-Bad-Waiver TO TRUE
    END-IF
    IF PT-Fields-OK
       MOVE Proposed-Instructor-ID TO Instructor-Master-ID
       READ Instructor-Master-File
          INVALID KEY
             SET PT-Fields-Bad TO TRUE
             SET PT-Err-Instructor-Unknown TO TRUE
          NOT INVALID KEY
             IF NOT Instructor-Active
                SET PT-Fields-Bad TO TRUE
                SET PT-Err-Instructor-Unknown TO TRUE
             END-IF
       END-READ
    END-IF
    IF PT-Fields-OK  AND  Proposed-Expiry-Date < Todays-Run-Date
       SET PT-Fields-Bad TO TRUE
       SET PT-Err-Bad-Date TO TRUE
    END-IF
    .

Check-One-Waiver.
    EVALUATE Proposed-Waiver (Waiver-Index)
       WHEN 'Y'    ADD 1 TO Waivers-Granted
       WHEN 'N'    CONTINUE
       WHEN OTHER  SET PT-Fields-Bad TO TRUE
                   SET PT-Err-Bad-Waiver TO TRUE
    END-EVALUATE
    .

Check-Section-On-File.
    MOVE Permit-Term  TO Course-Term
    MOVE PT-Course-ID TO Course-ID
    READ Indexed-File
       INVALID KEY  SET PT-Fields-Bad TO TRUE
                    SET PT-Err-Section-Unknown TO TRUE
    END-READ
    .


*>-----------------------------------------------------------------
*> Applies the non-blank waivers, instructor, and expiry date of a
*> 'C' to a permit not yet used or revoked; the merged permit must
*> pass the same rules as a new one.
*>-----------------------------------------------------------------
Process-Permit-Change.
    MOVE PT-Student-ID TO PM-Student-ID
    MOVE Permit-Term   TO PM-Term
    MOVE PT-Course-ID  TO PM-Course-ID
    READ Permit-File
       INVALID KEY      SET PT-Err-Key-Not-Found TO TRUE
                        PERFORM Write-Invalid-Permit-Trans
       NOT INVALID KEY  PERFORM Apply-Permit-Change
    END-READ
    .

Apply-Permit-Change.
    SET PT-Fields-OK TO TRUE
    IF NOT PM-Active
       SET PT-Fields-Bad TO TRUE
       SET PT-Err-Permit-Not-Active TO TRUE
    END-IF
    MOVE PM-Waivers       TO Proposed-Waivers
    MOVE PM-Instructor-ID TO Proposed-Instructor-ID
    MOVE PM-Expiry-Date   TO Proposed-Expiry-Date
    PERFORM Overlay-Transaction-Waiver
       VARYING Waiver-Index FROM 1 BY 1
       UNTIL Waiver-Index > 4
    IF PT-Instructor-ID NOT = SPACES
       MOVE PT-Instructor-ID TO Proposed-Instructor-ID
    END-IF
    IF PT-Expiry-Date NOT = SPACES
       IF PT-Expiry-Date IS NUMERIC
          MOVE PT-Expiry-Date TO Proposed-Expiry-Date
       ELSE
          SET PT-Fields-Bad TO TRUE
          SET PT-Err-Bad-Date TO TRUE
       END-IF
    END-IF
    IF PT-Fields-OK
       PERFORM Check-Proposed-Permit
    END-IF
    IF PT-Fields-Bad
       PERFORM Write-Invalid-Permit-Trans
    ELSE
       MOVE Proposed-Waivers       TO PM-Waivers
       MOVE Proposed-Instructor-ID TO PM-Instructor-ID
       MOVE Proposed-Expiry-Date   TO PM-Expiry-Date
       REWRITE Permit-Record
          INVALID KEY  DISPLAY 'Program error in Change:  '
                               'Should never happen!'
                       PERFORM Check-File-Status
       END-REWRITE
    END-IF
    .

Overlay-Transaction-Waiver.
    IF PT-Waiver (Waiver-Index) NOT = SPACE
       MOVE PT-Waiver (Waiver-Index) TO Proposed-Waiver (Waiver-Index)
    END-IF
    .


*>-----------------------------------------------------------------
*> Revokes a permit not yet used.  The record stays on file, marked
*> revoked, so the permit still shows on Permit-Activity-Report.
*>-----------------------------------------------------------------
Process-Permit-Delete.
    MOVE PT-Student-ID TO PM-Student-ID
    MOVE Permit-Term   TO PM-Term
    MOVE PT-Course-ID  TO PM-Course-ID
    READ Permit-File
       INVALID KEY      SET PT-Err-Key-Not-Found TO TRUE
                        PERFORM Write-Invalid-Permit-Trans
       NOT INVALID KEY  PERFORM Revoke-Permit-Record
    END-READ
    .

Revoke-Permit-Record.
    IF NOT PM-Active
       SET PT-Err-Permit-Not-Active TO TRUE
       PERFORM Write-Invalid-Permit-Trans
    ELSE
       SET PM-Revoked TO TRUE
       REWRITE Permit-Record
          INVALID KEY  DISPLAY 'Program error in Delete:  '
                               'Should never happen!'
                       PERFORM Check-File-Status
       END-REWRITE
    END-IF
    .


Write-Invalid-Permit-Trans.
    ADD 1 TO PT-Stat-Rejects
    MOVE Permit-Trans-Rec   TO PT-Err-Trans-Image
    MOVE PT-Err-Reason-Code TO PT-Err-Reason
    WRITE PT-Err-Trans-Rec
    .
