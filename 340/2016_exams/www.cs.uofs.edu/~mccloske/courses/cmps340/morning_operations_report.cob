AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Sep. 2, 2026.
*>             modified Oct. 15, 2026 to list the section and
*>             enrollment details the learning-management system
*>             rejected in the latest LMS-Ack-Reconcile run
*>             modified Oct. 15, 2026 to list the sections the
*>             latest Enrollment-Balance-Proof found out of balance
*>             modified Oct. 15, 2026 to list the calendar jobs the
*>             latest Job-Scheduler run found missed, held, or due
*>             for the operator
*>***************************************************************
*> Program Abstract:
*>    The morning check used to mean five artifacts for one
*>        the latest run date -- the backup step didn't run);
*>      - same-run key collisions left in Course-Key-Conflicts.Dat;
*>      - reconciliation mismatches left in
*>        Course-Reconciliation-Mismatches.Dat;
*>      - roster details the learning-management system rejected,
*>        left in LMS-Rejects.Dat, one line each;
*>      - sections whose enrollment change did not balance to the
*>        day's audited adds and drops, left in
*>        Enrollment-Balance-Mismatches.Dat, one line each;
*>      - calendar jobs missed, held for a prerequisite, or due for
*>        the operator to run, left in Job-Schedule-Exceptions.Dat,
*>        one line each.
*>
*>    When every check comes back clean the whole report is the
*>    heading and one ALL CLEAR line, and the operator pours the
*>    Job-Run-Status.Dat, Course-Trans-Suspense.Dat,
*>    Course-Run-Lock.Dat, Course-Backup-Control.Dat,
*>    Course-Key-Conflicts.Dat,
*>    Course-Reconciliation-Mismatches.Dat, LMS-Rejects.Dat,
*>    Enrollment-Balance-Mismatches.Dat,
*>    Job-Schedule-Exceptions.Dat (each optional).
*>
*>  OUTPUT:
*>    Morning-Operations.Rpt; the exception count DISPLAYed.
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT LMS-Reject-File  ASSIGN TO "LMS-Rejects.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Balance-Mismatch-File
       ASSIGN TO "Enrollment-Balance-Mismatches.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Schedule-Exception-File
       ASSIGN TO "Job-Schedule-Exceptions.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Morning-Report  ASSIGN TO "Morning-Operations.Rpt"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.
    02 MM-Course-ID  PIC X(9).
    02 MM-Reason     PIC X(30).

FD  LMS-Reject-File.
01  LMS-Reject-Rec.
    COPY "lms-reject-record.cpy".

*> Same record layout Enrollment-Balance-Proof writes.
FD  Balance-Mismatch-File.
01  Balance-Mismatch-Rec.
    02 BM-Course-ID       PIC X(9).
    02 BM-Term            PIC X(5).
    02 BM-Old-Count       PIC 9(4).
    02 BM-Audited-Adds    PIC 9(5).
    02 BM-Audited-Drops   PIC 9(5).
    02 BM-Expected-Count  PIC S9(5)  SIGN IS LEADING SEPARATE.
    02 BM-New-Count       PIC 9(4).
    02 BM-Run-Date        PIC 9(8).

*> Same record layout Job-Scheduler writes.
FD  Schedule-Exception-File.
01  Schedule-Exception-Rec.
    02 JX-Job-Name         PIC X(30).
    02 JX-Condition        PIC X.
       88 JX-Missed           VALUE 'M'.
       88 JX-Held             VALUE 'H'.
       88 JX-Operator-Run     VALUE 'O'.
    02 JX-Occurrence-Date  PIC 9(8).
    02 JX-Prereq-Job       PIC X(30).
    02 JX-Run-Date         PIC 9(8).

FD  Morning-Report.
01  MO-Line  PIC X(100).

    88 Mismatch-EOF      VALUE '1'.
    88 Mismatch-EOF-Not  VALUE '0'.

01  LMS-Reject-EOF-Flag  PIC X.
    88 LMS-Reject-EOF      VALUE '1'.
    88 LMS-Reject-EOF-Not  VALUE '0'.

01  Balance-EOF-Flag  PIC X.
    88 Balance-EOF      VALUE '1'.
    88 Balance-EOF-Not  VALUE '0'.

01  Schedule-EOF-Flag  PIC X.
    88 Schedule-EOF      VALUE '1'.
    88 Schedule-EOF-Not  VALUE '0'.

*> The status file held whole, as Job-Run-History-Report holds it,
*> so the latest run date can be found before the verdicts are
*> worked out.
    02 MO-Open-Suspense     PIC 9(5)  VALUE ZERO.
    02 MO-Key-Conflicts     PIC 9(5)  VALUE ZERO.
    02 MO-Recon-Mismatches  PIC 9(5)  VALUE ZERO.
    02 MO-LMS-Rejects       PIC 9(5)  VALUE ZERO.
    02 MO-Balance-Mismatches PIC 9(5) VALUE ZERO.
    02 MO-Schedule-Exceptions PIC 9(5) VALUE ZERO.

01  MO-Heading-1.
    02 FILLER  PIC X(34)
    02 MOX-Oldest-Days  PIC ZZZZ9.
    02 FILLER           PIC X(5)   VALUE ' days'.

01  MO-LMS-Reject-Line.
    02 FILLER           PIC X(2)   VALUE SPACES.
    02 MOL-Type         PIC X.
    02 FILLER           PIC X(1)   VALUE SPACES.
    02 MOL-Action       PIC X.
    02 FILLER           PIC X(2)   VALUE SPACES.
    02 MOL-Term         PIC X(5).
    02 FILLER           PIC X(2)   VALUE SPACES.
    02 MOL-Course-ID    PIC X(9).
    02 FILLER           PIC X(2)   VALUE SPACES.
    02 MOL-Student-ID   PIC X(9).
    02 FILLER           PIC X(2)   VALUE SPACES.
    02 MOL-Reason       PIC X(30).

01  MO-Balance-Line.
    02 FILLER           PIC X(2)   VALUE SPACES.
    02 MOB-Term         PIC X(5).
    02 FILLER           PIC X(2)   VALUE SPACES.
    02 MOB-Course-ID    PIC X(9).
    02 FILLER           PIC X(6)   VALUE '  old '.
    02 MOB-Old-Count    PIC ZZZ9.
    02 FILLER           PIC X(7)   VALUE '  adds '.
    02 MOB-Adds         PIC ZZZZ9.
    02 FILLER           PIC X(8)   VALUE '  drops '.
    02 MOB-Drops        PIC ZZZZ9.
    02 FILLER           PIC X(11)  VALUE '  expected '.
    02 MOB-Expected     PIC -ZZZZ9.
    02 FILLER           PIC X(6)   VALUE '  new '.
    02 MOB-New-Count    PIC ZZZ9.

01  MO-Schedule-Line.
    02 FILLER           PIC X(2)   VALUE SPACES.
    02 MOJ-Job-Name     PIC X(30).
    02 FILLER           PIC X(2)   VALUE SPACES.
    02 MOJ-Condition    PIC X(14).
    02 FILLER           PIC X(1)   VALUE SPACE.
    02 MOJ-Date         PIC 9(8).
    02 FILLER           PIC X(2)   VALUE SPACES.
    02 MOJ-Prereq-Job   PIC X(30).

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(40).

    PERFORM Check-Backup-Generation
    PERFORM Check-Key-Conflicts
    PERFORM Check-Recon-Mismatches
    PERFORM Check-LMS-Rejects
    PERFORM Check-Balance-Mismatches
    PERFORM Check-Schedule-Exceptions

    IF MO-Exceptions = ZERO
       MOVE 'ALL CLEAR -- NOTHING NEEDS A PERSON THIS MORNING.'
       WRITE MO-Line
    END-IF
    .


*>-----------------------------------------------------------------
*> The LMS's rejections from the latest acknowledgment run, one
*> line each: a shell or an enrollment the LMS does not have.
*>-----------------------------------------------------------------
Check-LMS-Rejects.
    MOVE "LMS-REJECTS.DAT" TO WS-File-ID
    OPEN INPUT LMS-Reject-File
    IF WS-File-Status NOT = "35"
       PERFORM Check-File-Status
       SET LMS-Reject-EOF-Not TO TRUE
       PERFORM Read-LMS-Reject-Rec
       PERFORM List-LMS-Reject
          UNTIL LMS-Reject-EOF
       CLOSE LMS-Reject-File
       PERFORM Check-File-Status
    END-IF
    .

Read-LMS-Reject-Rec.
    READ LMS-Reject-File
       AT END  SET LMS-Reject-EOF TO TRUE
    END-READ
    .

List-LMS-Reject.
    IF MO-LMS-Rejects = ZERO
       ADD 1 TO MO-Exceptions
       MOVE SPACES TO MO-Line
       STRING 'LMS REJECTED ROSTER DETAILS (ACK RUN OF '
              LJ-Reject-Date '):'
          DELIMITED BY SIZE INTO MO-Line
       WRITE MO-Line
    END-IF
    ADD 1 TO MO-LMS-Rejects
    MOVE LJ-Record-Type TO MOL-Type
    MOVE LJ-Action      TO MOL-Action
    MOVE LJ-Term        TO MOL-Term
    MOVE LJ-Course-ID   TO MOL-Course-ID
    MOVE LJ-Student-ID  TO MOL-Student-ID
    MOVE LJ-Reason      TO MOL-Reason
    WRITE MO-Line FROM MO-LMS-Reject-Line
    PERFORM Read-LMS-Reject-Rec
    .


*>-----------------------------------------------------------------
*> Sections the latest balancing proof could not balance, one line
*> each with both sides of the proof.
*>-----------------------------------------------------------------
Check-Balance-Mismatches.
    MOVE "ENROLLMENT-BALANCE-MISMATCHES.DAT" TO WS-File-ID
    OPEN INPUT Balance-Mismatch-File
    IF WS-File-Status NOT = "35"
       PERFORM Check-File-Status
       SET Balance-EOF-Not TO TRUE
       PERFORM Read-Balance-Mismatch-Rec
       PERFORM List-Balance-Mismatch
          UNTIL Balance-EOF
       CLOSE Balance-Mismatch-File
       PERFORM Check-File-Status
    END-IF
    .

Read-Balance-Mismatch-Rec.
    READ Balance-Mismatch-File
       AT END  SET Balance-EOF TO TRUE
    END-READ
    .

List-Balance-Mismatch.
    IF MO-Balance-Mismatches = ZERO
       ADD 1 TO MO-Exceptions
       MOVE SPACES TO MO-Line
       STRING 'SECTIONS OUT OF BALANCE (PROOF RUN OF '
              BM-Run-Date '):'
          DELIMITED BY SIZE INTO MO-Line
       WRITE MO-Line
    END-IF
    ADD 1 TO MO-Balance-Mismatches
    MOVE BM-Term            TO MOB-Term
    MOVE BM-Course-ID       TO MOB-Course-ID
    MOVE BM-Old-Count       TO MOB-Old-Count
    MOVE BM-Audited-Adds    TO MOB-Adds
    MOVE BM-Audited-Drops   TO MOB-Drops
    MOVE BM-Expected-Count  TO MOB-Expected
    MOVE BM-New-Count       TO MOB-New-Count
    WRITE MO-Line FROM MO-Balance-Line
    PERFORM Read-Balance-Mismatch-Rec
    .


*>-----------------------------------------------------------------
*> Calendar jobs the latest scheduler run left for a person: the
*> date each was due, and for a held job the prerequisite it waits
*> on.
*>-----------------------------------------------------------------
Check-Schedule-Exceptions.
    MOVE "JOB-SCHEDULE-EXCEPTIONS.DAT" TO WS-File-ID
    OPEN INPUT Schedule-Exception-File
    IF WS-File-Status NOT = "35"
       PERFORM Check-File-Status
       SET Schedule-EOF-Not TO TRUE
       PERFORM Read-Schedule-Exception-Rec
       PERFORM List-Schedule-Exception
          UNTIL Schedule-EOF
       CLOSE Schedule-Exception-File
       PERFORM Check-File-Status
    END-IF
    .

Read-Schedule-Exception-Rec.
    READ Schedule-Exception-File
       AT END  SET Schedule-EOF TO TRUE
    END-READ
    .

List-Schedule-Exception.
    IF MO-Schedule-Exceptions = ZERO
       ADD 1 TO MO-Exceptions
       MOVE SPACES TO MO-Line
       STRING 'CALENDAR JOBS NEEDING A PERSON (SCHEDULER RUN OF '
              JX-Run-Date '):'
          DELIMITED BY SIZE INTO MO-Line
       WRITE MO-Line
    END-IF
    ADD 1 TO MO-Schedule-Exceptions
    MOVE JX-Job-Name        TO MOJ-Job-Name
    MOVE JX-Occurrence-Date TO MOJ-Date
    MOVE JX-Prereq-Job      TO MOJ-Prereq-Job
    EVALUATE TRUE
       WHEN JX-Missed        MOVE 'MISSED, DUE'    TO MOJ-Condition
       WHEN JX-Held          MOVE 'HELD, DUE'      TO MOJ-Condition
       WHEN JX-Operator-Run  MOVE 'OPERATOR, DUE'  TO MOJ-Condition
       WHEN OTHER            MOVE 'UNKNOWN, DUE'   TO MOJ-Condition
    END-EVALUATE
    WRITE MO-Line FROM MO-Schedule-Line
    PERFORM Read-Schedule-Exception-Rec
    .
