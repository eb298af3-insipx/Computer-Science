IDENTIFICATION DIVISION.
PROGRAM-ID.  Job-Calendar-Maintain.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>***************************************************************
*> Program Abstract:
*>    The nightly streams run every night; everything else --
*>    Anniversary-Step-Generator monthly, Payroll-Register each pay
*>    period, Census-Freeze on census day, the term-end jobs --
*>    depended on somebody remembering the date.  This program
*>    creates and maintains Job-Calendar.IDX (layout in
*>    job-calendar-record.cpy), the calendar Job-Scheduler works
*>    from, from a batch transaction file in the same mold as
*>    Term-Calendar-Maintain:  'A' adds a calendar entry for a job,
*>    'C' replaces one, 'D' deletes it.  On the very first run
*>    Job-Calendar.IDX does not exist yet and is created empty
*>    before the transactions are applied.
*>
*>    Unlike a term calendar's change, a 'C' here carries the entry
*>    complete, exactly as an 'A' does: the entry is small enough
*>    to key whole, and a blank prerequisite or console answer has
*>    to be able to mean "none" rather than "leave alone".  A blank
*>    status means active.  Either transaction restarts the entry's
*>    effective date at today, so occurrences that fell under the
*>    old rule are not reported as missed under the new one.
*>
*>    Any transaction that cannot be applied is copied, along with a
*>    two-character reason code, to Job-Calendar-Trans-Errors.Dat.
*>
*>  INPUT:
*>    Job-Calendar-Transactions.Dat.
*>
*>  OUTPUT:
*>    Job-Calendar.IDX created/updated; Job-Calendar-Trans-Errors.Dat;
*>    end-of-job transaction counts DISPLAYed as a control total.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Job-Calendar-File  ASSIGN TO "Job-Calendar.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS JC-Key
       FILE STATUS IS WS-File-Status.

    SELECT Job-Calendar-Trans-File
       ASSIGN TO "Job-Calendar-Transactions.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Job-Calendar-Error-File
       ASSIGN TO "Job-Calendar-Trans-Errors.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

DATA DIVISION.

FILE SECTION.

FD  Job-Calendar-File.
01  Job-Calendar-Record.
    COPY "job-calendar-record.cpy".

*> The numeric fields are PIC X, as on a term-calendar transaction,
*> so that a blank or mistyped one can be caught rather than read
*> as garbage.
FD  Job-Calendar-Trans-File
       RECORD CONTAINS 145 CHARACTERS.
01  Job-Calendar-Trans-Rec.
    02 JT-Trans-Type     PIC X.
       88 JT-Add-Trans       VALUE 'A'.
       88 JT-Change-Trans    VALUE 'C'.
       88 JT-Delete-Trans    VALUE 'D'.
    02 JT-Job-Name       PIC X(30).
    02 JT-Entry-Seq      PIC X(2).
    02 JT-Rule           PIC X.
    02 JT-Rule-Date      PIC X(8).
    02 JT-Rule-Date-Parts  REDEFINES JT-Rule-Date.
       03 JT-Rule-Year   PIC 9(4).
       03 JT-Rule-Month  PIC 9(2).
       03 JT-Rule-Day    PIC 9(2).
    02 JT-Day-Of-Month   PIC X(2).
    02 JT-Interval-Days  PIC X(3).
    02 JT-Term-Event     PIC X(2).
    02 JT-Offset-Sign    PIC X.
    02 JT-Offset-Days    PIC X(3).
    02 JT-Prereq-Job     PIC X(30).
    02 JT-Run-Mode       PIC X.
    02 JT-Answers        PIC X(60).
    02 JT-Entry-Status   PIC X.

*> JT-Err-Reason explains why the transaction in JT-Err-Trans-Image
*> was rejected, using the same two-character reason-code convention
*> as Courses-Interact's suspense file.
FD  Job-Calendar-Error-File.
01  JT-Err-Trans-Rec.
    02 JT-Err-Trans-Image  PIC X(145).
    02 JT-Err-Reason       PIC X(2).

WORKING-STORAGE SECTION.

01  JT-Trans-EOF-Flag  PIC X.
    88 JT-Trans-EOF      VALUE '1'.
    88 JT-Trans-EOF-Not  VALUE '0'.

01  JT-Fields-Flag  PIC X.
    88 JT-Fields-OK   VALUE 'Y'.
    88 JT-Fields-Bad  VALUE 'N'.

01  JT-Err-Reason-Code  PIC X(2).
    88 JT-Err-Bad-Trans-Type  VALUE 'BT'.
    88 JT-Err-Duplicate-Key   VALUE 'DK'.
    88 JT-Err-Key-Not-Found   VALUE 'KN'.
    88 JT-Err-Bad-Key         VALUE 'BK'.
    88 JT-Err-Bad-Rule        VALUE 'BR'.
    88 JT-Err-Bad-Date        VALUE 'BD'.
    88 JT-Err-Bad-Term-Event  VALUE 'BE'.
    88 JT-Err-Bad-Mode        VALUE 'BM'.
    88 JT-Err-Bad-Prereq      VALUE 'BP'.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.

01  Job-Calendar-Run-Statistics.
    02 JT-Stat-Adds     PIC 9(5)  VALUE ZERO.
    02 JT-Stat-Changes  PIC 9(5)  VALUE ZERO.
    02 JT-Stat-Deletes  PIC 9(5)  VALUE ZERO.
    02 JT-Stat-Rejects  PIC 9(5)  VALUE ZERO.

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Paragraph.
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD

*>  Status 35 on the I-O OPEN means Job-Calendar.IDX does not exist
*>  yet (the very first run); it is created empty and opened again,
*>  so the initial calendar is just a batch of 'A' transactions.
    MOVE "JOB-CALENDAR.IDX" TO WS-File-ID
    OPEN I-O Job-Calendar-File
    IF WS-File-Status = "35"
       OPEN OUTPUT Job-Calendar-File
       PERFORM Check-File-Status
       CLOSE Job-Calendar-File
       PERFORM Check-File-Status
       OPEN I-O Job-Calendar-File
    END-IF
    PERFORM Check-File-Status
    MOVE "JOB-CALENDAR-TRANSACTIONS.DAT" TO WS-File-ID
    OPEN INPUT Job-Calendar-Trans-File
    PERFORM Check-File-Status
    MOVE "JOB-CALENDAR-TRANS-ERRORS.DAT" TO WS-File-ID
    OPEN OUTPUT Job-Calendar-Error-File
    PERFORM Check-File-Status

    SET JT-Trans-EOF-Not TO TRUE
    PERFORM Read-Job-Calendar-Trans
    PERFORM Process-Job-Calendar-Trans
       UNTIL JT-Trans-EOF

    DISPLAY 'End-of-job job calendar maintenance statistics:'
    DISPLAY '  Add transactions    processed: ' JT-Stat-Adds
    DISPLAY '  Change transactions processed: ' JT-Stat-Changes
    DISPLAY '  Delete transactions processed: ' JT-Stat-Deletes
    DISPLAY '  Transactions rejected:         ' JT-Stat-Rejects

    MOVE "JOB-CALENDAR.IDX" TO WS-File-ID
    CLOSE Job-Calendar-File
    PERFORM Check-File-Status
    MOVE "JOB-CALENDAR-TRANSACTIONS.DAT" TO WS-File-ID
    CLOSE Job-Calendar-Trans-File
    PERFORM Check-File-Status
    MOVE "JOB-CALENDAR-TRANS-ERRORS.DAT" TO WS-File-ID
    CLOSE Job-Calendar-Error-File
    PERFORM Check-File-Status
    STOP RUN
    .

COPY "file-status-check.cpy".


Read-Job-Calendar-Trans.
    READ Job-Calendar-Trans-File
       AT END  SET JT-Trans-EOF TO TRUE
    END-READ
    .

Process-Job-Calendar-Trans.
    EVALUATE TRUE
       WHEN JT-Add-Trans     ADD 1 TO JT-Stat-Adds
                             PERFORM Process-Job-Calendar-Add
       WHEN JT-Change-Trans  ADD 1 TO JT-Stat-Changes
                             PERFORM Process-Job-Calendar-Change
       WHEN JT-Delete-Trans  ADD 1 TO JT-Stat-Deletes
                             PERFORM Process-Job-Calendar-Delete
       WHEN OTHER
          SET JT-Err-Bad-Trans-Type TO TRUE
          PERFORM Write-Invalid-Job-Calendar-Trans
    END-EVALUATE
    PERFORM Read-Job-Calendar-Trans
    .


Process-Job-Calendar-Add.
    PERFORM Check-Job-Calendar-Entry
    IF JT-Fields-Bad
       PERFORM Write-Invalid-Job-Calendar-Trans
    ELSE
       PERFORM Build-Job-Calendar-Record
       WRITE Job-Calendar-Record
          INVALID KEY  SET JT-Err-Duplicate-Key TO TRUE
                       PERFORM Write-Invalid-Job-Calendar-Trans
       END-WRITE
    END-IF
    .

*>-----------------------------------------------------------------
*> Replaces an existing entry whole.  The key must be good before
*> the record can be looked for at all.
*>-----------------------------------------------------------------
Process-Job-Calendar-Change.
    PERFORM Check-Job-Calendar-Entry
    IF JT-Fields-Bad
       PERFORM Write-Invalid-Job-Calendar-Trans
    ELSE
       MOVE JT-Job-Name  TO JC-Job-Name
       MOVE JT-Entry-Seq TO JC-Entry-Seq
       READ Job-Calendar-File
          INVALID KEY      SET JT-Err-Key-Not-Found TO TRUE
                           PERFORM Write-Invalid-Job-Calendar-Trans
          NOT INVALID KEY  PERFORM Apply-Job-Calendar-Change
       END-READ
    END-IF
    .

Apply-Job-Calendar-Change.
    PERFORM Build-Job-Calendar-Record
    REWRITE Job-Calendar-Record
       INVALID KEY  DISPLAY 'Program error in Change:  '
                            'Should never happen!'
                    PERFORM Check-File-Status
    END-REWRITE
    .


Process-Job-Calendar-Delete.
    IF JT-Job-Name = SPACES OR JT-Entry-Seq IS NOT NUMERIC
       SET JT-Err-Bad-Key TO TRUE
       PERFORM Write-Invalid-Job-Calendar-Trans
    ELSE
       MOVE JT-Job-Name  TO JC-Job-Name
       MOVE JT-Entry-Seq TO JC-Entry-Seq
       READ Job-Calendar-File
          INVALID KEY      SET JT-Err-Key-Not-Found TO TRUE
                           PERFORM Write-Invalid-Job-Calendar-Trans
          NOT INVALID KEY  PERFORM Delete-Job-Calendar-Record
       END-READ
    END-IF
    .

Delete-Job-Calendar-Record.
    DELETE Job-Calendar-File
       INVALID KEY  DISPLAY 'Program error in Delete:  '
                            'Should never happen!'
                    PERFORM Check-File-Status
    END-DELETE
    .


*>-----------------------------------------------------------------
*> Checks an 'A' or 'C' entry: the key, the fields its rule needs,
*> the run mode and status, and that a job is not its own
*> prerequisite.  The first fault found is the one reported.
*>-----------------------------------------------------------------
Check-Job-Calendar-Entry.
    SET JT-Fields-OK TO TRUE
    IF JT-Job-Name = SPACES OR JT-Entry-Seq IS NOT NUMERIC
       SET JT-Fields-Bad TO TRUE
       SET JT-Err-Bad-Key TO TRUE
    END-IF
    IF JT-Fields-OK
       EVALUATE JT-Rule
          WHEN 'D'
             PERFORM Check-Rule-Date
          WHEN 'M'
             IF JT-Day-Of-Month IS NOT NUMERIC
                OR JT-Day-Of-Month < '01' OR JT-Day-Of-Month > '31'
                SET JT-Fields-Bad TO TRUE
                SET JT-Err-Bad-Rule TO TRUE
             END-IF
          WHEN 'P'
             PERFORM Check-Rule-Date
             IF JT-Interval-Days IS NOT NUMERIC
                OR JT-Interval-Days = '000'
                SET JT-Fields-Bad TO TRUE
                SET JT-Err-Bad-Rule TO TRUE
             END-IF
          WHEN 'T'
             IF JT-Term-Event NOT = 'ST' AND NOT = 'AD'
                AND NOT = 'DR' AND NOT = 'WD' AND NOT = 'EN'
                OR (JT-Offset-Sign NOT = SPACE AND NOT = '+'
                                   AND NOT = '-')
                OR (JT-Offset-Days NOT = SPACES
                    AND JT-Offset-Days IS NOT NUMERIC)
                SET JT-Fields-Bad TO TRUE
                SET JT-Err-Bad-Term-Event TO TRUE
             END-IF
          WHEN OTHER
             SET JT-Fields-Bad TO TRUE
             SET JT-Err-Bad-Rule TO TRUE
       END-EVALUATE
    END-IF
    IF JT-Fields-OK
       IF (JT-Run-Mode NOT = 'A' AND NOT = 'M')
          OR (JT-Entry-Status NOT = SPACE AND NOT = 'A'
                                          AND NOT = 'I')
          SET JT-Fields-Bad TO TRUE
          SET JT-Err-Bad-Mode TO TRUE
       END-IF
    END-IF
    IF JT-Fields-OK
       IF JT-Prereq-Job = JT-Job-Name
          SET JT-Fields-Bad TO TRUE
          SET JT-Err-Bad-Prereq TO TRUE
       END-IF
    END-IF
    .

Check-Rule-Date.
    IF JT-Rule-Date IS NOT NUMERIC
       SET JT-Fields-Bad TO TRUE
       SET JT-Err-Bad-Date TO TRUE
    ELSE
       IF JT-Rule-Year < 1900
          OR JT-Rule-Month < 1 OR JT-Rule-Month > 12
          OR JT-Rule-Day < 1 OR JT-Rule-Day > 31
          SET JT-Fields-Bad TO TRUE
          SET JT-Err-Bad-Date TO TRUE
       END-IF
    END-IF
    .

*>-----------------------------------------------------------------
*> Lays a checked transaction into the record.  Fields the rule
*> does not use are stored as zero, so the file never holds a
*> leftover from an entry's earlier rule.
*>-----------------------------------------------------------------
Build-Job-Calendar-Record.
    MOVE JT-Job-Name      TO JC-Job-Name
    MOVE JT-Entry-Seq     TO JC-Entry-Seq
    MOVE JT-Rule          TO JC-Rule
    MOVE ZERO             TO JC-Rule-Date
                             JC-Day-Of-Month
                             JC-Interval-Days
                             JC-Offset-Days
    MOVE SPACES           TO JC-Term-Event
                             JC-Offset-Sign
    EVALUATE TRUE
       WHEN JC-Date-Rule
          MOVE JT-Rule-Date     TO JC-Rule-Date
       WHEN JC-Monthly-Rule
          MOVE JT-Day-Of-Month  TO JC-Day-Of-Month
       WHEN JC-Interval-Rule
          MOVE JT-Rule-Date     TO JC-Rule-Date
          MOVE JT-Interval-Days TO JC-Interval-Days
       WHEN JC-Term-Rule
          MOVE JT-Term-Event    TO JC-Term-Event
          MOVE JT-Offset-Sign   TO JC-Offset-Sign
          IF JT-Offset-Days IS NUMERIC
             MOVE JT-Offset-Days TO JC-Offset-Days
          END-IF
    END-EVALUATE
    MOVE JT-Prereq-Job    TO JC-Prereq-Job
    MOVE JT-Run-Mode      TO JC-Run-Mode
    MOVE JT-Answers       TO JC-Answers
    IF JT-Entry-Status = SPACE
       SET JC-Entry-Active TO TRUE
    ELSE
       MOVE JT-Entry-Status TO JC-Entry-Status
    END-IF
    MOVE Todays-Run-Date  TO JC-Effective-Date
    .


Write-Invalid-Job-Calendar-Trans.
    ADD 1 TO JT-Stat-Rejects
    MOVE Job-Calendar-Trans-Rec  TO JT-Err-Trans-Image
    MOVE JT-Err-Reason-Code      TO JT-Err-Reason
    WRITE JT-Err-Trans-Rec
    .
