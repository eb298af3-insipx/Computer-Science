AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Sep. 2, 2026.
*>             modified Oct. 15, 2026 for the 5644-byte audit entry
*>             (Audit-Grading-Basis / Audit-Prior-Basis)
*>             modified Oct. 15, 2026 for the 5651-byte audit entry
*>             (Audit-Permit-ID)
*>             modified Oct. 15, 2026 to record its start and end
*>             on Job-Run-Status.Dat
*>***************************************************************
*> Program Abstract:
*>    Course-Audit-Trail.Dat only ever grew.  Now that it is an
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS LK-File-Status.

    SELECT Run-Status-File  ASSIGN TO "Job-Run-Status.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS RS-File-Status.

DATA DIVISION.

FILE SECTION.
*> One flat image per cut entry, appended to the volume named for
*> the entry's own Audit-Date year.
FD  Archive-Volume-File
       RECORD CONTAINS 5651 CHARACTERS.
01  Archive-Volume-Rec  PIC X(5651).

*> One optional record overriding the standard retention age, the
*> same convention as Course-Load-Limit.Dat.
01  Run-Lock-Record.
    COPY "run-lock-record.cpy".

FD  Run-Status-File.
01  Run-Status-Rec.
    COPY "run-status-record.cpy".

WORKING-STORAGE SECTION.

*> The run-status file gets its own status byte pair: a problem
*> appending to the log should warn, not abort the business run.
01  RS-File-Status  PIC XX  VALUE "00".

*> The lock file gets its own status byte pair; its absence (35) is
*> normal before the convention's first-ever run.
01  LK-File-Status  PIC XX  VALUE "00".
PROCEDURE DIVISION.

Main-Paragraph.
    PERFORM Write-Run-Status-Start
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
    PERFORM Read-Retention-Days
    PERFORM Determine-Cutoff-Date
    IF Cutoff-Date = ZERO
       DISPLAY 'Nothing is old enough to cut -- archive left '
               'as it stands.'
       PERFORM Write-Run-Status-End
       STOP RUN
    END-IF

    IF WS-File-Status = "35"
       DISPLAY 'No audit trail on file -- nothing to trim.'
       PERFORM Release-Run-Lock
       PERFORM Write-Run-Status-End
       STOP RUN
    END-IF
    PERFORM Check-File-Status
    DISPLAY 'Audit archive trim complete: ' AT-Entries-Cut
            ' entr(ies) cut to the yearly volumes (everything '
            'before ' Cutoff-Date ')'
    PERFORM Write-Run-Status-End
    STOP RUN
    .

COPY "file-status-check.cpy".

*>-----------------------------------------------------------------
*> The shared job-run log: one 'S' record as the run begins, one
*> 'E' record (with counts and return code) as it ends.
*>-----------------------------------------------------------------
Write-Run-Status-Start.
    MOVE 'AUDIT-ARCHIVE-TRIM' TO RS-Program-Name
    SET RS-Start-Record TO TRUE
    MOVE ZERO TO RS-Records-Processed
                 RS-Records-Rejected
                 RS-Return-Code
    PERFORM Append-Run-Status-Rec
    .

Write-Run-Status-End.
    MOVE 'AUDIT-ARCHIVE-TRIM' TO RS-Program-Name
    SET RS-End-Record TO TRUE
    MOVE AT-Entries-Cut TO RS-Records-Processed
    MOVE ZERO TO RS-Records-Rejected
    MOVE RETURN-CODE TO RS-Return-Code
    PERFORM Append-Run-Status-Rec
    .

Append-Run-Status-Rec.
    ACCEPT RS-Run-Date FROM DATE YYYYMMDD
    ACCEPT RS-Run-Time FROM TIME
    OPEN EXTEND Run-Status-File
    IF RS-File-Status = "35"
       OPEN OUTPUT Run-Status-File
    END-IF
    IF RS-File-Status = "00"
       WRITE Run-Status-Rec
       CLOSE Run-Status-File
    ELSE
       DISPLAY 'Job-Run-Status.Dat not updated -- status '
               RS-File-Status
    END-IF
    .

*>-----------------------------------------------------------------
*> The run-in-progress marker (see run-lock-record.cpy).  This run
*> deletes from the archive the nightly update appends to, so it
          DISPLAY 'Refusing to start -- clear a stale lock with '
                  'Course-Lock-Clear.'
          MOVE 16 TO RETURN-CODE
          PERFORM Write-Run-Status-End
          STOP RUN
       END-IF
    END-IF
