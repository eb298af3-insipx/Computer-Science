AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Sep. 2, 2026.
*>           modified Oct. 15, 2026 to carry every corrected or
*>           lapsed grade into Student-History.IDX as well, so the
*>           keyed history stays in step with the archive.
*>           modified Oct. 15, 2026 to record its start and end
*>           on Job-Run-Status.Dat
*>***************************************************************
*> Program Abstract:
*>    After Term-Rollover's archive step a grade lives only in
*>    date entered at the console (0 = no lapse pass tonight).
*>
*>  OUTPUT:
*>    Course-Term-History.Dat rewritten; Student-History.IDX
*>    updated; Grade-Change-Audit.Dat appended;
*>    Grade-Change-Rejects.Dat; run counts DISPLAYed.
*>***************************************************************

ENVIRONMENT DIVISION.
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Student-History-File  ASSIGN TO "Student-History.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS HS-Key
       FILE STATUS IS WS-File-Status.

    SELECT Instructor-Master-File  ASSIGN TO "Instructors.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS LK-File-Status.

    SELECT Run-Status-File  ASSIGN TO "Job-Run-Status.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS RS-File-Status.

DATA DIVISION.

FILE SECTION.
    02 GR-Trans-Image  PIC X(33).
    02 GR-Reason       PIC X(2).

*> The keyed per-student history Term-Rollover posts alongside the
*> archive's 'E' records; every grade this run changes in the
*> archive is changed here too.
FD  Student-History-File.
01  Student-History-Rec.
    COPY "student-history-record.cpy".

FD  Instructor-Master-File.
01  Instructor-Master-Record.
    COPY "instructor-record.cpy".
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
    88 Instructor-Validation-On   VALUE 'Y'.
    88 Instructor-Validation-Off  VALUE 'N'.

01  Student-History-Flag  PIC X  VALUE 'N'.
    88 Student-History-On   VALUE 'Y'.
    88 Student-History-Off  VALUE 'N'.

01  Grade-Before-Changes  PIC X(2).

01  History-EOF-Flag  PIC X.
    88 History-EOF      VALUE '1'.
    88 History-EOF-Not  VALUE '0'.
    02 GC-Changes-Applied PIC 9(4)  VALUE ZERO.
    02 GC-Lapses-Applied  PIC 9(4)  VALUE ZERO.
    02 GC-Trans-Rejected  PIC 9(4)  VALUE ZERO.
    02 GC-History-Missed  PIC 9(4)  VALUE ZERO.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.

PROCEDURE DIVISION.

Main-Paragraph.
    PERFORM Write-Run-Status-Start
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD

    DISPLAY 'Incomplete-lapse deadline (YYYYMMDD, 0 = no lapse '
               Max-Grade-Changes '-entry table -- run abandoned, '
               'Course-Term-History.Dat left untouched.'
       MOVE 16 TO RETURN-CODE
       PERFORM Write-Run-Status-End
       STOP RUN
    END-IF
    IF Grade-Change-Count = ZERO
          AND Lapse-Deadline-Date = ZERO
       DISPLAY 'No corrections and no lapse deadline -- nothing '
               'to do.'
       PERFORM Write-Run-Status-End
       STOP RUN
    END-IF

    END-IF
    PERFORM Check-File-Status

*>  With no Student-History.IDX on file (Student-History-Build has
*>  never been run) the archive is still corrected; the keyed
*>  history picks the corrections up when it is built.
    MOVE "STUDENT-HISTORY.IDX" TO WS-File-ID
    OPEN I-O Student-History-File
    IF WS-File-Status = "35"
       SET Student-History-Off TO TRUE
       DISPLAY 'Student-History.IDX not on file -- corrections '
               'go to the archive only'
    ELSE
       PERFORM Check-File-Status
       SET Student-History-On TO TRUE
    END-IF

    PERFORM Apply-Changes-To-Work-File
    PERFORM Copy-Work-File-Back

    IF Student-History-On
       MOVE "STUDENT-HISTORY.IDX" TO WS-File-ID
       CLOSE Student-History-File
       PERFORM Check-File-Status
    END-IF

    MOVE "GRADE-CHANGE-AUDIT.DAT" TO WS-File-ID
    CLOSE Grade-Change-Audit-File
    PERFORM Check-File-Status
    DISPLAY '  Corrections applied:   ' GC-Changes-Applied
    DISPLAY '  Incompletes lapsed:    ' GC-Lapses-Applied
    DISPLAY '  Corrections rejected:  ' GC-Trans-Rejected
    IF GC-History-Missed > ZERO
       DISPLAY '  Changed grades not found in Student-History.IDX: '
               GC-History-Missed
               ' -- rebuild it with Student-History-Build'
    END-IF
    PERFORM Write-Run-Status-End
    STOP RUN
    .

COPY "file-status-check.cpy".

*>-----------------------------------------------------------------
*> The shared job-run log: one 'S' record as the run begins, one
*> 'E' record (with counts and return code) as it ends.
*>-----------------------------------------------------------------
Write-Run-Status-Start.
    MOVE 'GRADE-CHANGE' TO RS-Program-Name
    SET RS-Start-Record TO TRUE
    MOVE ZERO TO RS-Records-Processed
                 RS-Records-Rejected
                 RS-Return-Code
    PERFORM Append-Run-Status-Rec
    .

Write-Run-Status-End.
    MOVE 'GRADE-CHANGE' TO RS-Program-Name
    SET RS-End-Record TO TRUE
    MOVE GC-Trans-Read TO RS-Records-Processed
    MOVE GC-Trans-Rejected TO RS-Records-Rejected
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
*> rewrites the grade archive, so it takes the same exclusive marker
          DISPLAY 'Refusing to start -- clear a stale lock with '
                  'Course-Lock-Clear.'
          MOVE 16 TO RETURN-CODE
          PERFORM Write-Run-Status-End
          STOP RUN
       END-IF
    END-IF

Copy-One-Rec-Applying.
    IF TH-Record-Type = 'E'
       MOVE THG-Grade TO Grade-Before-Changes
       PERFORM Apply-Corrections-To-Grade-Rec
       PERFORM Apply-Lapse-To-Grade-Rec
       IF THG-Grade NOT = Grade-Before-Changes
             AND Student-History-On
          PERFORM Post-Grade-To-Student-History
       END-IF
       MOVE Term-History-Grade-Rec TO Work-History-Grade-Rec
       WRITE Work-History-Grade-Rec
    ELSE
    END-IF
    .

*>-----------------------------------------------------------------
*> The 'E' record's final grade (after any correction and lapse)
*> replaces the grade on its Student-History.IDX record.  A record
*> missing there means the keyed history predates this enrollment's
*> archiving; it is counted so the operator knows to rebuild.
*>-----------------------------------------------------------------
Post-Grade-To-Student-History.
    MOVE THG-Student-ID TO HS-Student-ID
    MOVE THG-Term       TO HS-Term
    MOVE THG-Course-ID  TO HS-Course-ID
    READ Student-History-File
       INVALID KEY
          ADD 1 TO GC-History-Missed
       NOT INVALID KEY
          MOVE THG-Grade TO HS-Grade
          REWRITE Student-History-Rec
             INVALID KEY
                DISPLAY 'Program error in grade change:  '
                        'Should never happen!'
                PERFORM Check-File-Status
          END-REWRITE
    END-READ
    .

Write-Grade-Audit-Rec.
    MOVE Todays-Run-Date TO GA-Run-Date
    MOVE THG-Student-ID  TO GA-Student-ID
