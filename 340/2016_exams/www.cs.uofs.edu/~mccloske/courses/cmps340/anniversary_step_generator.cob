AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Sep. 2, 2026.
*>             modified Oct. 15, 2026 to record its start and end
*>             on Job-Run-Status.Dat
*>***************************************************************
*> Program Abstract:
*>    Contractual longevity raises were typed in by hand each month
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Run-Status-File  ASSIGN TO "Job-Run-Status.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS RS-File-Status.

DATA DIVISION.

FILE SECTION.
FD  Step-Register.
01  SR-Line  PIC X(80).

FD  Run-Status-File.
01  Run-Status-Rec.
    COPY "run-status-record.cpy".

WORKING-STORAGE SECTION.

*> The run-status file gets its own status byte pair: a problem
*> appending to the log should warn, not abort the business run.
01  RS-File-Status  PIC XX  VALUE "00".

01  Employee-EOF-Flag  PIC X.
    88 Employee-EOF      VALUE '1'.
    88 Employee-EOF-Not  VALUE '0'.
PROCEDURE DIVISION.

Main-Paragraph.
    PERFORM Write-Run-Status-Start
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
    PERFORM Load-Step-Policy
    IF Policy-Row-Count = ZERO
       DISPLAY 'No wage-step-policy.txt rows on file -- nothing '
               'to generate.'
       PERFORM Write-Run-Status-End
       STOP RUN
    END-IF

               Max-Pending-Entries '-entry guard table -- run '
               'abandoned rather than risking duplicate raises.'
       MOVE 16 TO RETURN-CODE
       PERFORM Write-Run-Status-End
       STOP RUN
    END-IF

            AG-Employees-Scanned ' employee(s) scanned, '
            AG-Steps-Generated ' step raise(s) generated, '
            AG-Already-Pending ' already pending (skipped)'
    PERFORM Write-Run-Status-End
    STOP RUN
    .

COPY "file-status-check.cpy".

*>-----------------------------------------------------------------
*> The shared job-run log: one 'S' record as the run begins, one
*> 'E' record (with counts and return code) as it ends.
*>-----------------------------------------------------------------
Write-Run-Status-Start.
    MOVE 'ANNIVERSARY-STEP-GENERATOR' TO RS-Program-Name
    SET RS-Start-Record TO TRUE
    MOVE ZERO TO RS-Records-Processed
                 RS-Records-Rejected
                 RS-Return-Code
    PERFORM Append-Run-Status-Rec
    .

Write-Run-Status-End.
    MOVE 'ANNIVERSARY-STEP-GENERATOR' TO RS-Program-Name
    SET RS-End-Record TO TRUE
    MOVE AG-Employees-Scanned TO RS-Records-Processed
    MOVE AG-Already-Pending TO RS-Records-Rejected
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
*> The double-feed guard: every (employee, effective date) pair
