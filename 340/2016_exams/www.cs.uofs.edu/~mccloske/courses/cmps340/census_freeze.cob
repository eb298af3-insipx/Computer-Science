AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Sep. 2, 2026.
*>             modified Oct. 15, 2026 to record its start and end
*>             on Job-Run-Status.Dat
*>***************************************************************
*> Program Abstract:
*>    The state wants enrollment as of the official census date,
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Run-Status-File  ASSIGN TO "Job-Run-Status.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS RS-File-Status.

DATA DIVISION.

FILE SECTION.
    02 CN-Course-ID     PIC X(9).
    02 CN-Student-ID    PIC X(9).

FD  Run-Status-File.
01  Run-Status-Rec.
    COPY "run-status-record.cpy".

WORKING-STORAGE SECTION.

*> The run-status file gets its own status byte pair: a problem
*> appending to the log should warn, not abort the business run.
01  RS-File-Status  PIC XX  VALUE "00".

01  CF-Overflow-File-Status  PIC XX  VALUE "00".

01  CF-Overflow-Available-Flag  PIC X  VALUE 'N'.
PROCEDURE DIVISION.

Main-Paragraph.
    PERFORM Write-Run-Status-Start
    DISPLAY 'Official census date (YYYYMMDD): ' WITH NO ADVANCING
    ACCEPT Census-Date
    IF Census-Date IS NOT NUMERIC  OR  Census-Date = '00000000'
       DISPLAY 'Not a plausible census date -- nothing frozen.'
       MOVE 16 TO RETURN-CODE
       PERFORM Write-Run-Status-End
       STOP RUN
    END-IF

    DISPLAY 'Census frozen as of ' Census-Date ': '
            CF-Sections-Frozen ' section(s), '
            CF-Enrollments-Frozen ' enrollment(s)'
    PERFORM Write-Run-Status-End
    STOP RUN
    .

COPY "file-status-check.cpy".

*>-----------------------------------------------------------------
*> The shared job-run log: one 'S' record as the run begins, one
*> 'E' record (with counts and return code) as it ends.
*>-----------------------------------------------------------------
Write-Run-Status-Start.
    MOVE 'CENSUS-FREEZE' TO RS-Program-Name
    SET RS-Start-Record TO TRUE
    MOVE ZERO TO RS-Records-Processed
                 RS-Records-Rejected
                 RS-Return-Code
    PERFORM Append-Run-Status-Rec
    .

Write-Run-Status-End.
    MOVE 'CENSUS-FREEZE' TO RS-Program-Name
    SET RS-End-Record TO TRUE
    MOVE CF-Sections-Frozen TO RS-Records-Processed
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
*> A Course-Census.Dat with anything in it IS an official frozen
*> position -- running over it would be exactly the "later activity
                     'overwrite it.  Archive it away first.'
             CLOSE Census-File
             MOVE 16 TO RETURN-CODE
             PERFORM Write-Run-Status-End
             STOP RUN
       END-READ
       CLOSE Census-File
