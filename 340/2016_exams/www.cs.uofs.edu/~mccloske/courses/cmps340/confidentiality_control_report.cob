IDENTIFICATION DIVISION.
PROGRAM-ID.  Confidentiality-Control-Report.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>***************************************************************
*> Program Abstract:
*>    The weekly FERPA control report for the registrar.  Reads the
*>    cumulative Confidentiality-Suppression.Dat that Confidentiality-
*>    Log appends to, and for the seven days ending on the run date
*>    lists every run of a report or extract that honors the
*>    confidentiality flag -- which output, how it treats a flagged
*>    student (masked, omitted, withheld), and how many flagged
*>    students and entries it suppressed -- in the order they ran.
*>    A run that suppressed nobody is listed too, so the registrar
*>    can see the output was produced and checked.  It then totals
*>    the week by program and output, and counts the students on
*>    Students.IDX now under a confidentiality flag (and how many of
*>    them asked for it this week), the figure every run's
*>    suppressions should be measured against.
*>
*>  INPUT:
*>    Confidentiality-Suppression.Dat (may be absent: no run has
*>    been logged yet; the report says so), Students.IDX.
*>
*>  OUTPUT:
*>    Confidentiality-Control.Rpt; counts DISPLAYed as control
*>    totals.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Suppression-Log-File
       ASSIGN TO "Confidentiality-Suppression.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Student-Master-File  ASSIGN TO "Students.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS SEQUENTIAL
       RECORD KEY IS Student-Master-ID
       FILE STATUS IS WS-File-Status.

    SELECT Control-Report  ASSIGN TO "Confidentiality-Control.Rpt"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Run-Status-File  ASSIGN TO "Job-Run-Status.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS RS-File-Status.

DATA DIVISION.

FILE SECTION.

FD  Suppression-Log-File.
01  Suppression-Log-Rec.
    COPY "suppression-log-record.cpy".

FD  Student-Master-File.
01  Student-Master-Record.
    COPY "student-record.cpy".

FD  Control-Report.
01  CC-Report-Line  PIC X(80).

FD  Run-Status-File.
01  Run-Status-Rec.
    COPY "run-status-record.cpy".

WORKING-STORAGE SECTION.

*> The run-status file gets its own status byte pair: a problem
*> appending to the log should warn, not abort the business run.
01  RS-File-Status  PIC XX  VALUE "00".

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.
01  Week-Start-Date  PIC 9(8)  VALUE ZERO.
01  Days-In-Week     PIC 9     VALUE 7.

01  Log-EOF-Flag  PIC X.
    88 Log-EOF      VALUE '1'.
    88 Log-EOF-Not  VALUE '0'.

01  Student-EOF-Flag  PIC X.
    88 Student-EOF      VALUE '1'.
    88 Student-EOF-Not  VALUE '0'.

*> One row per program/output pair seen in the week, in the order
*> first seen.
01  Max-Outputs-Seen    PIC 9(2)  VALUE 50.
01  Outputs-Seen-Count  PIC 9(2)  VALUE ZERO.
01  Output-Table.
    02 Output-Seen  OCCURS 0 TO 50 TIMES
                    DEPENDING ON Outputs-Seen-Count.
       03 OT-Program-Name  PIC X(30).
       03 OT-Output-Name   PIC X(30).
       03 OT-Runs          PIC 9(4).
       03 OT-Students      PIC 9(7).
       03 OT-Entries       PIC 9(7).
01  Output-Index  PIC 9(2).
01  Search-Index  PIC 9(2).

01  Output-Found-Flag  PIC X.
    88 Output-Found      VALUE 'Y'.
    88 Output-Not-Found  VALUE 'N'.

01  Table-Overflow-Flag  PIC X  VALUE 'N'.
    88 Output-Table-Overflowed  VALUE 'Y'.

01  Control-Totals.
    02 CC-Log-Records-Read     PIC 9(6)  VALUE ZERO.
    02 CC-Week-Runs            PIC 9(6)  VALUE ZERO.
    02 CC-Week-Students        PIC 9(7)  VALUE ZERO.
    02 CC-Week-Entries         PIC 9(7)  VALUE ZERO.
    02 CC-Students-Read        PIC 9(6)  VALUE ZERO.
    02 CC-Students-Flagged     PIC 9(6)  VALUE ZERO.
    02 CC-Flagged-This-Week    PIC 9(6)  VALUE ZERO.

01  CC-Heading-1.
    02 FILLER  PIC X(30)  VALUE 'CONFIDENTIALITY CONTROL REPORT'.
    02 FILLER  PIC X(10)  VALUE '  WEEK OF '.
    02 CCH-Week-Start  PIC 9(8).
    02 FILLER  PIC X(6)   VALUE ' THRU '.
    02 CCH-Week-End    PIC 9(8).

01  CC-Column-Heading.
    02 FILLER  PIC X(34)  VALUE 'DATE     PROGRAM'.
    02 FILLER  PIC X(46)  VALUE
       'OUTPUT                 ACT  STUDNT  ENTRY'.

01  CC-Detail-Line.
    02 CCD-Date          PIC 9(8).
    02 FILLER            PIC X  VALUE SPACE.
    02 CCD-Program       PIC X(24).
    02 FILLER            PIC X  VALUE SPACE.
    02 CCD-Output        PIC X(22).
    02 FILLER            PIC X  VALUE SPACE.
    02 CCD-Action        PIC X(4).
    02 FILLER            PIC X  VALUE SPACE.
    02 CCD-Students      PIC ZZZZZ9.
    02 FILLER            PIC X  VALUE SPACE.
    02 CCD-Entries       PIC ZZZZZ9.

01  CC-Summary-Heading.
    02 FILLER  PIC X(25)  VALUE 'PROGRAM'.
    02 FILLER  PIC X(55)  VALUE
       'OUTPUT                  RUNS  STUDENTS  ENTRIES'.

01  CC-Summary-Line.
    02 CCS-Program       PIC X(24).
    02 FILLER            PIC X  VALUE SPACE.
    02 CCS-Output        PIC X(22).
    02 FILLER            PIC X  VALUE SPACE.
    02 CCS-Runs          PIC ZZZ9.
    02 FILLER            PIC X(2)  VALUE SPACES.
    02 CCS-Students      PIC ZZZZZZ9.
    02 FILLER            PIC X(2)  VALUE SPACES.
    02 CCS-Entries       PIC ZZZZZZ9.

01  CC-Total-Line.
    02 CCT-Label  PIC X(40).
    02 CCT-Count  PIC Z,ZZZ,ZZ9.

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Program.
    PERFORM Write-Run-Status-Start
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
    COMPUTE Week-Start-Date = FUNCTION DATE-OF-INTEGER
       (FUNCTION INTEGER-OF-DATE (Todays-Run-Date) - Days-In-Week + 1)

    MOVE "CONFIDENTIALITY-CONTROL.RPT" TO WS-File-ID
    OPEN OUTPUT Control-Report
    PERFORM Check-File-Status
    MOVE Week-Start-Date TO CCH-Week-Start
    MOVE Todays-Run-Date TO CCH-Week-End
    WRITE CC-Report-Line FROM CC-Heading-1
    MOVE SPACES TO CC-Report-Line
    WRITE CC-Report-Line

    PERFORM List-Week-Runs
    PERFORM List-Output-Summary
    PERFORM Count-Flagged-Students

    MOVE SPACES TO CC-Report-Line
    WRITE CC-Report-Line
    MOVE 'SUPPRESSION-LOG RECORDS READ' TO CCT-Label
    MOVE CC-Log-Records-Read TO CCT-Count
    WRITE CC-Report-Line FROM CC-Total-Line
    MOVE 'RUNS IN THE WEEK' TO CCT-Label
    MOVE CC-Week-Runs TO CCT-Count
    WRITE CC-Report-Line FROM CC-Total-Line
    MOVE 'STUDENTS SUPPRESSED (SUM OVER RUNS)' TO CCT-Label
    MOVE CC-Week-Students TO CCT-Count
    WRITE CC-Report-Line FROM CC-Total-Line
    MOVE 'ENTRIES SUPPRESSED' TO CCT-Label
    MOVE CC-Week-Entries TO CCT-Count
    WRITE CC-Report-Line FROM CC-Total-Line
    MOVE 'STUDENTS ON THE MASTER' TO CCT-Label
    MOVE CC-Students-Read TO CCT-Count
    WRITE CC-Report-Line FROM CC-Total-Line
    MOVE 'STUDENTS NOW FLAGGED CONFIDENTIAL' TO CCT-Label
    MOVE CC-Students-Flagged TO CCT-Count
    WRITE CC-Report-Line FROM CC-Total-Line
    MOVE '  OF WHOM FLAGGED THIS WEEK' TO CCT-Label
    MOVE CC-Flagged-This-Week TO CCT-Count
    WRITE CC-Report-Line FROM CC-Total-Line

    MOVE "CONFIDENTIALITY-CONTROL.RPT" TO WS-File-ID
    CLOSE Control-Report
    PERFORM Check-File-Status

    DISPLAY 'Confidentiality control ' Week-Start-Date ' thru '
            Todays-Run-Date ': ' CC-Week-Runs ' run(s), '
            CC-Students-Flagged ' student(s) flagged'
    PERFORM Write-Run-Status-End
    STOP RUN
    .

COPY "file-status-check.cpy".

*>-----------------------------------------------------------------
*> The shared job-run log: one 'S' record as the run begins, one
*> 'E' record (with counts and return code) as it ends.
*>-----------------------------------------------------------------
Write-Run-Status-Start.
    MOVE 'CONFIDENTIALITY-CONTROL-REPORT' TO RS-Program-Name
    SET RS-Start-Record TO TRUE
    MOVE ZERO TO RS-Records-Processed
                 RS-Records-Rejected
                 RS-Return-Code
    PERFORM Append-Run-Status-Rec
    .

Write-Run-Status-End.
    MOVE 'CONFIDENTIALITY-CONTROL-REPORT' TO RS-Program-Name
    SET RS-End-Record TO TRUE
    MOVE CC-Log-Records-Read TO RS-Records-Processed
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
*> The log is in the order written, which is date/time order, so
*> the detail comes out chronologically without a sort.
*>-----------------------------------------------------------------
List-Week-Runs.
    WRITE CC-Report-Line FROM CC-Column-Heading
    MOVE SPACES TO CC-Report-Line
    WRITE CC-Report-Line
    MOVE "CONFIDENTIALITY-SUPPRESSION.DAT" TO WS-File-ID
    OPEN INPUT Suppression-Log-File
    IF WS-File-Status = "35"
       MOVE 'NO SUPPRESSION LOG ON FILE -- NO RUN HAS BEEN RECORDED.'
          TO CC-Report-Line
       WRITE CC-Report-Line
    ELSE
       PERFORM Check-File-Status
       SET Log-EOF-Not TO TRUE
       PERFORM Read-Suppression-Log-Rec
       PERFORM UNTIL Log-EOF
          IF SL-Run-Date >= Week-Start-Date
             AND SL-Run-Date <= Todays-Run-Date
             PERFORM Tally-Week-Run
          END-IF
          PERFORM Read-Suppression-Log-Rec
       END-PERFORM
       MOVE "CONFIDENTIALITY-SUPPRESSION.DAT" TO WS-File-ID
       CLOSE Suppression-Log-File
       PERFORM Check-File-Status
       IF CC-Week-Runs = ZERO
          MOVE 'NO RUNS LOGGED THIS WEEK.' TO CC-Report-Line
          WRITE CC-Report-Line
       END-IF
    END-IF
    .

Read-Suppression-Log-Rec.
    READ Suppression-Log-File
       AT END      SET Log-EOF TO TRUE
       NOT AT END  ADD 1 TO CC-Log-Records-Read
    END-READ
    .

Tally-Week-Run.
    ADD 1 TO CC-Week-Runs
    ADD SL-Students-Suppressed TO CC-Week-Students
    ADD SL-Entries-Suppressed  TO CC-Week-Entries
    PERFORM Find-Output-Row
    IF Output-Found
       ADD 1 TO OT-Runs (Output-Index)
       ADD SL-Students-Suppressed TO OT-Students (Output-Index)
       ADD SL-Entries-Suppressed  TO OT-Entries (Output-Index)
    END-IF

    MOVE SL-Run-Date            TO CCD-Date
    MOVE SL-Program-Name        TO CCD-Program
    MOVE SL-Output-Name         TO CCD-Output
    MOVE SL-Students-Suppressed TO CCD-Students
    MOVE SL-Entries-Suppressed  TO CCD-Entries
    EVALUATE TRUE
       WHEN SL-Masked    MOVE 'MASK' TO CCD-Action
       WHEN SL-Omitted   MOVE 'OMIT' TO CCD-Action
       WHEN SL-Withheld  MOVE 'WHLD' TO CCD-Action
       WHEN OTHER        MOVE '????' TO CCD-Action
    END-EVALUATE
    WRITE CC-Report-Line FROM CC-Detail-Line
    .

*>-----------------------------------------------------------------
*> Finds (or adds) the row for SL-Program-Name/SL-Output-Name.
*> Past the table's limit the run is still listed in the detail,
*> just not totalled.
*>-----------------------------------------------------------------
Find-Output-Row.
    SET Output-Not-Found TO TRUE
    PERFORM Match-Output-Row
       VARYING Search-Index FROM 1 BY 1
       UNTIL Search-Index > Outputs-Seen-Count
          OR Output-Found
    IF Output-Not-Found
       IF Outputs-Seen-Count < Max-Outputs-Seen
          ADD 1 TO Outputs-Seen-Count
          MOVE Outputs-Seen-Count TO Output-Index
          MOVE SL-Program-Name TO OT-Program-Name (Output-Index)
          MOVE SL-Output-Name  TO OT-Output-Name (Output-Index)
          MOVE ZERO TO OT-Runs (Output-Index)
                       OT-Students (Output-Index)
                       OT-Entries (Output-Index)
          SET Output-Found TO TRUE
       ELSE
          IF NOT Output-Table-Overflowed
             DISPLAY 'More than ' Max-Outputs-Seen ' outputs in the '
                     'week -- summary is incomplete.'
             SET Output-Table-Overflowed TO TRUE
          END-IF
       END-IF
    END-IF
    .

Match-Output-Row.
    IF OT-Program-Name (Search-Index) = SL-Program-Name
       AND OT-Output-Name (Search-Index) = SL-Output-Name
       MOVE Search-Index TO Output-Index
       SET Output-Found TO TRUE
    END-IF
    .


List-Output-Summary.
    MOVE SPACES TO CC-Report-Line
    WRITE CC-Report-Line
    MOVE 'SUPPRESSIONS BY PROGRAM AND OUTPUT' TO CC-Report-Line
    WRITE CC-Report-Line
    WRITE CC-Report-Line FROM CC-Summary-Heading
    IF Outputs-Seen-Count = ZERO
       MOVE 'NO RUNS THIS WEEK.' TO CC-Report-Line
       WRITE CC-Report-Line
    ELSE
       PERFORM List-One-Output
          VARYING Output-Index FROM 1 BY 1
          UNTIL Output-Index > Outputs-Seen-Count
    END-IF
    .

List-One-Output.
    MOVE OT-Program-Name (Output-Index) TO CCS-Program
    MOVE OT-Output-Name (Output-Index)  TO CCS-Output
    MOVE OT-Runs (Output-Index)         TO CCS-Runs
    MOVE OT-Students (Output-Index)     TO CCS-Students
    MOVE OT-Entries (Output-Index)      TO CCS-Entries
    WRITE CC-Report-Line FROM CC-Summary-Line
    .


*>-----------------------------------------------------------------
*> How many students the outputs had to honor: every student on
*> the master now flagged, and those whose request date falls in
*> the week.
*>-----------------------------------------------------------------
Count-Flagged-Students.
    MOVE "STUDENTS.IDX" TO WS-File-ID
    OPEN INPUT Student-Master-File
    PERFORM Check-File-Status
    SET Student-EOF-Not TO TRUE
    PERFORM UNTIL Student-EOF
       READ Student-Master-File NEXT RECORD
          AT END      SET Student-EOF TO TRUE
          NOT AT END  ADD 1 TO CC-Students-Read
                      IF Student-Confidential
                         PERFORM Count-Flagged-Student
                      END-IF
       END-READ
    END-PERFORM
    MOVE "STUDENTS.IDX" TO WS-File-ID
    CLOSE Student-Master-File
    PERFORM Check-File-Status
    .

Count-Flagged-Student.
    ADD 1 TO CC-Students-Flagged
    IF Student-Confidential-Date >= Week-Start-Date
       AND Student-Confidential-Date <= Todays-Run-Date
       ADD 1 TO CC-Flagged-This-Week
    END-IF
    .
