IDENTIFICATION DIVISION.
PROGRAM-ID.  Job-Scheduler.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>***************************************************************
*> Program Abstract:
*>    The nightly streams take care of the jobs that run every
*>    night.  Everything else -- Anniversary-Step-Generator monthly,
*>    Payroll-Register each pay period, Census-Freeze on census day,
*>    Grade-Change's incomplete lapse and Academic-Standing at term
*>    end, Audit-Archive-Trim, Term-Rollover -- ran when somebody
*>    remembered the date.  This program runs every night after the
*>    streams, reads the job calendar (Job-Calendar.IDX, maintained
*>    by Job-Calendar-Maintain) and works out, for each job on it:
*>
*>      - the latest date its rule fell on, up to and including
*>        today (a term-calendar rule is resolved against every
*>        term on Term-Calendar.IDX);
*>      - whether the job has completed since that date --
*>        Job-Run-Status.Dat holds an 'E' record with return code
*>        zero for it dated on or after it;
*>      - and so whether it is DUE tonight, was MISSED on an
*>        earlier date (the scheduler warns, but leaves the catch-up
*>        run to the operator -- a late Census-Freeze or
*>        Term-Rollover wants a person's eye), or is up to date.
*>
*>    A job due tonight whose prerequisite has not completed is
*>    HELD.  A prerequisite that is itself on the calendar must have
*>    no occurrence outstanding (a prerequisite due tonight as well
*>    is simply run first); one that is not on the calendar -- a
*>    nightly stream step -- must have completed since the dependent
*>    job last did.  A job the calendar marks for the operator is
*>    listed as due but never run from here.
*>
*>    At the console the scheduler is asked for a mode:  'R' writes
*>    the jobs to run, in prerequisite order and with the console
*>    answers each one needs, to Scheduled-Jobs-Due.Dat, which
*>    JOB_SCHEDULER_STREAM.COM reads and RUNs one by one; 'L' (or
*>    nothing) only lists what would run.  Each job RUN records its
*>    own start and end on Job-Run-Status.Dat, so a job already
*>    completed today is not run twice when the scheduler is rerun
*>    after a failure.  Missed, held and operator-run jobs are
*>    written to Job-Schedule-Exceptions.Dat for the morning report.
*>
*>  INPUT:
*>    Job-Calendar.IDX, Job-Run-Status.Dat, Term-Calendar.IDX,
*>    Course-Term-Control.Dat (all but the calendar optional); the
*>    mode entered at the console.
*>
*>  OUTPUT:
*>    Job-Schedule.Rpt; Scheduled-Jobs-Due.Dat ('R' mode);
*>    Job-Schedule-Exceptions.Dat; Job-Run-Status.Dat appended;
*>    counts DISPLAYed.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Job-Calendar-File  ASSIGN TO "Job-Calendar.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS SEQUENTIAL
       RECORD KEY IS JC-Key
       FILE STATUS IS WS-File-Status.

    SELECT Term-Calendar-File  ASSIGN TO "Term-Calendar.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS SEQUENTIAL
       RECORD KEY IS CAL-Term
       FILE STATUS IS WS-File-Status.

    SELECT Term-Control-File  ASSIGN TO "Course-Term-Control.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

*> Job-Run-Status.Dat twice over: read back whole as the history of
*> what completed, and appended to for this run's own records.
    SELECT Run-History-File  ASSIGN TO "Job-Run-Status.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Scheduled-Jobs-File  ASSIGN TO "Scheduled-Jobs-Due.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Schedule-Exception-File
       ASSIGN TO "Job-Schedule-Exceptions.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Schedule-Report  ASSIGN TO "Job-Schedule.Rpt"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Run-Status-File  ASSIGN TO "Job-Run-Status.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS RS-File-Status.

DATA DIVISION.

FILE SECTION.

FD  Job-Calendar-File.
01  Job-Calendar-Record.
    COPY "job-calendar-record.cpy".

FD  Term-Calendar-File.
01  Term-Calendar-Record.
    COPY "term-calendar-record.cpy".

FD  Term-Control-File.
01  Term-Control-Record.
    02 TC-Current-Term  PIC X(5).

*> Same layout as run-status-record.cpy, under names of its own.
FD  Run-History-File.
01  Run-History-Rec.
    02 RH-Program-Name       PIC X(30).
    02 RH-Record-Type        PIC X.
       88 RH-End-Record         VALUE 'E'.
    02 RH-Completed.
       03 RH-Run-Date        PIC 9(8).
       03 RH-Run-Time        PIC 9(8).
    02 RH-Records-Processed  PIC 9(6).
    02 RH-Records-Rejected   PIC 9(6).
    02 RH-Return-Code        PIC 9(2).

*> One record per job to RUN tonight, in the order to run them:
*> the name it RUNs under and up to three lines to feed it as
*> console input.  JOB_SCHEDULER_STREAM.COM reads these columns.
FD  Scheduled-Jobs-File.
01  Scheduled-Job-Rec.
    02 SD-Job-Name  PIC X(30).
    02 SD-Answer    PIC X(20)  OCCURS 3 TIMES.

*> One record per calendar job needing a person: 'M' missed on
*> JX-Occurrence-Date, 'H' held tonight for JX-Prereq-Job, 'O' due
*> tonight but run by the operator.  Morning-Operations-Report
*> lists them.
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

FD  Schedule-Report.
01  JS-Report-Line  PIC X(80).

FD  Run-Status-File.
01  Run-Status-Rec.
    COPY "run-status-record.cpy".

WORKING-STORAGE SECTION.

*> The run-status file gets its own status byte pair: a problem
*> appending to the log should warn, not abort the business run.
01  RS-File-Status  PIC XX  VALUE "00".

01  Todays-Run-Date    PIC 9(8)  VALUE ZERO.
01  Todays-Run-Date-Parts REDEFINES Todays-Run-Date.
    02 Todays-Year   PIC 9(4).
    02 Todays-Month  PIC 9(2).
    02 Todays-Day    PIC 9(2).
01  Todays-Day-Number  PIC 9(7)  VALUE ZERO.

01  Scheduler-Mode  PIC X  VALUE SPACE.
    88 Schedule-Run-Mode   VALUE 'R' 'r'.

01  Current-Term  PIC X(5)  VALUE SPACES.

01  Calendar-EOF-Flag  PIC X.
    88 Calendar-EOF      VALUE '1'.
    88 Calendar-EOF-Not  VALUE '0'.

01  Term-EOF-Flag  PIC X.
    88 Term-EOF      VALUE '1'.
    88 Term-EOF-Not  VALUE '0'.

01  History-EOF-Flag  PIC X.
    88 History-EOF      VALUE '1'.
    88 History-EOF-Not  VALUE '0'.

*> The last clean completion (an 'E' with return code zero) of
*> every program on Job-Run-Status.Dat.  The file is in the order
*> written, so the last one read for a program is its latest.
01  Max-Completed-Jobs   PIC 9(3)  VALUE 300.
01  Completed-Job-Count  PIC 9(3)  VALUE ZERO.
01  Completed-Job-Table.
    02 Completed-Job  OCCURS 0 TO 300 TIMES
                      DEPENDING ON Completed-Job-Count.
       03 CJ-Program-Name    PIC X(30).
       03 CJ-Last-Completed.
          04 CJ-Last-Date    PIC 9(8).
          04 CJ-Last-Time    PIC 9(8).
01  Completed-Index  PIC 9(3).
01  Completion-Search-Name  PIC X(30).

01  Completed-Found-Flag  PIC X.
    88 Completed-Found      VALUE 'Y'.
    88 Completed-Not-Found  VALUE 'N'.

*> Every term on the academic calendar, in term order, with its
*> five dates in CAL-Dates order -- the order JC-Term-Event's codes
*> are numbered in below.
01  Max-Terms   PIC 9(2)  VALUE 60.
01  Term-Count  PIC 9(2)  VALUE ZERO.
01  Term-Table.
    02 Term-Entry  OCCURS 0 TO 60 TIMES
                   DEPENDING ON Term-Count.
       03 TT-Term   PIC X(5).
       03 TT-Date   PIC 9(8)  OCCURS 5 TIMES.
01  Term-Index     PIC 9(2).
01  Event-Index    PIC 9.

*> The active calendar entries, with the latest date each one's
*> rule fell on (zero when it has not yet fallen since the entry
*> took effect) and the term that date belongs to.
01  Max-Schedule-Entries  PIC 9(3)  VALUE 200.
01  Schedule-Entry-Count  PIC 9(3)  VALUE ZERO.
01  Schedule-Table.
    02 Schedule-Entry  OCCURS 0 TO 200 TIMES
                       DEPENDING ON Schedule-Entry-Count.
       03 SE-Job-Name     PIC X(30).
       03 SE-Run-Mode     PIC X.
       03 SE-Prereq-Job   PIC X(30).
       03 SE-Answer       PIC X(20)  OCCURS 3 TIMES.
       03 SE-Latest-Date  PIC 9(8).
       03 SE-Fired-Term   PIC X(5).
01  Entry-Index  PIC 9(3).

*> One row per job named on the calendar, in calendar (job name)
*> order: where it stands tonight.
01  Max-Jobs   PIC 9(3)  VALUE 100.
01  Job-Count  PIC 9(3)  VALUE ZERO.
01  Job-Table.
    02 Job-Entry  OCCURS 0 TO 100 TIMES
                  DEPENDING ON Job-Count.
       03 JB-Job-Name        PIC X(30).
       03 JB-Latest-Date     PIC 9(8).
       03 JB-Due-Entry       PIC 9(3).
       03 JB-Last-Completed.
          04 JB-Last-Date    PIC 9(8).
          04 JB-Last-Time    PIC 9(8).
       03 JB-Run-Order       PIC 9(3).
       03 JB-State           PIC X.
          88 JB-Up-To-Date       VALUE SPACE.
          88 JB-Done-Today       VALUE 'C'.
          88 JB-Waiting          VALUE 'W'.
          88 JB-To-Run           VALUE 'R'.
          88 JB-Held             VALUE 'H'.
          88 JB-Missed           VALUE 'M'.
          88 JB-Operator-Run     VALUE 'O'.
01  Job-Index     PIC 9(3).
01  Prereq-Index  PIC 9(3).
01  Search-Index  PIC 9(3).

01  Job-Found-Flag  PIC X.
    88 Job-Found      VALUE 'Y'.
    88 Job-Not-Found  VALUE 'N'.

01  Prereq-Verdict  PIC X.
    88 Prereq-Satisfied  VALUE 'Y'.
    88 Prereq-Unmet      VALUE 'N'.
    88 Prereq-Pending    VALUE 'P'.

01  Pass-Progress-Flag  PIC X.
    88 Pass-Made-Progress  VALUE 'Y'.
    88 Pass-Made-None      VALUE 'N'.

01  Table-Overflow-Flag  PIC X  VALUE 'N'.
    88 Schedule-Table-Overflowed  VALUE 'Y'.

*> Working fields for resolving one entry's rule.
01  Occurrence-Date    PIC 9(8).
01  Occurrence-Term    PIC X(5).
01  Candidate-Date     PIC 9(8).
01  Candidate-Day-Number  PIC S9(7).
01  Anchor-Day-Number  PIC 9(7).
01  Days-Since-Anchor  PIC 9(7).
01  Days-Into-Period   PIC 9(3).
01  Fire-Year          PIC 9(4).
01  Fire-Month         PIC 9(2).
01  Fire-Date          PIC 9(8).
01  Fire-Date-Parts REDEFINES Fire-Date.
    02 Fire-Date-Year   PIC 9(4).
    02 Fire-Date-Month  PIC 9(2).
    02 Fire-Date-Day    PIC 9(2).
01  Next-Month-First   PIC 9(8).
01  Next-Month-Parts REDEFINES Next-Month-First.
    02 Next-Month-Year   PIC 9(4).
    02 Next-Month-Month  PIC 9(2).
    02 Next-Month-Day    PIC 9(2).
01  Month-End-Date     PIC 9(8).
01  Month-End-Parts REDEFINES Month-End-Date.
    02 Month-End-Year   PIC 9(4).
    02 Month-End-Month  PIC 9(2).
    02 Month-End-Day    PIC 9(2).

01  Answer-Index     PIC 9.
01  Next-Term        PIC X(5).
01  Run-Order-Count  PIC 9(3)  VALUE ZERO.

01  Schedule-Totals.
    02 JS-Entries-Read   PIC 9(5)  VALUE ZERO.
    02 JS-Jobs-To-Run    PIC 9(3)  VALUE ZERO.
    02 JS-Jobs-Missed    PIC 9(3)  VALUE ZERO.
    02 JS-Jobs-Held      PIC 9(3)  VALUE ZERO.
    02 JS-Jobs-Operator  PIC 9(3)  VALUE ZERO.
    02 JS-Jobs-Done      PIC 9(3)  VALUE ZERO.
    02 JS-Exceptions     PIC 9(4)  VALUE ZERO.

01  JS-Heading-1.
    02 FILLER         PIC X(30)  VALUE 'JOB SCHEDULE FOR'.
    02 JSH-Run-Date   PIC 9(8).
    02 FILLER         PIC X(4)   VALUE SPACES.
    02 JSH-Mode-Text  PIC X(30).

01  JS-Column-Heading.
    02 FILLER  PIC X(80)  VALUE
       'ORDER JOB                            DATE DUE  STATUS'.

01  JS-Detail-Line.
    02 JSD-Run-Order   PIC ZZ9.
    02 FILLER          PIC X(3)  VALUE SPACES.
    02 JSD-Job-Name    PIC X(30).
    02 FILLER          PIC X     VALUE SPACE.
    02 JSD-Date-Due    PIC 9(8).
    02 FILLER          PIC X(2)  VALUE SPACES.
    02 JSD-Status      PIC X(33).

01  JS-Answer-Line.
    02 FILLER          PIC X(16)  VALUE SPACES.
    02 FILLER          PIC X(20)  VALUE 'console answer:'.
    02 JSA-Answer      PIC X(20).

01  JS-Total-Line.
    02 JST-Label  PIC X(40).
    02 JST-Count  PIC ZZZ9.

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Program.
    PERFORM Write-Run-Status-Start
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
    COMPUTE Todays-Day-Number =
       FUNCTION INTEGER-OF-DATE (Todays-Run-Date)
    DISPLAY 'Scheduler mode (R = run the jobs due, L = list only): '
            WITH NO ADVANCING
    ACCEPT Scheduler-Mode

    PERFORM Load-Completions
    PERFORM Load-Term-Calendar
    PERFORM Read-Current-Term
    PERFORM Load-Job-Calendar
    PERFORM Judge-One-Job
       VARYING Job-Index FROM 1 BY 1
       UNTIL Job-Index > Job-Count
    PERFORM Order-Jobs-To-Run

    MOVE "JOB-SCHEDULE.RPT" TO WS-File-ID
    OPEN OUTPUT Schedule-Report
    PERFORM Check-File-Status
    MOVE "JOB-SCHEDULE-EXCEPTIONS.DAT" TO WS-File-ID
    OPEN OUTPUT Schedule-Exception-File
    PERFORM Check-File-Status
    IF Schedule-Run-Mode
       MOVE "SCHEDULED-JOBS-DUE.DAT" TO WS-File-ID
       OPEN OUTPUT Scheduled-Jobs-File
       PERFORM Check-File-Status
       MOVE 'RUN MODE' TO JSH-Mode-Text
    ELSE
       MOVE 'LIST ONLY -- NOTHING RUN' TO JSH-Mode-Text
    END-IF
    MOVE Todays-Run-Date TO JSH-Run-Date
    WRITE JS-Report-Line FROM JS-Heading-1
    MOVE SPACES TO JS-Report-Line
    WRITE JS-Report-Line
    WRITE JS-Report-Line FROM JS-Column-Heading
    MOVE SPACES TO JS-Report-Line
    WRITE JS-Report-Line

    PERFORM Write-Jobs-To-Run
    PERFORM Write-Other-Jobs
       VARYING Job-Index FROM 1 BY 1
       UNTIL Job-Index > Job-Count
    IF Job-Count = ZERO
       MOVE 'NO ACTIVE ENTRIES ON THE JOB CALENDAR.' TO JS-Report-Line
       WRITE JS-Report-Line
    END-IF
    PERFORM Write-Schedule-Totals

    IF Schedule-Run-Mode
       MOVE "SCHEDULED-JOBS-DUE.DAT" TO WS-File-ID
       CLOSE Scheduled-Jobs-File
       PERFORM Check-File-Status
    END-IF
    MOVE "JOB-SCHEDULE-EXCEPTIONS.DAT" TO WS-File-ID
    CLOSE Schedule-Exception-File
    PERFORM Check-File-Status
    MOVE "JOB-SCHEDULE.RPT" TO WS-File-ID
    CLOSE Schedule-Report
    PERFORM Check-File-Status

    DISPLAY 'Job schedule for ' Todays-Run-Date ': '
            JS-Jobs-To-Run ' to run, ' JS-Jobs-Missed ' missed, '
            JS-Jobs-Held ' held, ' JS-Jobs-Operator
            ' for the operator -- see Job-Schedule.Rpt'
    PERFORM Write-Run-Status-End
    STOP RUN
    .

COPY "file-status-check.cpy".

*>-----------------------------------------------------------------
*> The shared job-run log: one 'S' record as the run begins, one
*> 'E' record (with counts and return code) as it ends.
*>-----------------------------------------------------------------
Write-Run-Status-Start.
    MOVE 'JOB-SCHEDULER' TO RS-Program-Name
    SET RS-Start-Record TO TRUE
    MOVE ZERO TO RS-Records-Processed
                 RS-Records-Rejected
                 RS-Return-Code
    PERFORM Append-Run-Status-Rec
    .

Write-Run-Status-End.
    MOVE 'JOB-SCHEDULER' TO RS-Program-Name
    SET RS-End-Record TO TRUE
    MOVE JS-Entries-Read TO RS-Records-Processed
    MOVE JS-Exceptions   TO RS-Records-Rejected
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
*> What has completed, and when: the latest clean 'E' per program.
*>-----------------------------------------------------------------
Load-Completions.
    MOVE "JOB-RUN-STATUS.DAT" TO WS-File-ID
    OPEN INPUT Run-History-File
    IF WS-File-Status NOT = "35"
       PERFORM Check-File-Status
       SET History-EOF-Not TO TRUE
       PERFORM UNTIL History-EOF
          READ Run-History-File
             AT END      SET History-EOF TO TRUE
             NOT AT END
                IF RH-End-Record AND RH-Return-Code = ZERO
                   PERFORM Store-Completion
                END-IF
          END-READ
       END-PERFORM
       CLOSE Run-History-File
       PERFORM Check-File-Status
    END-IF
    .

Store-Completion.
    MOVE RH-Program-Name TO Completion-Search-Name
    PERFORM Find-Completion
    IF Completed-Not-Found
       IF Completed-Job-Count < Max-Completed-Jobs
          ADD 1 TO Completed-Job-Count
          MOVE Completed-Job-Count TO Completed-Index
          MOVE RH-Program-Name TO CJ-Program-Name (Completed-Index)
          SET Completed-Found TO TRUE
       ELSE
          DISPLAY 'More than ' Max-Completed-Jobs ' programs on '
                  'Job-Run-Status.Dat -- ' RH-Program-Name
                  ' not tracked.'
       END-IF
    END-IF
    IF Completed-Found
       MOVE RH-Completed TO CJ-Last-Completed (Completed-Index)
    END-IF
    .

*>-----------------------------------------------------------------
*> Looks up Completion-Search-Name; Completed-Index is left on the
*> row.
*>-----------------------------------------------------------------
Find-Completion.
    SET Completed-Not-Found TO TRUE
    PERFORM Match-Completion
       VARYING Search-Index FROM 1 BY 1
       UNTIL Search-Index > Completed-Job-Count
          OR Completed-Found
    .

Match-Completion.
    IF CJ-Program-Name (Search-Index) = Completion-Search-Name
       MOVE Search-Index TO Completed-Index
       SET Completed-Found TO TRUE
    END-IF
    .


Load-Term-Calendar.
    MOVE "TERM-CALENDAR.IDX" TO WS-File-ID
    OPEN INPUT Term-Calendar-File
    IF WS-File-Status NOT = "35"
       PERFORM Check-File-Status
       SET Term-EOF-Not TO TRUE
       PERFORM UNTIL Term-EOF
          READ Term-Calendar-File NEXT RECORD
             AT END      SET Term-EOF TO TRUE
             NOT AT END  PERFORM Store-Term
          END-READ
       END-PERFORM
       CLOSE Term-Calendar-File
       PERFORM Check-File-Status
    END-IF
    .

Store-Term.
    IF Term-Count < Max-Terms
       ADD 1 TO Term-Count
       MOVE CAL-Term               TO TT-Term (Term-Count)
       MOVE CAL-Start-Date         TO TT-Date (Term-Count, 1)
       MOVE CAL-Last-Add-Date      TO TT-Date (Term-Count, 2)
       MOVE CAL-Last-Drop-Date     TO TT-Date (Term-Count, 3)
       MOVE CAL-Last-Withdraw-Date TO TT-Date (Term-Count, 4)
       MOVE CAL-End-Date           TO TT-Date (Term-Count, 5)
    ELSE
       DISPLAY 'More than ' Max-Terms ' terms on Term-Calendar.IDX'
               ' -- ' CAL-Term ' not scheduled against.'
    END-IF
    .

Read-Current-Term.
    MOVE "COURSE-TERM-CONTROL.DAT" TO WS-File-ID
    OPEN INPUT Term-Control-File
    IF WS-File-Status NOT = "35"
       PERFORM Check-File-Status
       READ Term-Control-File
          AT END      MOVE SPACES TO Current-Term
          NOT AT END  MOVE TC-Current-Term TO Current-Term
       END-READ
       CLOSE Term-Control-File
       PERFORM Check-File-Status
    END-IF
    .


*>-----------------------------------------------------------------
*> Every active entry, its rule resolved to the latest date it fell
*> on, gathered under its job's row.  A job's latest date is the
*> latest over all its entries; the entry that falls today is the
*> one whose answers the job is run with.
*>-----------------------------------------------------------------
Load-Job-Calendar.
    MOVE "JOB-CALENDAR.IDX" TO WS-File-ID
    OPEN INPUT Job-Calendar-File
    IF WS-File-Status = "35"
       DISPLAY 'Job-Calendar.IDX is not on file -- nothing is '
               'scheduled.'
    ELSE
       PERFORM Check-File-Status
       SET Calendar-EOF-Not TO TRUE
       PERFORM UNTIL Calendar-EOF
          READ Job-Calendar-File NEXT RECORD
             AT END      SET Calendar-EOF TO TRUE
             NOT AT END
                ADD 1 TO JS-Entries-Read
                IF JC-Entry-Active
                   PERFORM Store-Calendar-Entry
                END-IF
          END-READ
       END-PERFORM
       CLOSE Job-Calendar-File
       PERFORM Check-File-Status
    END-IF
    .

Store-Calendar-Entry.
    IF Schedule-Entry-Count >= Max-Schedule-Entries
          OR Job-Count >= Max-Jobs
       IF NOT Schedule-Table-Overflowed
          DISPLAY 'The job calendar has outgrown the scheduler''s '
                  'tables -- entries from ' JC-Job-Name
                  ' on are not scheduled.'
          SET Schedule-Table-Overflowed TO TRUE
       END-IF
    ELSE
       PERFORM Resolve-Latest-Occurrence
       ADD 1 TO Schedule-Entry-Count
       MOVE Schedule-Entry-Count TO Entry-Index
       MOVE JC-Job-Name     TO SE-Job-Name (Entry-Index)
       MOVE JC-Run-Mode     TO SE-Run-Mode (Entry-Index)
       MOVE JC-Prereq-Job   TO SE-Prereq-Job (Entry-Index)
       MOVE JC-Answer (1)   TO SE-Answer (Entry-Index, 1)
       MOVE JC-Answer (2)   TO SE-Answer (Entry-Index, 2)
       MOVE JC-Answer (3)   TO SE-Answer (Entry-Index, 3)
       MOVE Occurrence-Date TO SE-Latest-Date (Entry-Index)
       MOVE Occurrence-Term TO SE-Fired-Term (Entry-Index)
       IF Job-Count = ZERO
             OR JB-Job-Name (Job-Count) NOT = JC-Job-Name
          ADD 1 TO Job-Count
          MOVE JC-Job-Name TO JB-Job-Name (Job-Count)
          MOVE ZERO  TO JB-Latest-Date (Job-Count)
                        JB-Due-Entry (Job-Count)
                        JB-Run-Order (Job-Count)
          MOVE SPACE TO JB-State (Job-Count)
       END-IF
       IF Occurrence-Date > JB-Latest-Date (Job-Count)
          MOVE Occurrence-Date TO JB-Latest-Date (Job-Count)
       END-IF
       IF Occurrence-Date = Todays-Run-Date
          MOVE Entry-Index TO JB-Due-Entry (Job-Count)
       END-IF
    END-IF
    .

*>-----------------------------------------------------------------
*> The latest date, up to and including today, on which the
*> current calendar record's rule fell -- zero if none on or after
*> the entry's effective date.  Occurrence-Term is the term it fell
*> in (a term rule) or the current term.
*>-----------------------------------------------------------------
Resolve-Latest-Occurrence.
    MOVE ZERO         TO Occurrence-Date
    MOVE Current-Term TO Occurrence-Term
    EVALUATE TRUE
       WHEN JC-Date-Rule
          IF JC-Rule-Date <= Todays-Run-Date
             MOVE JC-Rule-Date TO Occurrence-Date
          END-IF
       WHEN JC-Interval-Rule
          IF JC-Rule-Date <= Todays-Run-Date
                AND JC-Interval-Days > ZERO
             COMPUTE Anchor-Day-Number =
                FUNCTION INTEGER-OF-DATE (JC-Rule-Date)
             COMPUTE Days-Since-Anchor =
                Todays-Day-Number - Anchor-Day-Number
             COMPUTE Days-Into-Period =
                FUNCTION MOD (Days-Since-Anchor, JC-Interval-Days)
             COMPUTE Occurrence-Date = FUNCTION DATE-OF-INTEGER
                (Todays-Day-Number - Days-Into-Period)
          END-IF
       WHEN JC-Monthly-Rule
          MOVE Todays-Year  TO Fire-Year
          MOVE Todays-Month TO Fire-Month
          PERFORM Compute-Month-Fire-Date
          IF Fire-Date > Todays-Run-Date
             IF Fire-Month = 1
                MOVE 12 TO Fire-Month
                SUBTRACT 1 FROM Fire-Year
             ELSE
                SUBTRACT 1 FROM Fire-Month
             END-IF
             PERFORM Compute-Month-Fire-Date
          END-IF
          MOVE Fire-Date TO Occurrence-Date
       WHEN JC-Term-Rule
          PERFORM Evaluate-Term-Event
             VARYING Term-Index FROM 1 BY 1
             UNTIL Term-Index > Term-Count
    END-EVALUATE
    IF Occurrence-Date < JC-Effective-Date
       MOVE ZERO TO Occurrence-Date
    END-IF
    .

*>-----------------------------------------------------------------
*> Day JC-Day-Of-Month of Fire-Month/Fire-Year, or that month's
*> last day when the month is too short to have it.
*>-----------------------------------------------------------------
Compute-Month-Fire-Date.
    IF Fire-Month = 12
       COMPUTE Next-Month-Year = Fire-Year + 1
       MOVE 1 TO Next-Month-Month
    ELSE
       MOVE Fire-Year TO Next-Month-Year
       COMPUTE Next-Month-Month = Fire-Month + 1
    END-IF
    MOVE 1 TO Next-Month-Day
    COMPUTE Month-End-Date = FUNCTION DATE-OF-INTEGER
       (FUNCTION INTEGER-OF-DATE (Next-Month-First) - 1)
    MOVE Fire-Year  TO Fire-Date-Year
    MOVE Fire-Month TO Fire-Date-Month
    IF JC-Day-Of-Month > Month-End-Day
       MOVE Month-End-Day TO Fire-Date-Day
    ELSE
       MOVE JC-Day-Of-Month TO Fire-Date-Day
    END-IF
    .

Evaluate-Term-Event.
    EVALUATE TRUE
       WHEN JC-Event-Start          MOVE 1 TO Event-Index
       WHEN JC-Event-Last-Add       MOVE 2 TO Event-Index
       WHEN JC-Event-Last-Drop      MOVE 3 TO Event-Index
       WHEN JC-Event-Last-Withdraw  MOVE 4 TO Event-Index
       WHEN OTHER                   MOVE 5 TO Event-Index
    END-EVALUATE
    IF TT-Date (Term-Index, Event-Index) > ZERO
       IF JC-Offset-Before
          COMPUTE Candidate-Day-Number =
             FUNCTION INTEGER-OF-DATE (TT-Date (Term-Index, Event-Index))
             - JC-Offset-Days
       ELSE
          COMPUTE Candidate-Day-Number =
             FUNCTION INTEGER-OF-DATE (TT-Date (Term-Index, Event-Index))
             + JC-Offset-Days
       END-IF
       IF Candidate-Day-Number <= Todays-Day-Number
          COMPUTE Candidate-Date =
             FUNCTION DATE-OF-INTEGER (Candidate-Day-Number)
          IF Candidate-Date > Occurrence-Date
             MOVE Candidate-Date        TO Occurrence-Date
             MOVE TT-Term (Term-Index)  TO Occurrence-Term
          END-IF
       END-IF
    END-IF
    .


*>-----------------------------------------------------------------
*> Where one job stands: up to date, already run today, due
*> tonight (to run, or for the operator), or missed.
*>-----------------------------------------------------------------
Judge-One-Job.
    MOVE JB-Job-Name (Job-Index) TO Completion-Search-Name
    PERFORM Find-Completion
    IF Completed-Found
       MOVE CJ-Last-Completed (Completed-Index)
         TO JB-Last-Completed (Job-Index)
    ELSE
       MOVE ZERO TO JB-Last-Date (Job-Index)
                    JB-Last-Time (Job-Index)
    END-IF
    EVALUATE TRUE
       WHEN JB-Latest-Date (Job-Index) = ZERO
          SET JB-Up-To-Date (Job-Index) TO TRUE
       WHEN JB-Last-Date (Job-Index) >= JB-Latest-Date (Job-Index)
          IF JB-Latest-Date (Job-Index) = Todays-Run-Date
             SET JB-Done-Today (Job-Index) TO TRUE
          ELSE
             SET JB-Up-To-Date (Job-Index) TO TRUE
          END-IF
       WHEN JB-Latest-Date (Job-Index) = Todays-Run-Date
          MOVE JB-Due-Entry (Job-Index) TO Entry-Index
          IF SE-Run-Mode (Entry-Index) = 'M'
             SET JB-Operator-Run (Job-Index) TO TRUE
          ELSE
             SET JB-Waiting (Job-Index) TO TRUE
          END-IF
       WHEN OTHER
          SET JB-Missed (Job-Index) TO TRUE
    END-EVALUATE
    .


*>-----------------------------------------------------------------
*> Puts the waiting jobs in run order.  Each pass takes every job
*> whose prerequisite is satisfied (including one already taken
*> earlier in the order) and holds every job whose prerequisite is
*> unmet; a job whose prerequisite is still waiting is left for the
*> next pass.  When a pass settles nothing, whatever is still
*> waiting depends on a held job, or on itself, and is held.
*>-----------------------------------------------------------------
Order-Jobs-To-Run.
    SET Pass-Made-Progress TO TRUE
    PERFORM UNTIL Pass-Made-None
       SET Pass-Made-None TO TRUE
       PERFORM Settle-Waiting-Job
          VARYING Job-Index FROM 1 BY 1
          UNTIL Job-Index > Job-Count
    END-PERFORM
    PERFORM Hold-Still-Waiting
       VARYING Job-Index FROM 1 BY 1
       UNTIL Job-Index > Job-Count
    .

Settle-Waiting-Job.
    IF JB-Waiting (Job-Index)
       PERFORM Check-Prerequisite
       EVALUATE TRUE
          WHEN Prereq-Satisfied
             ADD 1 TO Run-Order-Count
             MOVE Run-Order-Count TO JB-Run-Order (Job-Index)
             SET JB-To-Run (Job-Index) TO TRUE
             SET Pass-Made-Progress TO TRUE
          WHEN Prereq-Unmet
             SET JB-Held (Job-Index) TO TRUE
             SET Pass-Made-Progress TO TRUE
       END-EVALUATE
    END-IF
    .

Hold-Still-Waiting.
    IF JB-Waiting (Job-Index)
       SET JB-Held (Job-Index) TO TRUE
    END-IF
    .

*>-----------------------------------------------------------------
*> The prerequisite of the job at Job-Index (named on the entry it
*> is due under).  On the calendar, it must have nothing
*> outstanding; off it, it must have completed since this job last
*> did.
*>-----------------------------------------------------------------
Check-Prerequisite.
    MOVE JB-Due-Entry (Job-Index) TO Entry-Index
    IF SE-Prereq-Job (Entry-Index) = SPACES
       SET Prereq-Satisfied TO TRUE
    ELSE
       SET Job-Not-Found TO TRUE
       PERFORM Match-Prereq-Job
          VARYING Search-Index FROM 1 BY 1
          UNTIL Search-Index > Job-Count
             OR Job-Found
       IF Job-Found
          EVALUATE TRUE
             WHEN JB-To-Run (Prereq-Index)
               OR JB-Done-Today (Prereq-Index)
               OR JB-Up-To-Date (Prereq-Index)
                SET Prereq-Satisfied TO TRUE
             WHEN JB-Waiting (Prereq-Index)
                SET Prereq-Pending TO TRUE
             WHEN OTHER
                SET Prereq-Unmet TO TRUE
          END-EVALUATE
       ELSE
          MOVE SE-Prereq-Job (Entry-Index) TO Completion-Search-Name
          PERFORM Find-Completion
          IF Completed-Found
                AND CJ-Last-Completed (Completed-Index)
                      > JB-Last-Completed (Job-Index)
             SET Prereq-Satisfied TO TRUE
          ELSE
             SET Prereq-Unmet TO TRUE
          END-IF
       END-IF
    END-IF
    .

Match-Prereq-Job.
    IF JB-Job-Name (Search-Index) = SE-Prereq-Job (Entry-Index)
       MOVE Search-Index TO Prereq-Index
       SET Job-Found TO TRUE
    END-IF
    .


*>-----------------------------------------------------------------
*> The jobs to run, in run order, each with its console answers
*> filled in -- written to the due file in 'R' mode.
*>-----------------------------------------------------------------
Write-Jobs-To-Run.
    PERFORM Write-Job-In-Order
       VARYING Search-Index FROM 1 BY 1
       UNTIL Search-Index > Run-Order-Count
    .

Write-Job-In-Order.
    PERFORM Find-Run-Order-Job
       VARYING Job-Index FROM 1 BY 1
       UNTIL Job-Index > Job-Count
          OR JB-Run-Order (Job-Index) = Search-Index
    IF Job-Index <= Job-Count
       ADD 1 TO JS-Jobs-To-Run
       MOVE JB-Due-Entry (Job-Index) TO Entry-Index
       MOVE JB-Job-Name (Job-Index) TO SD-Job-Name
       PERFORM Fill-In-Answer
          VARYING Answer-Index FROM 1 BY 1
          UNTIL Answer-Index > 3
       MOVE JB-Run-Order (Job-Index)   TO JSD-Run-Order
       MOVE JB-Job-Name (Job-Index)    TO JSD-Job-Name
       MOVE JB-Latest-Date (Job-Index) TO JSD-Date-Due
       IF Schedule-Run-Mode
          MOVE 'DUE -- RUN' TO JSD-Status
          WRITE Scheduled-Job-Rec
       ELSE
          MOVE 'DUE -- WOULD RUN' TO JSD-Status
       END-IF
       WRITE JS-Report-Line FROM JS-Detail-Line
       PERFORM Write-Answer-Line
          VARYING Answer-Index FROM 1 BY 1
          UNTIL Answer-Index > 3
    END-IF
    .

Find-Run-Order-Job.
    CONTINUE
    .

*>-----------------------------------------------------------------
*> An answer keyword is replaced by its value on the night;
*> anything else goes to the job as written.
*>-----------------------------------------------------------------
Fill-In-Answer.
    MOVE SPACES TO SD-Answer (Answer-Index)
    EVALUATE SE-Answer (Entry-Index, Answer-Index)
       WHEN '&TODAY'
          MOVE Todays-Run-Date TO SD-Answer (Answer-Index)
       WHEN '&FIRED-DATE'
          MOVE SE-Latest-Date (Entry-Index) TO SD-Answer (Answer-Index)
       WHEN '&TERM'
          MOVE SE-Fired-Term (Entry-Index) TO SD-Answer (Answer-Index)
       WHEN '&NEXT-TERM'
          PERFORM Find-Next-Term
          MOVE Next-Term TO SD-Answer (Answer-Index)
       WHEN OTHER
          MOVE SE-Answer (Entry-Index, Answer-Index)
            TO SD-Answer (Answer-Index)
    END-EVALUATE
    .

Find-Next-Term.
    MOVE SPACES TO Next-Term
    PERFORM Match-Next-Term
       VARYING Term-Index FROM 1 BY 1
       UNTIL Term-Index >= Term-Count
          OR Next-Term NOT = SPACES
    IF Next-Term = SPACES
       DISPLAY JB-Job-Name (Job-Index) ': no term after '
               SE-Fired-Term (Entry-Index) ' on Term-Calendar.IDX.'
    END-IF
    .

Match-Next-Term.
    IF TT-Term (Term-Index) = SE-Fired-Term (Entry-Index)
       MOVE TT-Term (Term-Index + 1) TO Next-Term
    END-IF
    .

Write-Answer-Line.
    IF SD-Answer (Answer-Index) NOT = SPACES
       MOVE SD-Answer (Answer-Index) TO JSA-Answer
       WRITE JS-Report-Line FROM JS-Answer-Line
    END-IF
    .


*>-----------------------------------------------------------------
*> Every other job with something to say, in calendar order; the
*> ones needing a person also go to the exceptions file.
*>-----------------------------------------------------------------
Write-Other-Jobs.
    IF NOT JB-To-Run (Job-Index) AND NOT JB-Up-To-Date (Job-Index)
       MOVE ZERO                       TO JSD-Run-Order
       MOVE JB-Job-Name (Job-Index)    TO JSD-Job-Name
       MOVE JB-Latest-Date (Job-Index) TO JSD-Date-Due
       MOVE JB-Job-Name (Job-Index)    TO JX-Job-Name
       MOVE JB-Latest-Date (Job-Index) TO JX-Occurrence-Date
       MOVE SPACES                     TO JX-Prereq-Job
       MOVE Todays-Run-Date            TO JX-Run-Date
       EVALUATE TRUE
          WHEN JB-Done-Today (Job-Index)
             ADD 1 TO JS-Jobs-Done
             MOVE 'ALREADY COMPLETED TODAY' TO JSD-Status
          WHEN JB-Operator-Run (Job-Index)
             ADD 1 TO JS-Jobs-Operator
             MOVE 'DUE -- OPERATOR TO RUN' TO JSD-Status
             SET JX-Operator-Run TO TRUE
             PERFORM Write-Schedule-Exception
          WHEN JB-Held (Job-Index)
             ADD 1 TO JS-Jobs-Held
             MOVE JB-Due-Entry (Job-Index) TO Entry-Index
             MOVE SE-Prereq-Job (Entry-Index) TO JX-Prereq-Job
             MOVE SPACES TO JSD-Status
             STRING 'HELD -- WAITING ON '
                    SE-Prereq-Job (Entry-Index) DELIMITED BY SIZE
                INTO JSD-Status
             SET JX-Held TO TRUE
             PERFORM Write-Schedule-Exception
          WHEN JB-Missed (Job-Index)
             ADD 1 TO JS-Jobs-Missed
             MOVE 'MISSED -- NOT RUN SINCE' TO JSD-Status
             SET JX-Missed TO TRUE
             PERFORM Write-Schedule-Exception
       END-EVALUATE
       WRITE JS-Report-Line FROM JS-Detail-Line
    END-IF
    .

Write-Schedule-Exception.
    ADD 1 TO JS-Exceptions
    WRITE Schedule-Exception-Rec
    DISPLAY JB-Job-Name (Job-Index) ' ' JSD-Status
    .

Write-Schedule-Totals.
    MOVE SPACES TO JS-Report-Line
    WRITE JS-Report-Line
    MOVE 'CALENDAR ENTRIES READ' TO JST-Label
    MOVE JS-Entries-Read TO JST-Count
    WRITE JS-Report-Line FROM JS-Total-Line
    MOVE 'JOBS DUE TO RUN' TO JST-Label
    MOVE JS-Jobs-To-Run TO JST-Count
    WRITE JS-Report-Line FROM JS-Total-Line
    MOVE 'JOBS ALREADY COMPLETED TODAY' TO JST-Label
    MOVE JS-Jobs-Done TO JST-Count
    WRITE JS-Report-Line FROM JS-Total-Line
    MOVE 'JOBS DUE FOR THE OPERATOR' TO JST-Label
    MOVE JS-Jobs-Operator TO JST-Count
    WRITE JS-Report-Line FROM JS-Total-Line
    MOVE 'JOBS HELD FOR A PREREQUISITE' TO JST-Label
    MOVE JS-Jobs-Held TO JST-Count
    WRITE JS-Report-Line FROM JS-Total-Line
    MOVE 'JOBS MISSED' TO JST-Label
    MOVE JS-Jobs-Missed TO JST-Count
    WRITE JS-Report-Line FROM JS-Total-Line
    .
