IDENTIFICATION DIVISION.
PROGRAM-ID.  Registration-Request-Process.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>***************************************************************
*> Program Abstract:
*>    Works the students' ranked registration requests (keyed by
*>    Registration-Request-Entry) into Add-Student transactions.
*>    The students with pending current-term requests are taken in
*>    time-ticket order -- the date their class level's window
*>    opens (Course-Time-Tickets.Dat), then class priority (senior,
*>    graduate, junior, sophomore, the rest -- the same ladder
*>    Courses-Interact gives the waitlist), then earliest request,
*>    then Student-ID -- so that when seats run short the student
*>    first in line gets them.  A student whose window has not yet
*>    opened is left pending for a later run.
*>
*>    Each student's courses are worked in their own rank order.
*>    For each course the first-choice section is tried, then each
*>    alternate in turn, against the ordinary registration checks
*>    Courses-Interact applies on the way in: the student must be
*>    on file and active with no open hold, and a section must
*>    exist, not duplicate a catalog course the student is already
*>    in, have a seat (counting seats given out earlier this run),
*>    not collide with the student's schedule (counting sections
*>    given earlier this run), keep the student within the course
*>    load limit, and have its prerequisites met.  The first
*>    section that passes is granted: an 'S' transaction on the
*>    requested grading basis goes into Course-Trans-Source6.Dat, a
*>    complete header/trailer batch for Course-Trans-Merge to put at
*>    the head of the next nightly stream, where the add gets every
*>    check again.  A course no choice could be placed in is marked
*>    unplaced with the first choice's rejection code.
*>
*>    Every student worked gets a one-page results notice on
*>    Registration-Results.Rpt listing what they got and what could
*>    not be placed, and Registration-Requests.Dat is rewritten with
*>    each request's outcome.
*>
*>  INPUT:
*>    Registration-Requests.Dat, Students.IDX, Courses.IDX,
*>    Student-Course.IDX, Student-Holds.IDX (optional),
*>    Course-Prereqs.IDX (optional), Student-History.IDX
*>    (optional), Course-Time-Tickets.Dat (optional),
*>    Course-Load-Limit.Dat (optional), Course-Parameters.Dat
*>    (optional), Course-Term-Control.Dat (optional).
*>
*>  OUTPUT:
*>    Course-Trans-Source6.Dat (when any request was granted),
*>    Registration-Results.Rpt, Registration-Requests.Dat
*>    rewritten; run counts DISPLAYed as a control total.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Request-File  ASSIGN TO "Registration-Requests.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Student-Master-File  ASSIGN TO "Students.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS Student-Master-ID
       FILE STATUS IS WS-File-Status.

    SELECT Indexed-File  ASSIGN TO "Courses.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS Course-Key
       FILE STATUS IS WS-File-Status.

    SELECT Student-Course-File  ASSIGN TO "Student-Course.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS SC-Key
       FILE STATUS IS WS-File-Status.

    SELECT Hold-Master-File  ASSIGN TO "Student-Holds.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS SH-Key
       FILE STATUS IS WS-File-Status.

    SELECT Course-Prereq-File  ASSIGN TO "Course-Prereqs.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS Prereq-Catalog-ID
       FILE STATUS IS WS-File-Status.

    SELECT Student-History-File  ASSIGN TO "Student-History.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS HS-Key
       FILE STATUS IS WS-File-Status.

    SELECT Time-Ticket-File  ASSIGN TO "Course-Time-Tickets.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Load-Limit-File  ASSIGN TO "Course-Load-Limit.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Parameter-File  ASSIGN TO "Course-Parameters.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Term-Control-File  ASSIGN TO "Course-Term-Control.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Entry-Transaction-File  ASSIGN TO "Course-Trans-Source6.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Results-Report  ASSIGN TO "Registration-Results.Rpt"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Run-Status-File  ASSIGN TO "Job-Run-Status.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS RS-File-Status.

DATA DIVISION.

FILE SECTION.

FD  Request-File.
01  Request-Record.
    COPY "registration-request-record.cpy".

FD  Student-Master-File.
01  Student-Master-Record.
    COPY "student-record.cpy".

FD  Indexed-File
       RECORD CONTAINS 100 TO 2800 CHARACTERS.
01  Course-Record.
    COPY "course-record.cpy".

FD  Student-Course-File.
01  Student-Course-Rec.
    COPY "student-course-record.cpy".

FD  Hold-Master-File.
01  Hold-Master-Record.
    COPY "student-hold-record.cpy".

FD  Course-Prereq-File.
01  Prereq-Master-Record.
    COPY "course-prereq-record.cpy".

FD  Student-History-File.
01  Student-History-Record.
    COPY "student-history-record.cpy".

*> The same time-ticket windows Courses-Interact enforces.
FD  Time-Ticket-File.
01  Time-Ticket-Record.
    02 TT-Class-Level       PIC X(2).
    02 TT-Window-Open-Date  PIC 9(8).

*> The same optional course-load override record Courses-Interact
*> honors; absent, the standard limit stands.
FD  Load-Limit-File.
01  Load-Limit-Record.
    02 LL-Max-Courses  PIC 9(2).

*> The gathered operating knobs Course-Parameters-Maintain keeps;
*> absent, the one-value files and compiled defaults stand.
FD  Parameter-File.
01  Parameter-Record.
    02 PA-Standard-Capacity     PIC 9(4).
    02 PA-Course-Load-Limit     PIC 9(2).
    02 PA-Waitlist-Expire-Days  PIC 9(3).
    02 PA-Checkpoint-Interval   PIC 9(4).

FD  Term-Control-File.
01  Term-Control-Record.
    02 TC-Current-Term  PIC X(5).

*> Same 103-character record layouts Course-Trans-Merge combines.
FD  Entry-Transaction-File
     RECORD CONTAINS 103 CHARACTERS
     DATA RECORDS ARE Entry-Header-Rec, Entry-Trans-Rec,
                      Entry-Trailer-Rec.

01  Entry-Header-Rec.
    02 EH-Record-Type            PIC X.
    02 EH-Expected-Trans-Count   PIC 9(6).
    02 FILLER                    PIC X(96).

01  Entry-Trans-Rec  PIC X(103).

01  Entry-Trailer-Rec.
    02 ET-Record-Type   PIC X.
    02 ET-Hash-Total    PIC 9(9).
    02 FILLER           PIC X(93).

FD  Results-Report.
01  RN-Line  PIC X(80).

FD  Run-Status-File.
01  Run-Status-Rec.
    COPY "run-status-record.cpy".

WORKING-STORAGE SECTION.

*> The run-status file gets its own status byte pair: a problem
*> appending to the log should warn, not abort the business run.
01  RS-File-Status  PIC XX  VALUE "00".

01  Default-Term  PIC X(5)  VALUE 'CURR1'.
01  Current-Term  PIC X(5)  VALUE SPACES.

01  Standard-Course-Load-Limit  PIC 9(2)  VALUE 6.
01  Course-Load-Limit           PIC 9(2)  VALUE 6.

01  Request-EOF-Flag  PIC X.
    88 Request-EOF      VALUE '1'.
    88 Request-EOF-Not  VALUE '0'.

01  Ticket-EOF-Flag  PIC X.
    88 Ticket-EOF      VALUE '1'.
    88 Ticket-EOF-Not  VALUE '0'.

01  SC-Scan-EOF-Flag  PIC X.
    88 SC-Scan-EOF      VALUE 'Y'.
    88 SC-Scan-EOF-Not  VALUE 'N'.

01  Hold-Scan-EOF-Flag  PIC X.
    88 Hold-Scan-EOF      VALUE 'Y'.
    88 Hold-Scan-EOF-Not  VALUE 'N'.

01  History-Scan-EOF-Flag  PIC X.
    88 History-Scan-EOF      VALUE 'Y'.
    88 History-Scan-EOF-Not  VALUE 'N'.

*> Whether the optional masters were there to check against; each
*> one's absence waives its check, as it does in Courses-Interact.
01  Hold-Validation-Flag  PIC X  VALUE 'N'.
    88 Hold-Validation-On    VALUE 'Y'.
    88 Hold-Validation-Off   VALUE 'N'.

01  Prereq-Validation-Flag  PIC X  VALUE 'N'.
    88 Prereq-Validation-On   VALUE 'Y'.
    88 Prereq-Validation-Off  VALUE 'N'.

01  History-Available-Flag  PIC X  VALUE 'N'.
    88 History-Available      VALUE 'Y'.
    88 History-Not-Available  VALUE 'N'.

*> The whole request file, held so it can be rewritten with each
*> request's outcome -- running over a too-small table would
*> delete the requests past the ceiling, so overflow refuses the
*> run.
01  Request-Overflow-Flag  PIC X  VALUE 'N'.
    88 Request-Table-Overflowed  VALUE 'Y'.

01  Max-Requests    PIC 9(4)  VALUE 5000.
01  Request-Count   PIC 9(4)  VALUE ZERO.
01  Request-Table.
    02 Request-Item  OCCURS 0 TO 5000 TIMES
                     DEPENDING ON Request-Count.
       03 RT-Image.
          04 RT-Student-ID          PIC X(9).
          04 RT-Term                PIC X(5).
          04 RT-Course-Rank         PIC 9(2).
          04 RT-Date-Submitted      PIC 9(8).
          04 RT-Section-Choice      PIC X(9)  OCCURS 4 TIMES.
          04 RT-Grading-Basis       PIC X.
          04 RT-Status              PIC X.
             88 RT-Pending             VALUE 'P'.
             88 RT-Granted             VALUE 'G'.
             88 RT-Unplaced            VALUE 'U'.
          04 RT-Granted-Course-ID   PIC X(9).
          04 RT-Granted-Choice      PIC 9(1).
          04 RT-Reason-Code         PIC X(2).
          04 RT-Date-Processed      PIC 9(8).
01  Request-Index  PIC 9(4).

*> The time-ticket table; empty (no file, or no records) means no
*> windows are in force.
01  Max-Ticket-Levels    PIC 9(2)  VALUE 10.
01  Ticket-Level-Count   PIC 9(2)  VALUE ZERO.
01  Time-Ticket-Table.
    02 Time-Ticket-Entry  OCCURS 0 TO 10 TIMES
                          DEPENDING ON Ticket-Level-Count.
       03 TK-Class-Level  PIC X(2).
       03 TK-Open-Date    PIC 9(8).
01  Ticket-Index  PIC 9(2).

*> One entry per student with pending current-term requests, its
*> sort key the processing order: window-open date, class
*> priority, earliest request, Student-ID.
01  Max-Queued-Students   PIC 9(4)  VALUE 5000.
01  Queued-Student-Count  PIC 9(4)  VALUE ZERO.
01  Student-Queue-Table.
    02 Queued-Student  OCCURS 0 TO 5000 TIMES
                       DEPENDING ON Queued-Student-Count.
       03 QS-Open-Date        PIC 9(8).
       03 QS-Priority         PIC 9(1).
       03 QS-First-Submitted  PIC 9(8).
       03 QS-Student-ID       PIC X(9).
01  Queue-Index         PIC 9(4).
01  Queue-Search-Index  PIC 9(4).

01  Queue-Found-Flag  PIC X.
    88 Queue-Entry-Found      VALUE 'Y'.
    88 Queue-Entry-Not-Found  VALUE 'N'.

01  Sort-Hold-Entry   PIC X(26).
01  Sort-Outer-Index  PIC 9(4).
01  Sort-Inner-Index  PIC 9(4).
01  Sort-Slot-Index   PIC 9(4).

*> The student being worked: their pending requests in rank order
*> (rank, then date submitted), each pointing back into
*> Request-Table.
01  Current-Student-ID  PIC X(9).

01  Max-Student-Requests   PIC 9(2)  VALUE 99.
01  Student-Request-Count  PIC 9(2)  VALUE ZERO.
01  Student-Request-Table.
    02 Student-Request  OCCURS 0 TO 99 TIMES
                        DEPENDING ON Student-Request-Count.
       03 SR-Course-Rank     PIC 9(2).
       03 SR-Date-Submitted  PIC 9(8).
       03 SR-Request-No      PIC 9(4).
01  Student-Request-Index  PIC 9(2).

01  SR-Hold-Entry      PIC X(14).
01  SR-Outer-Index     PIC 9(2).
01  SR-Inner-Index     PIC 9(2).
01  SR-Slot-Index      PIC 9(2).

*> The student's schedule for the term: the sections they are
*> already in, plus every section granted them this run.
01  Max-Schedule-Entries   PIC 9(2)  VALUE 20.
01  Schedule-Entry-Count   PIC 9(2)  VALUE ZERO.
01  Student-Schedule-Table.
    02 Schedule-Entry  OCCURS 0 TO 20 TIMES
                       DEPENDING ON Schedule-Entry-Count.
       03 SE-Course-ID  PIC X(9).
       03 SE-Days       PIC X(7).
       03 SE-Time       PIC X(9).
01  Schedule-Index  PIC 9(2).

*> Seats given out this run, per section: Courses.IDX's count does
*> not move until the merged stream is run, so without this tally
*> the same last seat would go to everyone.
01  Max-Tallied-Sections  PIC 9(4)  VALUE 2000.
01  Tallied-Section-Count PIC 9(4)  VALUE ZERO.
01  Seat-Tally-Table.
    02 Seat-Tally  OCCURS 0 TO 2000 TIMES
                   DEPENDING ON Tallied-Section-Count.
       03 ST-Course-ID    PIC X(9).
       03 ST-Seats-Taken  PIC 9(4).
01  Tally-Index       PIC 9(4).
01  Tally-Found-Index PIC 9(4).
01  Seats-Taken-Now   PIC 9(4).

*> Every catalog course the student has an archived passing grade
*> in, collected once per student when prerequisites are enforced.
01  Max-Passed-Courses    PIC 9(3)  VALUE 200.
01  Passed-Course-Count   PIC 9(3)  VALUE ZERO.
01  Passed-Course-Table.
    02 Passed-Catalog-ID  PIC X(6)  OCCURS 0 TO 200 TIMES
                                    DEPENDING ON Passed-Course-Count.
01  Passed-Search-Index   PIC 9(3).
01  Prereq-Index          PIC 9(1).

01  Prereq-Met-Flag  PIC X.
    88 Prereq-Met      VALUE 'Y'.
    88 Prereq-Not-Met  VALUE 'N'.

01  Archived-Grade-Check  PIC X(2).
    88 Archived-Grade-Passing  VALUES 'A ' 'A-' 'B+' 'B ' 'B-'
                                      'C+' 'C ' 'C-' 'D+' 'D '
                                      'P '.

01  Student-Hold-Flag  PIC X.
    88 Student-Hold-Found      VALUE 'Y'.
    88 Student-Hold-Not-Found  VALUE 'N'.

*> The choice being tried and the outcome of the request.
01  Choice-Index          PIC 9(1).
01  Choice-Section        PIC X(9).
01  Choice-Days           PIC X(7).
01  Choice-Time           PIC X(9).
01  Choice-Reason         PIC X(2).
01  First-Choice-Reason   PIC X(2).
01  Student-Reason        PIC X(2).

01  Request-Granted-Flag  PIC X.
    88 Request-Granted      VALUE 'Y'.
    88 Request-Not-Granted  VALUE 'N'.

*> The overlap machinery -- the same day-letter and HHMM-HHMM
*> comparison Courses-Interact's Check-Pattern-Overlap performs.
01  Pattern-A-Days  PIC X(7).
01  Pattern-A-Day-Bytes REDEFINES Pattern-A-Days.
    02 Pattern-A-Byte  PIC X  OCCURS 7 TIMES.
01  Pattern-A-Time  PIC X(9).
01  Pattern-A-Time-View REDEFINES Pattern-A-Time.
    02 PAV-Start  PIC X(4).
    02 FILLER     PIC X(1).
    02 PAV-End    PIC X(4).

01  Pattern-B-Days  PIC X(7).
01  Pattern-B-Day-Bytes REDEFINES Pattern-B-Days.
    02 Pattern-B-Byte  PIC X  OCCURS 7 TIMES.
01  Pattern-B-Time  PIC X(9).
01  Pattern-B-Time-View REDEFINES Pattern-B-Time.
    02 PBV-Start  PIC X(4).
    02 FILLER     PIC X(1).
    02 PBV-End    PIC X(4).

01  Day-Index-A  PIC 9(1).
01  Day-Index-B  PIC 9(1).

01  Common-Day-Flag  PIC X.
    88 Common-Day-Found      VALUE 'Y'.
    88 Common-Day-Not-Found  VALUE 'N'.

01  Pattern-Overlap-Flag  PIC X.
    88 Patterns-Overlap        VALUE 'Y'.
    88 Patterns-Do-Not-Overlap VALUE 'N'.

*> The generated Add-Student transactions, in Courses-Interact's
*> Trans-Rec layout.
01  Work-Trans-Rec.
    02 TY-Trans-Type   PIC X.
    02 TY-Trans-Sequence-Number PIC 9(6).
    02 TY-Trans-Key             PIC X(9).
    02 TY-Trans-Key-Bytes       REDEFINES TY-Trans-Key.
       03 TY-Trans-Key-Byte        PIC X  OCCURS 9 TIMES.
    02 TY-Trans-Term            PIC X(5).
    02 TY-Rest-of-Trans-Rec     PIC X(82).
    02 TY-Rest-of-Student-Trans REDEFINES TY-Rest-of-Trans-Rec.
       03 TY-Student-Trans-ID   PIC X(9).
       03 TY-Add-Override-Flag  PIC X.
       03 TY-Add-Grading-Basis  PIC X.
       03 FILLER                PIC X(71).

01  Max-Generated-Trans     PIC 9(4)  VALUE 5000.
01  Generated-Trans-Count   PIC 9(4)  VALUE ZERO.
01  Generated-Trans-Table.
    02 Generated-Trans-Rec  PIC X(103)  OCCURS 0 TO 5000 TIMES
                            DEPENDING ON Generated-Trans-Count.
01  Generated-Trans-Index   PIC 9(4).

01  Next-Sequence-Number  PIC 9(6)  VALUE ZERO.
01  Batch-Hash-Total      PIC 9(9)  VALUE ZERO.
01  Hash-Byte-Index       PIC 9(2)  VALUE ZERO.

01  Request-Totals.
    02 RP-Requests-Read     PIC 9(5)  VALUE ZERO.
    02 RP-Students-Worked   PIC 9(5)  VALUE ZERO.
    02 RP-Students-Deferred PIC 9(5)  VALUE ZERO.
    02 RP-Requests-Granted  PIC 9(5)  VALUE ZERO.
    02 RP-Requests-Unplaced PIC 9(5)  VALUE ZERO.
    02 RP-Requests-Deferred PIC 9(5)  VALUE ZERO.
    02 RP-Notices           PIC 9(5)  VALUE ZERO.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.

01  RN-Heading-1.
    02 FILLER        PIC X(44)
                     VALUE 'REGISTRATION REQUEST RESULTS'.
    02 FILLER        PIC X(6)   VALUE 'Term: '.
    02 RNH-Term      PIC X(5).
    02 FILLER        PIC X(4)   VALUE SPACES.
    02 FILLER        PIC X(6)   VALUE 'Date: '.
    02 RNH-Run-Date  PIC 9(8).

01  RN-Address-Line.
    02 FILLER        PIC X(4)   VALUE SPACES.
    02 RNA-Text      PIC X(60).

01  RN-City-Line.
    02 FILLER        PIC X(4)   VALUE SPACES.
    02 RNC-City      PIC X(20).
    02 FILLER        PIC X(1)   VALUE SPACES.
    02 RNC-State     PIC X(2).
    02 FILLER        PIC X(2)   VALUE SPACES.
    02 RNC-Zip       PIC X(10).

01  RN-Column-Heading.
    02 FILLER  PIC X(4)   VALUE SPACES.
    02 FILLER  PIC X(4)   VALUE 'Rank'.
    02 FILLER  PIC X(2)   VALUE SPACES.
    02 FILLER  PIC X(9)   VALUE 'Requested'.
    02 FILLER  PIC X(2)   VALUE SPACES.
    02 FILLER  PIC X(6)   VALUE 'Result'.

01  RN-Detail-Line.
    02 FILLER            PIC X(6)   VALUE SPACES.
    02 RND-Rank          PIC Z9.
    02 FILLER            PIC X(2)   VALUE SPACES.
    02 RND-Requested     PIC X(9).
    02 FILLER            PIC X(2)   VALUE SPACES.
    02 RND-Result        PIC X(50).

01  RN-Name-Work.
    02 RNW-First-Name    PIC X(10).
    02 FILLER            PIC X(1)   VALUE SPACES.
    02 RNW-Last-Name     PIC X(14).

01  RN-Alternate-No   PIC 9(1).
01  RN-Reason-Text    PIC X(35).

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Paragraph.
    PERFORM Write-Run-Status-Start
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
    PERFORM Check-Source-Slot-Pending
    PERFORM Read-Current-Term
    PERFORM Read-Course-Load-Limit
    PERFORM Read-Parameter-File
    PERFORM Load-Time-Tickets
    PERFORM Load-Request-Table

    IF Request-Table-Overflowed
       DISPLAY 'Registration-Requests.Dat has outgrown the '
               Max-Requests '-entry table -- run abandoned, file '
               'left untouched.'
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF

    MOVE "REGISTRATION-RESULTS.RPT" TO WS-File-ID
    OPEN OUTPUT Results-Report
    PERFORM Check-File-Status

    PERFORM Open-Registration-Masters
    PERFORM Build-Student-Queue
    IF Queued-Student-Count > 1
       PERFORM Sort-Student-Queue
    END-IF
    PERFORM Work-One-Queued-Student
       VARYING Queue-Index FROM 1 BY 1
       UNTIL Queue-Index > Queued-Student-Count
    PERFORM Close-Registration-Masters

    IF Generated-Trans-Count > ZERO
       PERFORM Write-Generated-Batch
    END-IF
    IF Request-Count > ZERO
       PERFORM Rewrite-Request-File
    END-IF

    IF RP-Notices = ZERO
       MOVE '  (no registration requests worked this run)' TO RN-Line
       WRITE RN-Line
    END-IF
    MOVE "REGISTRATION-RESULTS.RPT" TO WS-File-ID
    CLOSE Results-Report
    PERFORM Check-File-Status

    DISPLAY 'Registration request processing complete:'
    DISPLAY '  Requests on file:           ' RP-Requests-Read
    DISPLAY '  Students worked:            ' RP-Students-Worked
    DISPLAY '  Requests granted:           ' RP-Requests-Granted
    DISPLAY '  Requests not placed:        ' RP-Requests-Unplaced
    DISPLAY '  Students whose window has not opened: '
            RP-Students-Deferred ' (' RP-Requests-Deferred
            ' requests left pending)'
    DISPLAY '  Results notices printed:    ' RP-Notices
    PERFORM Write-Run-Status-End
    STOP RUN
    .

COPY "file-status-check.cpy".

*>-----------------------------------------------------------------
*> The shared job-run log: one 'S' record as the run begins, one
*> 'E' record (with counts and return code) as it ends.
*>-----------------------------------------------------------------
Write-Run-Status-Start.
    MOVE 'REGISTRATION-REQUEST-PROCESS' TO RS-Program-Name
    SET RS-Start-Record TO TRUE
    MOVE ZERO TO RS-Records-Processed
                 RS-Records-Rejected
                 RS-Return-Code
    PERFORM Append-Run-Status-Rec
    .

Write-Run-Status-End.
    MOVE 'REGISTRATION-REQUEST-PROCESS' TO RS-Program-Name
    SET RS-End-Record TO TRUE
    COMPUTE RS-Records-Processed =
            RP-Requests-Granted + RP-Requests-Unplaced
    MOVE RP-Requests-Unplaced TO RS-Records-Rejected
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
*> A batch already sitting in Course-Trans-Source6.Dat has not yet
*> been consumed by Course-Trans-Merge -- writing another over it
*> would silently destroy it.  The same rule Course-Trans-Entry
*> applies to Source1.
*>-----------------------------------------------------------------
Check-Source-Slot-Pending.
    MOVE "COURSE-TRANS-SOURCE6.DAT" TO WS-File-ID
    OPEN INPUT Entry-Transaction-File
    IF WS-File-Status NOT = "35"
       PERFORM Check-File-Status
       READ Entry-Transaction-File
          AT END
             CONTINUE
          NOT AT END
             DISPLAY 'Course-Trans-Source6.Dat already holds an '
                     'unconsumed batch -- run the nightly merge '
                     '(Course-Trans-Merge) first.'
             CLOSE Entry-Transaction-File
             MOVE 16 TO RETURN-CODE
             STOP RUN
       END-READ
       CLOSE Entry-Transaction-File
       PERFORM Check-File-Status
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
    DISPLAY 'Working registration requests for term: ' Current-Term
    .

*>-----------------------------------------------------------------
*> Reads the optional course-load override record; absent (status
*> 35) or empty, the standard limit stands -- the same record
*> Courses-Interact reads.
*>-----------------------------------------------------------------
Read-Course-Load-Limit.
    MOVE Standard-Course-Load-Limit TO Course-Load-Limit
    MOVE "COURSE-LOAD-LIMIT.DAT" TO WS-File-ID
    OPEN INPUT Load-Limit-File
    IF WS-File-Status NOT = "35"
       PERFORM Check-File-Status
       READ Load-Limit-File
          AT END      CONTINUE
          NOT AT END  IF LL-Max-Courses IS NUMERIC
                            AND LL-Max-Courses > ZERO
                         MOVE LL-Max-Courses TO Course-Load-Limit
                      END-IF
       END-READ
       CLOSE Load-Limit-File
       PERFORM Check-File-Status
    END-IF
    .

*>-----------------------------------------------------------------
*> The gathered parameter file wins over the one-value file and
*> the compiled default when it is on hand -- see
*> Course-Parameters-Maintain.
*>-----------------------------------------------------------------
Read-Parameter-File.
    MOVE "COURSE-PARAMETERS.DAT" TO WS-File-ID
    OPEN INPUT Parameter-File
    IF WS-File-Status NOT = "35"
       PERFORM Check-File-Status
       READ Parameter-File
          AT END
             CONTINUE
          NOT AT END
             IF PA-Course-Load-Limit IS NUMERIC
                   AND PA-Course-Load-Limit > ZERO
                MOVE PA-Course-Load-Limit TO Course-Load-Limit
             END-IF
       END-READ
       CLOSE Parameter-File
       PERFORM Check-File-Status
    END-IF
    .

Load-Time-Tickets.
    MOVE "COURSE-TIME-TICKETS.DAT" TO WS-File-ID
    OPEN INPUT Time-Ticket-File
    IF WS-File-Status NOT = "35"
       PERFORM Check-File-Status
       SET Ticket-EOF-Not TO TRUE
       PERFORM Read-Time-Ticket
          UNTIL Ticket-EOF
       CLOSE Time-Ticket-File
       PERFORM Check-File-Status
    END-IF
    .

Read-Time-Ticket.
    READ Time-Ticket-File
       AT END      SET Ticket-EOF TO TRUE
       NOT AT END  PERFORM Store-Time-Ticket
    END-READ
    .

Store-Time-Ticket.
    IF Ticket-Level-Count < Max-Ticket-Levels
       ADD 1 TO Ticket-Level-Count
       MOVE TT-Class-Level      TO TK-Class-Level (Ticket-Level-Count)
       MOVE TT-Window-Open-Date TO TK-Open-Date (Ticket-Level-Count)
    END-IF
    .

Load-Request-Table.
    MOVE "REGISTRATION-REQUESTS.DAT" TO WS-File-ID
    OPEN INPUT Request-File
    IF WS-File-Status NOT = "35"
       PERFORM Check-File-Status
       SET Request-EOF-Not TO TRUE
       PERFORM Read-Request
          UNTIL Request-EOF
       CLOSE Request-File
       PERFORM Check-File-Status
    END-IF
    .

Read-Request.
    READ Request-File
       AT END      SET Request-EOF TO TRUE
       NOT AT END  ADD 1 TO RP-Requests-Read
                   PERFORM Store-Request-Item
    END-READ
    .

Store-Request-Item.
    IF Request-Count < Max-Requests
       ADD 1 TO Request-Count
       MOVE Request-Record TO RT-Image (Request-Count)
    ELSE
       SET Request-Table-Overflowed TO TRUE
    END-IF
    .


*>-----------------------------------------------------------------
*> Students.IDX, Courses.IDX and Student-Course.IDX must be there;
*> the hold, prerequisite and history masters are optional, each
*> one's absence waiving its check.
*>-----------------------------------------------------------------
Open-Registration-Masters.
    MOVE "STUDENTS.IDX" TO WS-File-ID
    OPEN INPUT Student-Master-File
    PERFORM Check-File-Status
    MOVE "COURSES.IDX" TO WS-File-ID
    OPEN INPUT Indexed-File
    PERFORM Check-File-Status
    MOVE "STUDENT-COURSE.IDX" TO WS-File-ID
    OPEN INPUT Student-Course-File
    PERFORM Check-File-Status

    MOVE "STUDENT-HOLDS.IDX" TO WS-File-ID
    OPEN INPUT Hold-Master-File
    IF WS-File-Status = "35"
       SET Hold-Validation-Off TO TRUE
       DISPLAY 'Student-Holds.IDX not found -- holds not checked.'
    ELSE
       PERFORM Check-File-Status
       SET Hold-Validation-On TO TRUE
    END-IF

    MOVE "COURSE-PREREQS.IDX" TO WS-File-ID
    OPEN INPUT Course-Prereq-File
    IF WS-File-Status = "35"
       SET Prereq-Validation-Off TO TRUE
       DISPLAY 'Course-Prereqs.IDX not found -- prerequisites not '
               'checked.'
    ELSE
       PERFORM Check-File-Status
       SET Prereq-Validation-On TO TRUE
    END-IF

    MOVE "STUDENT-HISTORY.IDX" TO WS-File-ID
    OPEN INPUT Student-History-File
    IF WS-File-Status = "35"
       SET History-Not-Available TO TRUE
    ELSE
       PERFORM Check-File-Status
       SET History-Available TO TRUE
    END-IF
    .

Close-Registration-Masters.
    MOVE "STUDENTS.IDX" TO WS-File-ID
    CLOSE Student-Master-File
    PERFORM Check-File-Status
    MOVE "COURSES.IDX" TO WS-File-ID
    CLOSE Indexed-File
    PERFORM Check-File-Status
    MOVE "STUDENT-COURSE.IDX" TO WS-File-ID
    CLOSE Student-Course-File
    PERFORM Check-File-Status
    IF Hold-Validation-On
       MOVE "STUDENT-HOLDS.IDX" TO WS-File-ID
       CLOSE Hold-Master-File
       PERFORM Check-File-Status
    END-IF
    IF Prereq-Validation-On
       MOVE "COURSE-PREREQS.IDX" TO WS-File-ID
       CLOSE Course-Prereq-File
       PERFORM Check-File-Status
    END-IF
    IF History-Available
       MOVE "STUDENT-HISTORY.IDX" TO WS-File-ID
       CLOSE Student-History-File
       PERFORM Check-File-Status
    END-IF
    .


*>-----------------------------------------------------------------
*> One queue entry per student with pending current-term requests,
*> carrying the earliest date they submitted one; then each
*> entry's window-open date and class priority from the student's
*> class level.
*>-----------------------------------------------------------------
Build-Student-Queue.
    PERFORM Queue-One-Request
       VARYING Request-Index FROM 1 BY 1
       UNTIL Request-Index > Request-Count
    PERFORM Fill-Queue-Ordering
       VARYING Queue-Index FROM 1 BY 1
       UNTIL Queue-Index > Queued-Student-Count
    .

Queue-One-Request.
    IF RT-Pending (Request-Index)
          AND RT-Term (Request-Index) = Current-Term
       SET Queue-Entry-Not-Found TO TRUE
       PERFORM Match-Queued-Student
          VARYING Queue-Search-Index FROM 1 BY 1
          UNTIL Queue-Search-Index > Queued-Student-Count
             OR Queue-Entry-Found
       IF Queue-Entry-Not-Found
             AND Queued-Student-Count < Max-Queued-Students
          ADD 1 TO Queued-Student-Count
          MOVE RT-Student-ID (Request-Index)
            TO QS-Student-ID (Queued-Student-Count)
          MOVE RT-Date-Submitted (Request-Index)
            TO QS-First-Submitted (Queued-Student-Count)
          MOVE ZERO TO QS-Open-Date (Queued-Student-Count)
          MOVE 5    TO QS-Priority (Queued-Student-Count)
       END-IF
    END-IF
    .

Match-Queued-Student.
    IF QS-Student-ID (Queue-Search-Index)
          = RT-Student-ID (Request-Index)
       SET Queue-Entry-Found TO TRUE
       IF RT-Date-Submitted (Request-Index)
             < QS-First-Submitted (Queue-Search-Index)
          MOVE RT-Date-Submitted (Request-Index)
            TO QS-First-Submitted (Queue-Search-Index)
       END-IF
    END-IF
    .

*>-----------------------------------------------------------------
*> A level with no window (or a student with no level, or not on
*> file) registers any time: open date zero, first in line.
*>-----------------------------------------------------------------
Fill-Queue-Ordering.
    MOVE QS-Student-ID (Queue-Index) TO Student-Master-ID
    READ Student-Master-File
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          EVALUATE TRUE
             WHEN Student-Senior    MOVE 1 TO QS-Priority (Queue-Index)
             WHEN Student-Graduate  MOVE 2 TO QS-Priority (Queue-Index)
             WHEN Student-Junior    MOVE 3 TO QS-Priority (Queue-Index)
             WHEN Student-Sophomore MOVE 4 TO QS-Priority (Queue-Index)
             WHEN OTHER             MOVE 5 TO QS-Priority (Queue-Index)
          END-EVALUATE
          IF Student-Class-Level NOT = SPACES
             PERFORM Find-Ticket-Open-Date
                VARYING Ticket-Index FROM 1 BY 1
                UNTIL Ticket-Index > Ticket-Level-Count
          END-IF
    END-READ
    .

Find-Ticket-Open-Date.
    IF TK-Class-Level (Ticket-Index) = Student-Class-Level
       MOVE TK-Open-Date (Ticket-Index) TO QS-Open-Date (Queue-Index)
    END-IF
    .

*>-----------------------------------------------------------------
*> An insertion sort over the in-storage queue, on the whole
*> entry: open date, priority, first request, Student-ID.
*>-----------------------------------------------------------------
Sort-Student-Queue.
    PERFORM Insert-One-Queued-Student
       VARYING Sort-Outer-Index FROM 2 BY 1
       UNTIL Sort-Outer-Index > Queued-Student-Count
    .

Insert-One-Queued-Student.
    MOVE Queued-Student (Sort-Outer-Index) TO Sort-Hold-Entry
    MOVE Sort-Outer-Index TO Sort-Slot-Index
    PERFORM Shift-Greater-Entries
       VARYING Sort-Inner-Index FROM Sort-Outer-Index BY -1
       UNTIL Sort-Inner-Index < 2
          OR Sort-Slot-Index NOT = Sort-Inner-Index
    MOVE Sort-Hold-Entry TO Queued-Student (Sort-Slot-Index)
    .

Shift-Greater-Entries.
    IF Queued-Student (Sort-Inner-Index - 1) > Sort-Hold-Entry
       MOVE Queued-Student (Sort-Inner-Index - 1)
         TO Queued-Student (Sort-Inner-Index)
       COMPUTE Sort-Slot-Index = Sort-Inner-Index - 1
    END-IF
    .


*>-----------------------------------------------------------------
*> One student, in queue order.  Not on file or inactive, or
*> holding an open hold: every request of theirs is unplaced.
*> Window not yet open: left pending, no notice.  Otherwise each
*> course is worked in rank order against the student's schedule.
*>-----------------------------------------------------------------
Work-One-Queued-Student.
    MOVE QS-Student-ID (Queue-Index) TO Current-Student-ID
    PERFORM Collect-Student-Requests
    IF Student-Request-Count > 1
       PERFORM Sort-Student-Requests
    END-IF

    IF QS-Open-Date (Queue-Index) > Todays-Run-Date
       ADD 1 TO RP-Students-Deferred
       ADD Student-Request-Count TO RP-Requests-Deferred
       DISPLAY 'Registration window not yet open for student '
               Current-Student-ID ' (opens '
               QS-Open-Date (Queue-Index) ') -- requests held.'
    ELSE
       ADD 1 TO RP-Students-Worked
       MOVE Current-Student-ID TO Student-Master-ID
       READ Student-Master-File
          INVALID KEY
             MOVE 'SU' TO Student-Reason
             PERFORM Mark-One-Unplaced
                VARYING Student-Request-Index FROM 1 BY 1
                UNTIL Student-Request-Index > Student-Request-Count
             DISPLAY 'Student ' Current-Student-ID
                     ' not on Students.IDX -- requests not placed.'
          NOT INVALID KEY
             PERFORM Work-Known-Student
             PERFORM Print-One-Notice
       END-READ
    END-IF
    .

Work-Known-Student.
    IF Student-Inactive
       MOVE 'SI' TO Student-Reason
       PERFORM Mark-One-Unplaced
          VARYING Student-Request-Index FROM 1 BY 1
          UNTIL Student-Request-Index > Student-Request-Count
    ELSE
       PERFORM Check-Student-Holds
       IF Student-Hold-Found
          MOVE 'HL' TO Student-Reason
          PERFORM Mark-One-Unplaced
             VARYING Student-Request-Index FROM 1 BY 1
             UNTIL Student-Request-Index > Student-Request-Count
       ELSE
          PERFORM Collect-Student-Schedule
          MOVE ZERO TO Passed-Course-Count
          IF Prereq-Validation-On
             PERFORM Load-Student-Passed-Courses
          END-IF
          PERFORM Work-One-Request
             VARYING Student-Request-Index FROM 1 BY 1
             UNTIL Student-Request-Index > Student-Request-Count
       END-IF
    END-IF
    .

Collect-Student-Requests.
    MOVE ZERO TO Student-Request-Count
    PERFORM Note-Student-Request
       VARYING Request-Index FROM 1 BY 1
       UNTIL Request-Index > Request-Count
    .

Note-Student-Request.
    IF RT-Student-ID (Request-Index) = Current-Student-ID
          AND RT-Pending (Request-Index)
          AND RT-Term (Request-Index) = Current-Term
          AND Student-Request-Count < Max-Student-Requests
       ADD 1 TO Student-Request-Count
       MOVE RT-Course-Rank (Request-Index)
         TO SR-Course-Rank (Student-Request-Count)
       MOVE RT-Date-Submitted (Request-Index)
         TO SR-Date-Submitted (Student-Request-Count)
       MOVE Request-Index TO SR-Request-No (Student-Request-Count)
    END-IF
    .

Sort-Student-Requests.
    PERFORM Insert-One-Student-Request
       VARYING SR-Outer-Index FROM 2 BY 1
       UNTIL SR-Outer-Index > Student-Request-Count
    .

Insert-One-Student-Request.
    MOVE Student-Request (SR-Outer-Index) TO SR-Hold-Entry
    MOVE SR-Outer-Index TO SR-Slot-Index
    PERFORM Shift-Greater-Requests
       VARYING SR-Inner-Index FROM SR-Outer-Index BY -1
       UNTIL SR-Inner-Index < 2
          OR SR-Slot-Index NOT = SR-Inner-Index
    MOVE SR-Hold-Entry TO Student-Request (SR-Slot-Index)
    .

Shift-Greater-Requests.
    IF Student-Request (SR-Inner-Index - 1) > SR-Hold-Entry
       MOVE Student-Request (SR-Inner-Index - 1)
         TO Student-Request (SR-Inner-Index)
       COMPUTE SR-Slot-Index = SR-Inner-Index - 1
    END-IF
    .

Mark-One-Unplaced.
    MOVE SR-Request-No (Student-Request-Index) TO Request-Index
    SET RT-Unplaced (Request-Index) TO TRUE
    MOVE Student-Reason  TO RT-Reason-Code (Request-Index)
    MOVE SPACES          TO RT-Granted-Course-ID (Request-Index)
    MOVE ZERO            TO RT-Granted-Choice (Request-Index)
    MOVE Todays-Run-Date TO RT-Date-Processed (Request-Index)
    ADD 1 TO RP-Requests-Unplaced
    .

*>-----------------------------------------------------------------
*> Prefix scan of the student's slice of Student-Holds.IDX for any
*> hold not yet released -- Courses-Interact's Check-Student-Holds.
*>-----------------------------------------------------------------
Check-Student-Holds.
    SET Student-Hold-Not-Found TO TRUE
    IF Hold-Validation-On
       MOVE Current-Student-ID TO SH-Student-ID
       MOVE LOW-VALUES         TO SH-Hold-Type
       SET Hold-Scan-EOF-Not TO TRUE
       START Hold-Master-File KEY IS NOT LESS THAN SH-Key
          INVALID KEY  SET Hold-Scan-EOF TO TRUE
       END-START
       IF Hold-Scan-EOF-Not
          PERFORM Read-Next-Hold-Rec
       END-IF
       PERFORM Note-Hold-Rec
          UNTIL Hold-Scan-EOF  OR  Student-Hold-Found
    END-IF
    .

Note-Hold-Rec.
    IF SH-Student-ID NOT = Current-Student-ID
       SET Hold-Scan-EOF TO TRUE
    ELSE
       IF SH-Hold-Open
          SET Student-Hold-Found TO TRUE
       ELSE
          PERFORM Read-Next-Hold-Rec
       END-IF
    END-IF
    .

Read-Next-Hold-Rec.
    READ Hold-Master-File NEXT RECORD
       AT END  SET Hold-Scan-EOF TO TRUE
    END-READ
    .

*>-----------------------------------------------------------------
*> The student's current-term sections and their meeting patterns,
*> via the usual SC-Key prefix scan plus a keyed read per section.
*>-----------------------------------------------------------------
Collect-Student-Schedule.
    MOVE ZERO TO Schedule-Entry-Count
    MOVE Current-Student-ID TO SC-Student-ID
    MOVE LOW-VALUES TO SC-Term  SC-Course-ID
    SET SC-Scan-EOF-Not TO TRUE
    START Student-Course-File KEY IS NOT LESS THAN SC-Key
       INVALID KEY  SET SC-Scan-EOF TO TRUE
    END-START
    IF SC-Scan-EOF-Not
       PERFORM Read-Next-Student-Course
    END-IF
    PERFORM Note-Student-Course
       UNTIL SC-Scan-EOF
    .

Note-Student-Course.
    IF SC-Student-ID NOT = Current-Student-ID
       SET SC-Scan-EOF TO TRUE
    ELSE
       IF SC-Term = Current-Term
          PERFORM Note-Schedule-Entry
       END-IF
       PERFORM Read-Next-Student-Course
    END-IF
    .

Read-Next-Student-Course.
    READ Student-Course-File NEXT RECORD
       AT END  SET SC-Scan-EOF TO TRUE
    END-READ
    .

Note-Schedule-Entry.
    IF Schedule-Entry-Count < Max-Schedule-Entries
       ADD 1 TO Schedule-Entry-Count
       MOVE SC-Course-ID TO SE-Course-ID (Schedule-Entry-Count)
       MOVE SPACES TO SE-Days (Schedule-Entry-Count)
                      SE-Time (Schedule-Entry-Count)
       MOVE SC-Term      TO Course-Term
       MOVE SC-Course-ID TO Course-ID
       READ Indexed-File
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             MOVE Course-Meeting-Days
               TO SE-Days (Schedule-Entry-Count)
             MOVE Course-Meeting-Time
               TO SE-Time (Schedule-Entry-Count)
       END-READ
    END-IF
    .

*>-----------------------------------------------------------------
*> The catalog portion of every course the student has an archived
*> passing grade in, from their slice of Student-History.IDX.  With
*> no history file (no term ever archived) the table stays empty.
*>-----------------------------------------------------------------
Load-Student-Passed-Courses.
    IF History-Available
       MOVE Current-Student-ID TO HS-Student-ID
       MOVE LOW-VALUES         TO HS-Term
       MOVE LOW-VALUES         TO HS-Course-ID
       SET History-Scan-EOF-Not TO TRUE
       START Student-History-File KEY IS NOT LESS THAN HS-Key
          INVALID KEY  SET History-Scan-EOF TO TRUE
       END-START
       IF History-Scan-EOF-Not
          PERFORM Read-Next-History-Rec
       END-IF
       PERFORM Note-Passed-History-Rec
          UNTIL History-Scan-EOF
    END-IF
    .

Note-Passed-History-Rec.
    IF HS-Student-ID NOT = Current-Student-ID
       SET History-Scan-EOF TO TRUE
    ELSE
       MOVE HS-Grade TO Archived-Grade-Check
       IF Archived-Grade-Passing
             AND Passed-Course-Count < Max-Passed-Courses
          ADD 1 TO Passed-Course-Count
          MOVE HS-Course-ID (1:6)
            TO Passed-Catalog-ID (Passed-Course-Count)
       END-IF
       PERFORM Read-Next-History-Rec
    END-IF
    .

Read-Next-History-Rec.
    READ Student-History-File NEXT RECORD
       AT END  SET History-Scan-EOF TO TRUE
    END-READ
    .


*>-----------------------------------------------------------------
*> One course request: the load limit first (no section can help
*> a student who is full), then the first choice and each
*> alternate in turn until one passes every check.
*>-----------------------------------------------------------------
Work-One-Request.
    MOVE SR-Request-No (Student-Request-Index) TO Request-Index
    SET Request-Not-Granted TO TRUE
    MOVE SPACES TO First-Choice-Reason
    IF Schedule-Entry-Count >= Course-Load-Limit
          OR Schedule-Entry-Count >= Max-Schedule-Entries
       MOVE 'CL' TO First-Choice-Reason
    ELSE
       PERFORM Try-One-Choice
          VARYING Choice-Index FROM 1 BY 1
          UNTIL Choice-Index > 4  OR  Request-Granted
    END-IF
    MOVE Todays-Run-Date TO RT-Date-Processed (Request-Index)
    IF Request-Granted
       ADD 1 TO RP-Requests-Granted
    ELSE
       IF First-Choice-Reason = SPACES
          MOVE 'KN' TO First-Choice-Reason
       END-IF
       SET RT-Unplaced (Request-Index) TO TRUE
       MOVE First-Choice-Reason TO RT-Reason-Code (Request-Index)
       MOVE SPACES TO RT-Granted-Course-ID (Request-Index)
       MOVE ZERO   TO RT-Granted-Choice (Request-Index)
       ADD 1 TO RP-Requests-Unplaced
    END-IF
    .

Try-One-Choice.
    MOVE RT-Section-Choice (Request-Index, Choice-Index)
      TO Choice-Section
    IF Choice-Section NOT = SPACES
       PERFORM Check-One-Choice
       IF Choice-Reason = SPACES
          PERFORM Grant-Choice
       ELSE
          IF Choice-Index = 1
             MOVE Choice-Reason TO First-Choice-Reason
          END-IF
       END-IF
    END-IF
    .

*>-----------------------------------------------------------------
*> Leaves Choice-Reason spaces when the section passes, else the
*> code Courses-Interact would reject the add with.
*>-----------------------------------------------------------------
Check-One-Choice.
    MOVE SPACES TO Choice-Reason
    MOVE Current-Term   TO Course-Term
    MOVE Choice-Section TO Course-ID
    READ Indexed-File
       INVALID KEY
          MOVE 'KN' TO Choice-Reason
       NOT INVALID KEY
          MOVE Course-Meeting-Days TO Choice-Days
          MOVE Course-Meeting-Time TO Choice-Time
    END-READ

    IF Choice-Reason = SPACES
       PERFORM Check-Choice-Duplicate
          VARYING Schedule-Index FROM 1 BY 1
          UNTIL Schedule-Index > Schedule-Entry-Count
             OR Choice-Reason NOT = SPACES
    END-IF

    IF Choice-Reason = SPACES
       PERFORM Find-Seat-Tally
       IF Tally-Found-Index > ZERO
          MOVE ST-Seats-Taken (Tally-Found-Index) TO Seats-Taken-Now
       ELSE
          MOVE ZERO TO Seats-Taken-Now
       END-IF
       IF Total-Number-Of-Students + Seats-Taken-Now
             NOT < Course-Capacity
          MOVE 'RF' TO Choice-Reason
       END-IF
    END-IF

    IF Choice-Reason = SPACES
       PERFORM Check-Choice-Conflict
          VARYING Schedule-Index FROM 1 BY 1
          UNTIL Schedule-Index > Schedule-Entry-Count
             OR Choice-Reason NOT = SPACES
    END-IF

    IF Choice-Reason = SPACES  AND  Prereq-Validation-On
       PERFORM Check-Prerequisites
    END-IF
    .

*>  The same catalog course in any section counts as already taken:
*>  a student's alternates are other sections of the one course.
Check-Choice-Duplicate.
    IF SE-Course-ID (Schedule-Index) (1:6) = Choice-Section (1:6)
       MOVE 'DE' TO Choice-Reason
    END-IF
    .

Check-Choice-Conflict.
    MOVE Choice-Days              TO Pattern-A-Days
    MOVE Choice-Time              TO Pattern-A-Time
    MOVE SE-Days (Schedule-Index) TO Pattern-B-Days
    MOVE SE-Time (Schedule-Index) TO Pattern-B-Time
    PERFORM Compare-Meeting-Patterns
    IF Patterns-Overlap
       MOVE 'TC' TO Choice-Reason
    END-IF
    .

*>-----------------------------------------------------------------
*> The suite's standard overlap rule: a shared meeting-day letter
*> with each pattern's start before the other's end; a blank or
*> non-numeric pattern overlaps nothing.
*>-----------------------------------------------------------------
Compare-Meeting-Patterns.
    SET Patterns-Do-Not-Overlap TO TRUE
    IF Pattern-A-Days NOT = SPACES
          AND Pattern-B-Days NOT = SPACES
          AND PAV-Start IS NUMERIC  AND  PAV-End IS NUMERIC
          AND PBV-Start IS NUMERIC  AND  PBV-End IS NUMERIC
       SET Common-Day-Not-Found TO TRUE
       PERFORM Match-Pattern-A-Day
          VARYING Day-Index-A FROM 1 BY 1
          UNTIL Day-Index-A > 7  OR  Common-Day-Found
       IF Common-Day-Found
             AND PAV-Start < PBV-End
             AND PBV-Start < PAV-End
          SET Patterns-Overlap TO TRUE
       END-IF
    END-IF
    .

Match-Pattern-A-Day.
    IF Pattern-A-Byte (Day-Index-A) NOT = SPACE
       PERFORM Match-Pattern-B-Day
          VARYING Day-Index-B FROM 1 BY 1
          UNTIL Day-Index-B > 7  OR  Common-Day-Found
    END-IF
    .

Match-Pattern-B-Day.
    IF Pattern-B-Byte (Day-Index-B) = Pattern-A-Byte (Day-Index-A)
       SET Common-Day-Found TO TRUE
    END-IF
    .

*>-----------------------------------------------------------------
*> A catalog course with no Course-Prereqs.IDX record has no
*> prerequisites; otherwise every one listed must be among the
*> student's passed courses.
*>-----------------------------------------------------------------
Check-Prerequisites.
    MOVE Choice-Section (1:6) TO Prereq-Catalog-ID
    READ Course-Prereq-File
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          PERFORM Check-One-Prerequisite
             VARYING Prereq-Index FROM 1 BY 1
             UNTIL Prereq-Index > Prereq-Count
                OR Choice-Reason NOT = SPACES
    END-READ
    .

Check-One-Prerequisite.
    SET Prereq-Not-Met TO TRUE
    PERFORM Search-Passed-Courses
       VARYING Passed-Search-Index FROM 1 BY 1
       UNTIL Passed-Search-Index > Passed-Course-Count
          OR Prereq-Met
    IF Prereq-Not-Met
       MOVE 'PQ' TO Choice-Reason
    END-IF
    .

Search-Passed-Courses.
    IF Passed-Catalog-ID (Passed-Search-Index)
          = Prereq-Course-ID (Prereq-Index)
       SET Prereq-Met TO TRUE
    END-IF
    .

Find-Seat-Tally.
    MOVE ZERO TO Tally-Found-Index
    PERFORM Match-Seat-Tally
       VARYING Tally-Index FROM 1 BY 1
       UNTIL Tally-Index > Tallied-Section-Count
          OR Tally-Found-Index > ZERO
    .

Match-Seat-Tally.
    IF ST-Course-ID (Tally-Index) = Choice-Section
       MOVE Tally-Index TO Tally-Found-Index
    END-IF
    .


*>-----------------------------------------------------------------
*> The section passed: the add goes into the batch, the seat is
*> tallied, and the section joins the student's schedule so the
*> courses after it are checked against it.
*>-----------------------------------------------------------------
Grant-Choice.
    IF Generated-Trans-Count < Max-Generated-Trans
       MOVE SPACES TO Work-Trans-Rec
       MOVE 'S' TO TY-Trans-Type
       ADD 1 TO Next-Sequence-Number
       MOVE Next-Sequence-Number TO TY-Trans-Sequence-Number
       MOVE Choice-Section       TO TY-Trans-Key
       MOVE Current-Term         TO TY-Trans-Term
       MOVE Current-Student-ID   TO TY-Student-Trans-ID
       MOVE 'N'                  TO TY-Add-Override-Flag
       MOVE RT-Grading-Basis (Request-Index)
         TO TY-Add-Grading-Basis
       ADD 1 TO Generated-Trans-Count
       MOVE Work-Trans-Rec
         TO Generated-Trans-Rec (Generated-Trans-Count)
       PERFORM Accumulate-Generated-Key-Hash

       IF Tally-Found-Index > ZERO
          ADD 1 TO ST-Seats-Taken (Tally-Found-Index)
       ELSE
          IF Tallied-Section-Count < Max-Tallied-Sections
             ADD 1 TO Tallied-Section-Count
             MOVE Choice-Section
               TO ST-Course-ID (Tallied-Section-Count)
             MOVE 1 TO ST-Seats-Taken (Tallied-Section-Count)
          END-IF
       END-IF

       ADD 1 TO Schedule-Entry-Count
       MOVE Choice-Section TO SE-Course-ID (Schedule-Entry-Count)
       MOVE Choice-Days    TO SE-Days (Schedule-Entry-Count)
       MOVE Choice-Time    TO SE-Time (Schedule-Entry-Count)

       SET RT-Granted (Request-Index) TO TRUE
       MOVE Choice-Section TO RT-Granted-Course-ID (Request-Index)
       MOVE Choice-Index   TO RT-Granted-Choice (Request-Index)
       MOVE SPACES         TO RT-Reason-Code (Request-Index)
       SET Request-Granted TO TRUE
    END-IF
    .

Accumulate-Generated-Key-Hash.
    PERFORM Add-Generated-Key-Byte-To-Hash
       VARYING Hash-Byte-Index FROM 1 BY 1
       UNTIL Hash-Byte-Index > 9
    .

Add-Generated-Key-Byte-To-Hash.
    ADD FUNCTION ORD (TY-Trans-Key-Byte (Hash-Byte-Index))
      TO Batch-Hash-Total
    .


*>-----------------------------------------------------------------
*> One page per student worked: the address block, then each
*> course requested with what came of it.
*>-----------------------------------------------------------------
Print-One-Notice.
    ADD 1 TO RP-Notices
    MOVE Current-Term    TO RNH-Term
    MOVE Todays-Run-Date TO RNH-Run-Date
    WRITE RN-Line FROM RN-Heading-1
    MOVE SPACES TO RN-Line
    WRITE RN-Line
    WRITE RN-Line

    MOVE Student-First-Name TO RNW-First-Name
    MOVE Student-Last-Name  TO RNW-Last-Name
    MOVE RN-Name-Work TO RNA-Text
    WRITE RN-Line FROM RN-Address-Line
    MOVE Student-Address-Line-1 TO RNA-Text
    WRITE RN-Line FROM RN-Address-Line
    IF Student-Address-Line-2 NOT = SPACES
       MOVE Student-Address-Line-2 TO RNA-Text
       WRITE RN-Line FROM RN-Address-Line
    END-IF
    MOVE Student-City  TO RNC-City
    MOVE Student-State TO RNC-State
    MOVE Student-Zip   TO RNC-Zip
    WRITE RN-Line FROM RN-City-Line
    MOVE SPACES TO RN-Line
    WRITE RN-Line
    MOVE SPACES TO RNA-Text
    STRING 'Student ID '        DELIMITED BY SIZE
           Current-Student-ID   DELIMITED BY SIZE
      INTO RNA-Text
    END-STRING
    WRITE RN-Line FROM RN-Address-Line
    MOVE SPACES TO RN-Line
    WRITE RN-Line

    MOVE 'Your registration requests have been processed as follows.'
      TO RNA-Text
    WRITE RN-Line FROM RN-Address-Line
    MOVE SPACES TO RN-Line
    WRITE RN-Line
    WRITE RN-Line FROM RN-Column-Heading
    PERFORM Write-Request-Outcome
       VARYING Student-Request-Index FROM 1 BY 1
       UNTIL Student-Request-Index > Student-Request-Count

    MOVE SPACES TO RN-Line
    WRITE RN-Line
    MOVE 'Sections granted are added in tonight''s processing and'
      TO RNA-Text
    WRITE RN-Line FROM RN-Address-Line
    MOVE 'confirmed separately.  See the Registrar or your advisor'
      TO RNA-Text
    WRITE RN-Line FROM RN-Address-Line
    MOVE 'about any course that could not be placed.'
      TO RNA-Text
    WRITE RN-Line FROM RN-Address-Line

*>  A form feed between notices, so each student's page tears off
*>  clean.
    MOVE SPACES TO RN-Line
    WRITE RN-Line BEFORE ADVANCING PAGE
    .

Write-Request-Outcome.
    MOVE SR-Request-No (Student-Request-Index) TO Request-Index
    MOVE RT-Course-Rank (Request-Index)         TO RND-Rank
    MOVE RT-Section-Choice (Request-Index, 1)   TO RND-Requested
    MOVE SPACES TO RND-Result
    IF RT-Granted (Request-Index)
       IF RT-Granted-Choice (Request-Index) = 1
          STRING 'REGISTERED IN '          DELIMITED BY SIZE
                 RT-Granted-Course-ID (Request-Index)
                                           DELIMITED BY SIZE
                 ' (FIRST CHOICE)'         DELIMITED BY SIZE
            INTO RND-Result
          END-STRING
       ELSE
          COMPUTE RN-Alternate-No =
                  RT-Granted-Choice (Request-Index) - 1
          STRING 'REGISTERED IN '          DELIMITED BY SIZE
                 RT-Granted-Course-ID (Request-Index)
                                           DELIMITED BY SIZE
                 ' (ALTERNATE '            DELIMITED BY SIZE
                 RN-Alternate-No           DELIMITED BY SIZE
                 ')'                       DELIMITED BY SIZE
            INTO RND-Result
          END-STRING
       END-IF
    ELSE
       EVALUATE RT-Reason-Code (Request-Index)
          WHEN 'RF'  MOVE 'SECTION FULL'           TO RN-Reason-Text
          WHEN 'TC'  MOVE 'TIME CONFLICT WITH YOUR SCHEDULE'
                       TO RN-Reason-Text
          WHEN 'DE'  MOVE 'ALREADY IN THIS COURSE' TO RN-Reason-Text
          WHEN 'CL'  MOVE 'COURSE LOAD LIMIT REACHED'
                       TO RN-Reason-Text
          WHEN 'PQ'  MOVE 'PREREQUISITE NOT MET'   TO RN-Reason-Text
          WHEN 'HL'  MOVE 'HOLD ON YOUR RECORD'    TO RN-Reason-Text
          WHEN 'SI'  MOVE 'STUDENT NOT ACTIVE'     TO RN-Reason-Text
          WHEN OTHER MOVE 'SECTION NOT OFFERED'    TO RN-Reason-Text
       END-EVALUATE
       STRING 'NOT PLACED -- '            DELIMITED BY SIZE
              RN-Reason-Text              DELIMITED BY SIZE
         INTO RND-Result
       END-STRING
    END-IF
    WRITE RN-Line FROM RN-Detail-Line
    .


Write-Generated-Batch.
    MOVE "COURSE-TRANS-SOURCE6.DAT" TO WS-File-ID
    OPEN OUTPUT Entry-Transaction-File
    PERFORM Check-File-Status

    MOVE 'H'                   TO EH-Record-Type
    MOVE Generated-Trans-Count TO EH-Expected-Trans-Count
    WRITE Entry-Header-Rec

    PERFORM Write-Generated-Record
       VARYING Generated-Trans-Index FROM 1 BY 1
       UNTIL Generated-Trans-Index > Generated-Trans-Count

    MOVE 'T'              TO ET-Record-Type
    MOVE Batch-Hash-Total TO ET-Hash-Total
    WRITE Entry-Trailer-Rec

    MOVE "COURSE-TRANS-SOURCE6.DAT" TO WS-File-ID
    CLOSE Entry-Transaction-File
    PERFORM Check-File-Status
    .

Write-Generated-Record.
    MOVE Generated-Trans-Rec (Generated-Trans-Index)
      TO Entry-Trans-Rec
    WRITE Entry-Trans-Rec
    .

*>-----------------------------------------------------------------
*> The request file goes back out whole, each worked request now
*> carrying its outcome and the date it was worked.
*>-----------------------------------------------------------------
Rewrite-Request-File.
    MOVE "REGISTRATION-REQUESTS.DAT" TO WS-File-ID
    OPEN OUTPUT Request-File
    PERFORM Check-File-Status
    PERFORM Write-One-Request
       VARYING Request-Index FROM 1 BY 1
       UNTIL Request-Index > Request-Count
    CLOSE Request-File
    PERFORM Check-File-Status
    .

Write-One-Request.
    MOVE RT-Image (Request-Index) TO Request-Record
    WRITE Request-Record
    .
