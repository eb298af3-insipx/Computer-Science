IDENTIFICATION DIVISION.
PROGRAM-ID.  LMS-Roster-Extract.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>             modified Oct. 15, 2026 to leave out the enrollments
*>             of students under a FERPA confidentiality flag,
*>             counted through Confidentiality-Log
*>***************************************************************
*> Program Abstract:
*>    Faculty were building their online course shells by hand
*>    from Class-Roster-Report, so a student who added late could
*>    not see the course materials for days.  This nightly step,
*>    run after Courses-Interact, feeds the learning-management
*>    system the current term's (Course-Term-Control.Dat; default
*>    'CURR1') sections and enrollments in LMS-Roster-Feed.Dat:
*>
*>      'S' section records -- title and instructor of record
*>          (Instructors.IDX for the name), action 'A' to add or
*>          update the shell, 'D' to remove it;
*>      'E' enrollment records -- the student's name and e-mail
*>          from Students.IDX, action 'A' to enroll, 'D' to remove.
*>
*>    Ordinarily the feed is the day's DELTA, taken from today's
*>    entries on Course-Audit-Trail.Dat (the same Audit-Date pass
*>    Bursar-Billing-Extract makes): a section added ('A'),
*>    changed ('C'), or given an instructor ('I') is sent as 'A',
*>    once, as it stands on Courses.IDX tonight; a section deleted
*>    ('D') or cancelled ('X') as 'D'; an enrollment ('S') as 'A';
*>    a drop, displacement ('R'), or withdrawal ('W') as 'D'.
*>
*>    At the start of term the registrar sets the mode byte on
*>    LMS-Sync-Control.Dat to 'F' and the next run sends a FULL
*>    REFRESH instead -- every section of the term on Courses.IDX
*>    and every enrollment on Student-Course.IDX that is not a
*>    'W' -- and sets the byte back to 'D' so the night after is a
*>    delta again.  No control file is a delta.
*>
*>    The feed carries a header (expected detail count, run date,
*>    term, mode) and a trailer (section and enrollment counts and
*>    a hash total over the detail Course-IDs).  Every detail sent
*>    is also appended, status 'U', to the cumulative
*>    LMS-Roster-Sent.Dat that LMS-Ack-Reconcile matches the LMS's
*>    acknowledgments against.  A night's details past the table
*>    ceiling refuse the run (RETURN-CODE 16) rather than send a
*>    short feed.
*>
*>    A student who has asked for directory-information
*>    confidentiality (Student-Confidential) is not enrolled in the
*>    LMS by this feed: the 'A' detail is left out and counted
*>    through Confidentiality-Log.  A 'D' still goes, carrying the
*>    student ID only, so a shell built before the flag was set does
*>    not keep the student on its roster.
*>
*>  INPUT:
*>    Course-Audit-Trail.Dat, Courses.IDX, Student-Course.IDX,
*>    Students.IDX, Instructors.IDX (optional), LMS-Sync-Control.Dat
*>    (optional), Course-Term-Control.Dat (optional).
*>
*>  OUTPUT:
*>    LMS-Roster-Feed.Dat; LMS-Roster-Sent.Dat appended;
*>    LMS-Sync-Control.Dat reset after a full refresh; counts
*>    DISPLAYed as a control total.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Audit-Trail-File  ASSIGN TO "Course-Audit-Trail.Dat"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS Audit-Key
       ALTERNATE RECORD KEY IS Audit-Date WITH DUPLICATES
       FILE STATUS IS WS-File-Status.

    SELECT Indexed-File  ASSIGN TO "Courses.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS Course-Key
       FILE STATUS IS WS-File-Status.

    SELECT Student-Course-File  ASSIGN TO "Student-Course.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS SEQUENTIAL
       RECORD KEY IS SC-Key
       FILE STATUS IS WS-File-Status.

    SELECT Student-Master-File  ASSIGN TO "Students.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS Student-Master-ID
       FILE STATUS IS WS-File-Status.

    SELECT Instructor-Master-File  ASSIGN TO "Instructors.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS Instructor-Master-ID
       FILE STATUS IS LM-Instructor-File-Status.

    SELECT LMS-Control-File  ASSIGN TO "LMS-Sync-Control.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Term-Control-File  ASSIGN TO "Course-Term-Control.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT LMS-Feed-File  ASSIGN TO "LMS-Roster-Feed.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT LMS-Sent-File  ASSIGN TO "LMS-Roster-Sent.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Run-Status-File  ASSIGN TO "Job-Run-Status.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS RS-File-Status.

DATA DIVISION.

FILE SECTION.

*> Same indexed archive Courses-Interact writes.
FD  Audit-Trail-File.
01  Audit-Trail-Rec.
    COPY "audit-trail-record.cpy".

FD  Indexed-File
       RECORD CONTAINS 100 TO 2800 CHARACTERS.
01  Course-Record.
    COPY "course-record.cpy".

FD  Student-Course-File.
01  Student-Course-Record.
    COPY "student-course-record.cpy".

FD  Student-Master-File.
01  Student-Master-Record.
    COPY "student-record.cpy".

FD  Instructor-Master-File.
01  Instructor-Master-Record.
    COPY "instructor-record.cpy".

*> One record.  LC-Next-Mode 'F' asks the next run for a full
*> refresh; anything else is a delta.  The run stamps the dates.
FD  LMS-Control-File.
01  LMS-Control-Record.
    02 LC-Next-Mode       PIC X.
       88 LC-Full-Refresh-Requested  VALUE 'F'.
    02 LC-Last-Run-Date   PIC 9(8).
    02 LC-Last-Full-Date  PIC 9(8).

FD  Term-Control-File.
01  Term-Control-Record.
    02 TC-Current-Term  PIC X(5).

*> The LMS layout: header, section and enrollment details, trailer,
*> 100 bytes each.  The action byte: 'A' adds or updates, 'D'
*> removes.
FD  LMS-Feed-File
     RECORD CONTAINS 100 CHARACTERS
     DATA RECORDS ARE LMS-Header-Rec, LMS-Section-Rec,
                      LMS-Enrollment-Rec, LMS-Trailer-Rec.

01  LMS-Header-Rec.
    02 LH-Record-Type           PIC X.
    02 LH-Expected-Detail-Count PIC 9(6).
    02 LH-Run-Date              PIC 9(8).
    02 LH-Term                  PIC X(5).
    02 LH-Mode                  PIC X.
    02 FILLER                   PIC X(79).

01  LMS-Section-Rec.
    02 LS-Record-Type        PIC X.
    02 LS-Action             PIC X.
    02 LS-Term               PIC X(5).
    02 LS-Course-ID          PIC X(9).
    02 LS-Title              PIC X(30).
    02 LS-Instructor-ID      PIC X(6).
    02 LS-Instructor-Last    PIC X(14).
    02 LS-Instructor-First   PIC X(10).
    02 FILLER                PIC X(24).

01  LMS-Enrollment-Rec.
    02 LN-Record-Type        PIC X.
    02 LN-Action             PIC X.
    02 LN-Term               PIC X(5).
    02 LN-Course-ID          PIC X(9).
    02 LN-Student-ID         PIC X(9).
    02 LN-Last-Name          PIC X(14).
    02 LN-First-Name         PIC X(10).
    02 LN-Email              PIC X(40).
    02 FILLER                PIC X(11).

*> LT-Hash-Total is the sum of the character codes of every
*> detail's Course-ID, the batch's hash in the bursar feed's style.
01  LMS-Trailer-Rec.
    02 LT-Record-Type        PIC X.
    02 LT-Section-Count      PIC 9(6).
    02 LT-Enrollment-Count   PIC 9(6).
    02 LT-Hash-Total         PIC 9(9).
    02 FILLER                PIC X(78).

*> One record per detail ever sent, cumulative across runs (EXTEND):
*> the detail's identifying fields, status 'U' until LMS-Ack-
*> Reconcile matches the LMS's acknowledgment to it.
FD  LMS-Sent-File.
01  LMS-Sent-Rec.
    02 LX-Status        PIC X.
       88 LX-Unacknowledged  VALUE 'U'.
    02 LX-Sent-Date     PIC 9(8).
    02 LX-Detail-Key.
       03 LX-Record-Type  PIC X.
       03 LX-Action       PIC X.
       03 LX-Term         PIC X(5).
       03 LX-Course-ID    PIC X(9).
       03 LX-Student-ID   PIC X(9).

FD  Run-Status-File.
01  Run-Status-Rec.
    COPY "run-status-record.cpy".

WORKING-STORAGE SECTION.

*> The run-status file gets its own status byte pair: a problem
*> appending to the log should warn, not abort the business run.
01  RS-File-Status  PIC XX  VALUE "00".

*> Instructors.IDX only adds names; it gets its own status pair.
01  LM-Instructor-File-Status  PIC XX  VALUE "00".

01  Instructors-Available-Flag  PIC X  VALUE 'N'.
    88 Instructors-Available      VALUE 'Y'.
    88 Instructors-Not-Available  VALUE 'N'.

01  Audit-EOF-Flag  PIC X.
    88 Audit-EOF      VALUE '1'.
    88 Audit-EOF-Not  VALUE '0'.

01  Course-EOF-Flag  PIC X.
    88 Course-EOF      VALUE '1'.
    88 Course-EOF-Not  VALUE '0'.

01  Enrollment-EOF-Flag  PIC X.
    88 Enrollment-EOF      VALUE '1'.
    88 Enrollment-EOF-Not  VALUE '0'.

01  Sync-Mode  PIC X  VALUE 'D'.
    88 Full-Refresh-Mode  VALUE 'F'.
    88 Delta-Mode         VALUE 'D'.

01  Control-File-Present-Flag  PIC X  VALUE 'N'.
    88 Control-File-Present  VALUE 'Y'.

01  Last-Full-Refresh-Date  PIC 9(8)  VALUE ZERO.

01  Default-Term  PIC X(5)  VALUE 'CURR1'.
01  Current-Term  PIC X(5).

*> The night's details are held here until the trail has been read
*> through, because the header -- written first -- carries the
*> final count.  Past the ceiling the run is refused.
01  Max-LMS-Details   PIC 9(5)  VALUE 30000.
01  LMS-Detail-Count  PIC 9(5)  VALUE ZERO.
01  LMS-Detail-Table.
    02 Held-LMS-Detail  PIC X(100)  OCCURS 0 TO 30000 TIMES
                        DEPENDING ON LMS-Detail-Count.
01  LMS-Detail-Index  PIC 9(5).

01  Detail-Overflow-Flag  PIC X  VALUE 'N'.
    88 Detail-Table-Overflowed  VALUE 'Y'.

*> The sections already sent 'A' tonight, so a section added and
*> then changed twice goes once.
01  Max-Sent-Sections    PIC 9(4)  VALUE 2000.
01  Sent-Section-Count   PIC 9(4)  VALUE ZERO.
01  Sent-Section-Table.
    02 Sent-Section-ID  PIC X(9)  OCCURS 0 TO 2000 TIMES
                        DEPENDING ON Sent-Section-Count.
01  Sent-Section-Index  PIC 9(4).

01  Section-Sent-Flag  PIC X.
    88 Section-Already-Sent  VALUE 'Y'.
    88 Section-Not-Yet-Sent  VALUE 'N'.

*> The detail about to be held, in either detail shape; the hash
*> is taken over its Course-ID, in the same place in both.
01  Work-LMS-Detail  PIC X(100).
01  Work-Detail-View REDEFINES Work-LMS-Detail.
    02 WD-Record-Type   PIC X.
    02 WD-Action        PIC X.
    02 WD-Term          PIC X(5).
    02 WD-Course-ID     PIC X(9).
    02 WD-Course-Bytes REDEFINES WD-Course-ID.
       03 WD-Course-Byte  PIC X  OCCURS 9 TIMES.
    02 WD-Student-ID    PIC X(9).
    02 FILLER           PIC X(75).

01  Enrollment-Action  PIC X  VALUE SPACE.

01  LMS-Hash-Total   PIC 9(9)  VALUE ZERO.
01  Hash-Byte-Index  PIC 9(2)  VALUE ZERO.

01  LMS-Totals.
    02 LM-Audit-Entries     PIC 9(6)  VALUE ZERO.
    02 LM-Section-Adds      PIC 9(6)  VALUE ZERO.
    02 LM-Section-Drops     PIC 9(6)  VALUE ZERO.
    02 LM-Enrollment-Adds   PIC 9(6)  VALUE ZERO.
    02 LM-Enrollment-Drops  PIC 9(6)  VALUE ZERO.
    02 LM-Confidential-Omitted  PIC 9(6)  VALUE ZERO.

01  Enrollment-Withheld-Flag  PIC X.
    88 Enrollment-Withheld      VALUE 'Y'.
    88 Enrollment-Not-Withheld  VALUE 'N'.

01  Suppression-Request.
    COPY "suppression-request.cpy".

01  Section-Detail-Count     PIC 9(6)  VALUE ZERO.
01  Enrollment-Detail-Count  PIC 9(6)  VALUE ZERO.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Paragraph.
    PERFORM Write-Run-Status-Start
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
    PERFORM Read-Current-Term
    PERFORM Read-LMS-Control

    MOVE "COURSES.IDX" TO WS-File-ID
    OPEN INPUT Indexed-File
    PERFORM Check-File-Status
    MOVE "STUDENTS.IDX" TO WS-File-ID
    OPEN INPUT Student-Master-File
    PERFORM Check-File-Status
    OPEN INPUT Instructor-Master-File
    IF LM-Instructor-File-Status = "00"
       SET Instructors-Available TO TRUE
    ELSE
       SET Instructors-Not-Available TO TRUE
       DISPLAY 'Instructors.IDX not available -- sections sent '
               'with instructor IDs only'
    END-IF

    IF Full-Refresh-Mode
       PERFORM Gather-Full-Refresh
    ELSE
       PERFORM Gather-Todays-Delta
    END-IF

    MOVE "COURSES.IDX" TO WS-File-ID
    CLOSE Indexed-File
    PERFORM Check-File-Status
    MOVE "STUDENTS.IDX" TO WS-File-ID
    CLOSE Student-Master-File
    PERFORM Check-File-Status
    IF Instructors-Available
       CLOSE Instructor-Master-File
    END-IF

    IF Detail-Table-Overflowed
       DISPLAY 'More than ' Max-LMS-Details ' LMS details tonight '
               '-- run refused, nothing sent.'
       MOVE 16 TO RETURN-CODE
       PERFORM Write-Run-Status-End
       STOP RUN
    END-IF

    PERFORM Write-LMS-Feed
    PERFORM Append-To-Sent-File
    PERFORM Rewrite-LMS-Control

    DISPLAY 'LMS roster feed for term ' Current-Term ' (mode '
            Sync-Mode '):'
    IF Delta-Mode
       DISPLAY '  Audit entries read today: ' LM-Audit-Entries
    END-IF
    DISPLAY '  Sections sent:     ' LM-Section-Adds ' add/update, '
            LM-Section-Drops ' remove'
    DISPLAY '  Enrollments sent:  ' LM-Enrollment-Adds ' add, '
            LM-Enrollment-Drops ' remove'
    DISPLAY '  Confidential enrollments left out: '
            LM-Confidential-Omitted
    MOVE 'W'                  TO SX-Request-Code
    MOVE 'LMS-ROSTER-EXTRACT' TO SX-Program-Name
    MOVE 'LMS-ROSTER-FEED.DAT' TO SX-Output-Name
    SET SX-Omitted TO TRUE
    CALL 'Confidentiality-Log' USING Suppression-Request
    PERFORM Write-Run-Status-End
    STOP RUN
    .

COPY "file-status-check.cpy".

*>-----------------------------------------------------------------
*> The shared job-run log: one 'S' record as the run begins, one
*> 'E' record (with counts and return code) as it ends -- the
*> between-steps bookkeeping Course-Stream-Restart drives the
*> nightly chain from.
*>-----------------------------------------------------------------
Write-Run-Status-Start.
    MOVE 'LMS-ROSTER-EXTRACT' TO RS-Program-Name
    SET RS-Start-Record TO TRUE
    MOVE ZERO TO RS-Records-Processed
                 RS-Records-Rejected
                 RS-Return-Code
    PERFORM Append-Run-Status-Rec
    .

Write-Run-Status-End.
    MOVE 'LMS-ROSTER-EXTRACT' TO RS-Program-Name
    SET RS-End-Record TO TRUE
    MOVE LMS-Detail-Count TO RS-Records-Processed
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

Read-LMS-Control.
    SET Delta-Mode TO TRUE
    MOVE "LMS-SYNC-CONTROL.DAT" TO WS-File-ID
    OPEN INPUT LMS-Control-File
    IF WS-File-Status NOT = "35"
       PERFORM Check-File-Status
       READ LMS-Control-File
          AT END      CONTINUE
          NOT AT END  SET Control-File-Present TO TRUE
                      MOVE LC-Last-Full-Date TO Last-Full-Refresh-Date
                      IF LC-Full-Refresh-Requested
                         SET Full-Refresh-Mode TO TRUE
                      END-IF
       END-READ
       CLOSE LMS-Control-File
       PERFORM Check-File-Status
    END-IF
    .

*>-----------------------------------------------------------------
*> The night's run is stamped on the control record, and a full
*> refresh puts the mode back to delta.  With no control file on
*> hand the delta run leaves it that way -- there is nothing to
*> reset.
*>-----------------------------------------------------------------
Rewrite-LMS-Control.
    IF Control-File-Present  OR  Full-Refresh-Mode
       MOVE 'D' TO LC-Next-Mode
       MOVE Todays-Run-Date TO LC-Last-Run-Date
       IF Full-Refresh-Mode
          MOVE Todays-Run-Date TO Last-Full-Refresh-Date
       END-IF
       MOVE Last-Full-Refresh-Date TO LC-Last-Full-Date
       MOVE "LMS-SYNC-CONTROL.DAT" TO WS-File-ID
       OPEN OUTPUT LMS-Control-File
       PERFORM Check-File-Status
       WRITE LMS-Control-Record
       CLOSE LMS-Control-File
       PERFORM Check-File-Status
    END-IF
    .


*>-----------------------------------------------------------------
*> Delta: straight to today's entries via the Audit-Date alternate
*> key, as Bursar-Billing-Extract goes; the first entry past today
*> ends the pass.
*>-----------------------------------------------------------------
Gather-Todays-Delta.
    MOVE "COURSE-AUDIT-TRAIL.DAT" TO WS-File-ID
    OPEN INPUT Audit-Trail-File
    IF WS-File-Status = "35"
       DISPLAY 'No audit trail on file -- no roster activity.'
    ELSE
       PERFORM Check-File-Status
       MOVE Todays-Run-Date TO Audit-Date
       SET Audit-EOF-Not TO TRUE
       START Audit-Trail-File KEY IS NOT LESS THAN Audit-Date
          INVALID KEY  SET Audit-EOF TO TRUE
       END-START
       IF Audit-EOF-Not
          PERFORM Read-Audit-Rec
       END-IF
       PERFORM Extract-Audit-Entry
          UNTIL Audit-EOF
       CLOSE Audit-Trail-File
       PERFORM Check-File-Status
    END-IF
    .

Read-Audit-Rec.
    READ Audit-Trail-File NEXT RECORD
       AT END      SET Audit-EOF TO TRUE
       NOT AT END  IF Audit-Date > Todays-Run-Date
                      SET Audit-EOF TO TRUE
                   END-IF
    END-READ
    .

Extract-Audit-Entry.
    IF Audit-Term = Current-Term
       ADD 1 TO LM-Audit-Entries
       EVALUATE Audit-Trans-Type
          WHEN 'A'
          WHEN 'C'
          WHEN 'I'
             PERFORM Send-Section-From-Master
          WHEN 'D'
          WHEN 'X'
             PERFORM Send-Section-Removal
          WHEN 'S'
             MOVE 'A' TO Enrollment-Action
             PERFORM Send-Enrollment
          WHEN 'R'
          WHEN 'W'
             MOVE 'D' TO Enrollment-Action
             PERFORM Send-Enrollment
          WHEN OTHER
             CONTINUE
       END-EVALUATE
    END-IF
    PERFORM Read-Audit-Rec
    .

*>-----------------------------------------------------------------
*> An added or changed section goes as it stands on Courses.IDX
*> tonight, once however many times it changed; one gone from the
*> master since (deleted later the same day) goes only as the
*> removal that follows in the trail.
*>-----------------------------------------------------------------
Send-Section-From-Master.
    SET Section-Not-Yet-Sent TO TRUE
    PERFORM Search-Sent-Sections
       VARYING Sent-Section-Index FROM 1 BY 1
       UNTIL Sent-Section-Index > Sent-Section-Count
          OR Section-Already-Sent
    IF Section-Not-Yet-Sent
       MOVE Audit-Term      TO Course-Term
       MOVE Audit-Course-ID TO Course-ID
       READ Indexed-File
          INVALID KEY  CONTINUE
          NOT INVALID KEY
             PERFORM Build-Section-Add
             IF Sent-Section-Count < Max-Sent-Sections
                ADD 1 TO Sent-Section-Count
                MOVE Course-ID TO Sent-Section-ID (Sent-Section-Count)
             END-IF
       END-READ
    END-IF
    .

Search-Sent-Sections.
    IF Sent-Section-ID (Sent-Section-Index) = Audit-Course-ID
       SET Section-Already-Sent TO TRUE
    END-IF
    .

Send-Section-Removal.
    MOVE SPACES          TO LMS-Section-Rec
    MOVE 'S'             TO LS-Record-Type
    MOVE 'D'             TO LS-Action
    MOVE Audit-Term      TO LS-Term
    MOVE Audit-Course-ID TO LS-Course-ID
    ADD 1 TO LM-Section-Drops
    ADD 1 TO Section-Detail-Count
    MOVE LMS-Section-Rec TO Work-LMS-Detail
    PERFORM Hold-LMS-Detail
    .

*>-----------------------------------------------------------------
*> The course record in hand becomes an 'A' section detail.
*>-----------------------------------------------------------------
Build-Section-Add.
    MOVE SPACES               TO LMS-Section-Rec
    MOVE 'S'                  TO LS-Record-Type
    MOVE 'A'                  TO LS-Action
    MOVE Course-Term          TO LS-Term
    MOVE Course-ID            TO LS-Course-ID
    MOVE Course-Title         TO LS-Title
    MOVE Course-Instructor-ID TO LS-Instructor-ID
    IF Instructors-Available  AND  Course-Instructor-ID NOT = SPACES
       MOVE Course-Instructor-ID TO Instructor-Master-ID
       READ Instructor-Master-File
          INVALID KEY  CONTINUE
          NOT INVALID KEY
             MOVE Instructor-Last-Name  TO LS-Instructor-Last
             MOVE Instructor-First-Name TO LS-Instructor-First
       END-READ
    END-IF
    ADD 1 TO LM-Section-Adds
    ADD 1 TO Section-Detail-Count
    MOVE LMS-Section-Rec TO Work-LMS-Detail
    PERFORM Hold-LMS-Detail
    .

*>-----------------------------------------------------------------
*> The enrollment named by the audit entry, Enrollment-Action
*> already set by the caller.
*>-----------------------------------------------------------------
Send-Enrollment.
    MOVE Audit-Term       TO SC-Term
    MOVE Audit-Course-ID  TO SC-Course-ID
    MOVE Audit-Student-ID TO SC-Student-ID
    PERFORM Build-Enrollment-Detail
    .

*>-----------------------------------------------------------------
*> SC-Student-ID/SC-Term/SC-Course-ID name the enrollment; the
*> student's name and e-mail come from the master.  A confidential
*> student's add is withheld; a removal goes without the name.
*>-----------------------------------------------------------------
Build-Enrollment-Detail.
    MOVE SPACES             TO LMS-Enrollment-Rec
    MOVE 'E'                TO LN-Record-Type
    MOVE Enrollment-Action  TO LN-Action
    MOVE SC-Term        TO LN-Term
    MOVE SC-Course-ID   TO LN-Course-ID
    MOVE SC-Student-ID  TO LN-Student-ID
    MOVE SC-Student-ID  TO Student-Master-ID
    SET Enrollment-Not-Withheld TO TRUE
    READ Student-Master-File
       INVALID KEY  CONTINUE
       NOT INVALID KEY
          IF Student-Confidential
             IF LN-Action = 'A'
                SET Enrollment-Withheld TO TRUE
             END-IF
          ELSE
             MOVE Student-Last-Name  TO LN-Last-Name
             MOVE Student-First-Name TO LN-First-Name
             MOVE Student-Email      TO LN-Email
          END-IF
    END-READ
    IF Enrollment-Withheld
       ADD 1 TO LM-Confidential-Omitted
       MOVE 'C'               TO SX-Request-Code
       MOVE Student-Master-ID TO SX-Student-ID
       CALL 'Confidentiality-Log' USING Suppression-Request
    ELSE
       IF LN-Action = 'A'
          ADD 1 TO LM-Enrollment-Adds
       ELSE
          ADD 1 TO LM-Enrollment-Drops
       END-IF
       ADD 1 TO Enrollment-Detail-Count
       MOVE LMS-Enrollment-Rec TO Work-LMS-Detail
       PERFORM Hold-LMS-Detail
    END-IF
    .


*>-----------------------------------------------------------------
*> Full refresh: every section of the term (Course-Key leads with
*> the term, so the term's sections are one keyed run), then every
*> live enrollment of the term.
*>-----------------------------------------------------------------
Gather-Full-Refresh.
    SET Course-EOF-Not TO TRUE
    MOVE Current-Term TO Course-Term
    MOVE LOW-VALUES   TO Course-ID
    START Indexed-File KEY IS NOT LESS THAN Course-Key
       INVALID KEY  SET Course-EOF TO TRUE
    END-START
    IF Course-EOF-Not
       PERFORM Read-Course-Rec
    END-IF
    PERFORM Send-Term-Section
       UNTIL Course-EOF

    MOVE "STUDENT-COURSE.IDX" TO WS-File-ID
    OPEN INPUT Student-Course-File
    PERFORM Check-File-Status
    SET Enrollment-EOF-Not TO TRUE
    PERFORM Read-Enrollment-Rec
    PERFORM Send-Term-Enrollment
       UNTIL Enrollment-EOF
    MOVE "STUDENT-COURSE.IDX" TO WS-File-ID
    CLOSE Student-Course-File
    PERFORM Check-File-Status
    .

Read-Course-Rec.
    READ Indexed-File NEXT RECORD
       AT END      SET Course-EOF TO TRUE
       NOT AT END  IF Course-Term NOT = Current-Term
                      SET Course-EOF TO TRUE
                   END-IF
    END-READ
    .

Send-Term-Section.
    PERFORM Build-Section-Add
    PERFORM Read-Course-Rec
    .

Read-Enrollment-Rec.
    READ Student-Course-File NEXT RECORD
       AT END  SET Enrollment-EOF TO TRUE
    END-READ
    .

Send-Term-Enrollment.
    IF SC-Term = Current-Term  AND  SC-Grade NOT = 'W '
       MOVE 'A' TO Enrollment-Action
       PERFORM Build-Enrollment-Detail
    END-IF
    PERFORM Read-Enrollment-Rec
    .


Hold-LMS-Detail.
    IF LMS-Detail-Count < Max-LMS-Details
       ADD 1 TO LMS-Detail-Count
       MOVE Work-LMS-Detail TO Held-LMS-Detail (LMS-Detail-Count)
       PERFORM Add-Course-Byte-To-Hash
          VARYING Hash-Byte-Index FROM 1 BY 1
          UNTIL Hash-Byte-Index > 9
    ELSE
       SET Detail-Table-Overflowed TO TRUE
    END-IF
    .

Add-Course-Byte-To-Hash.
    ADD FUNCTION ORD (WD-Course-Byte (Hash-Byte-Index))
      TO LMS-Hash-Total
    .


Write-LMS-Feed.
    MOVE "LMS-ROSTER-FEED.DAT" TO WS-File-ID
    OPEN OUTPUT LMS-Feed-File
    PERFORM Check-File-Status

    MOVE SPACES           TO LMS-Header-Rec
    MOVE 'H'              TO LH-Record-Type
    MOVE LMS-Detail-Count TO LH-Expected-Detail-Count
    MOVE Todays-Run-Date  TO LH-Run-Date
    MOVE Current-Term     TO LH-Term
    MOVE Sync-Mode        TO LH-Mode
    WRITE LMS-Header-Rec

    PERFORM Write-Held-LMS-Detail
       VARYING LMS-Detail-Index FROM 1 BY 1
       UNTIL LMS-Detail-Index > LMS-Detail-Count

    MOVE SPACES                  TO LMS-Trailer-Rec
    MOVE 'T'                     TO LT-Record-Type
    MOVE Section-Detail-Count    TO LT-Section-Count
    MOVE Enrollment-Detail-Count TO LT-Enrollment-Count
    MOVE LMS-Hash-Total          TO LT-Hash-Total
    WRITE LMS-Trailer-Rec

    MOVE "LMS-ROSTER-FEED.DAT" TO WS-File-ID
    CLOSE LMS-Feed-File
    PERFORM Check-File-Status
    .

Write-Held-LMS-Detail.
    MOVE Held-LMS-Detail (LMS-Detail-Index) TO LMS-Section-Rec
    WRITE LMS-Section-Rec
    .

*>-----------------------------------------------------------------
*> Every detail just fed to the LMS also lands, status 'U', on the
*> cumulative sent file LMS-Ack-Reconcile works down.
*>-----------------------------------------------------------------
Append-To-Sent-File.
    IF LMS-Detail-Count > ZERO
       MOVE "LMS-ROSTER-SENT.DAT" TO WS-File-ID
       OPEN EXTEND LMS-Sent-File
       IF WS-File-Status = "35"
          OPEN OUTPUT LMS-Sent-File
       END-IF
       PERFORM Check-File-Status
       PERFORM Append-One-Sent-Rec
          VARYING LMS-Detail-Index FROM 1 BY 1
          UNTIL LMS-Detail-Index > LMS-Detail-Count
       MOVE "LMS-ROSTER-SENT.DAT" TO WS-File-ID
       CLOSE LMS-Sent-File
       PERFORM Check-File-Status
    END-IF
    .

Append-One-Sent-Rec.
    MOVE Held-LMS-Detail (LMS-Detail-Index) TO Work-LMS-Detail
    SET LX-Unacknowledged TO TRUE
    MOVE Todays-Run-Date TO LX-Sent-Date
    MOVE WD-Record-Type  TO LX-Record-Type
    MOVE WD-Action       TO LX-Action
    MOVE WD-Term         TO LX-Term
    MOVE WD-Course-ID    TO LX-Course-ID
    IF WD-Record-Type = 'E'
       MOVE WD-Student-ID TO LX-Student-ID
    ELSE
       MOVE SPACES        TO LX-Student-ID
    END-IF
    WRITE LMS-Sent-Rec
    .
