IDENTIFICATION DIVISION.
PROGRAM-ID.  Enrollment-Verification-Extract.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>             modified Oct. 15, 2026 to set the directory-block
*>             byte on the detail of a student under a FERPA
*>             confidentiality flag, counted through
*>             Confidentiality-Log
*>***************************************************************
*> Program Abstract:
*>    Financial aid and outside lenders ask whether a student is
*>    full-time, half-time, or less than half-time, and the answer
*>    used to be worked out by hand from Student-Schedule-Report.
*>    This batch works it out for every student on Students.IDX for
*>    the current term (Course-Term-Control.Dat; default 'CURR1'):
*>    credit hours are summed over the student's Student-Course.IDX
*>    enrollments for the term -- withdrawals and audits carry no
*>    load -- at each section's Course-Credit-Hours on Courses.IDX,
*>    and compared with the registrar's thresholds for the student's
*>    class level from Enrollment-Thresholds.Dat (a row with a blank
*>    level is the default; with neither, 12 full-time and 6
*>    half-time hours).  See enrollment-status-record.cpy for the
*>    status codes.
*>
*>    Each student's status is kept on Enrollment-Status.IDX, and
*>    the fixed-format clearinghouse file Enrollment-Verification.Dat
*>    is written with a header, one detail per student reported, and
*>    a count/hours trailer.  The operator picks the mode:
*>
*>      F  full -- every student enrolled (or withdrawn) this term;
*>      C  change-only (the default) -- only the students whose
*>         status moved since the last run, including one who has
*>         dropped out of the term entirely.
*>
*>    The clearinghouse verifies enrollment for us, so a student who
*>    has asked for directory-information confidentiality (Student-
*>    Confidential) is still reported -- the lender still needs the
*>    status -- but with EVD-Directory-Block set to 'Y', which tells
*>    the clearinghouse to withhold the student's directory
*>    information from anyone asking without the student's consent.
*>
*>  INPUT:
*>    Students.IDX, Student-Course.IDX, Courses.IDX,
*>    Enrollment-Thresholds.Dat (optional), Term-Calendar.IDX
*>    (optional; term dates on the feed), Course-Term-Control.Dat
*>    (optional), and the mode keyed at the console.
*>
*>  OUTPUT:
*>    Enrollment-Verification.Dat; Enrollment-Status.IDX created/
*>    updated; counts by status DISPLAYed as a control total.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Student-Master-File  ASSIGN TO "Students.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS SEQUENTIAL
       RECORD KEY IS Student-Master-ID
       FILE STATUS IS WS-File-Status.

    SELECT Student-Course-File  ASSIGN TO "Student-Course.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS SC-Key
       FILE STATUS IS WS-File-Status.

    SELECT Indexed-File  ASSIGN TO "Courses.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS Course-Key
       FILE STATUS IS WS-File-Status.

    SELECT Enrollment-Status-File  ASSIGN TO "Enrollment-Status.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS EV-Key
       FILE STATUS IS WS-File-Status.

    SELECT Threshold-File  ASSIGN TO "Enrollment-Thresholds.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Term-Calendar-File  ASSIGN TO "Term-Calendar.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS CAL-Term
       FILE STATUS IS VE-Calendar-File-Status.

    SELECT Term-Control-File  ASSIGN TO "Course-Term-Control.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Verification-File  ASSIGN TO "Enrollment-Verification.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

DATA DIVISION.

FILE SECTION.

FD  Student-Master-File.
01  Student-Master-Record.
    COPY "student-record.cpy".

FD  Student-Course-File.
01  Student-Course-Record.
    COPY "student-course-record.cpy".

FD  Indexed-File
       RECORD CONTAINS 100 TO 2800 CHARACTERS.
01  Course-Record.
    COPY "course-record.cpy".

FD  Enrollment-Status-File.
01  Enrollment-Status-Record.
    COPY "enrollment-status-record.cpy".

*> One row per class level: the fewest credit hours that make a
*> student of that level full-time, and half-time.  A blank level
*> is the default row.
FD  Threshold-File.
01  Threshold-Record.
    02 ET-Class-Level        PIC X(2).
    02 ET-Full-Time-Hours    PIC 9(2).
    02 ET-Half-Time-Hours    PIC 9(2).

FD  Term-Calendar-File.
01  Term-Calendar-Record.
    COPY "term-calendar-record.cpy".

FD  Term-Control-File.
01  Term-Control-Record.
    02 TC-Current-Term  PIC X(5).

*> The clearinghouse layout: header, details, trailer, 80 bytes
*> each, in the header/detail/trailer style of the bursar's feed.
FD  Verification-File
     RECORD CONTAINS 80 CHARACTERS
     DATA RECORDS ARE Verification-Header-Rec, Verification-Detail-Rec,
                      Verification-Trailer-Rec.

01  Verification-Header-Rec.
    02 EVH-Record-Type   PIC X.
    02 EVH-Run-Date      PIC 9(8).
    02 EVH-Term          PIC X(5).
    02 EVH-Mode          PIC X.
    02 FILLER            PIC X(65).

01  Verification-Detail-Rec.
    02 EVD-Record-Type   PIC X.
    02 EVD-Student-ID    PIC X(9).
    02 EVD-Last-Name     PIC X(14).
    02 EVD-First-Name    PIC X(10).
    02 EVD-Term          PIC X(5).
    02 EVD-Status        PIC X.
    02 EVD-Credit-Hours  PIC 9(3).
    02 EVD-Status-Date   PIC 9(8).
    02 EVD-Class-Level   PIC X(2).
    02 EVD-Term-Begin    PIC 9(8).
    02 EVD-Term-End      PIC 9(8).
    02 EVD-Directory-Block  PIC X.
    02 FILLER            PIC X(10).

01  Verification-Trailer-Rec.
    02 EVT-Record-Type   PIC X.
    02 EVT-Detail-Count  PIC 9(6).
    02 EVT-Hours-Total   PIC 9(9).
    02 FILLER            PIC X(64).

WORKING-STORAGE SECTION.

01  Student-EOF-Flag  PIC X.
    88 Student-EOF      VALUE '1'.
    88 Student-EOF-Not  VALUE '0'.

01  Threshold-EOF-Flag  PIC X.
    88 Threshold-EOF      VALUE '1'.
    88 Threshold-EOF-Not  VALUE '0'.

01  Schedule-Scan-Flag  PIC X.
    88 Schedule-Scan-Done      VALUE '1'.
    88 Schedule-Scan-Not-Done  VALUE '0'.

*> Term-Calendar.IDX gets its own status byte pair; without it the
*> feed still goes, with zero term dates.
01  VE-Calendar-File-Status  PIC XX  VALUE "00".

01  Verification-Mode  PIC X  VALUE SPACE.
    88 Full-Mode          VALUE 'F'.
    88 Change-Only-Mode   VALUE 'C'.

01  Default-Term  PIC X(5)  VALUE 'CURR1'.
01  Current-Term  PIC X(5).

01  Term-Begin-Date  PIC 9(8)  VALUE ZERO.
01  Term-End-Date    PIC 9(8)  VALUE ZERO.

*> The registrar's thresholds, loaded once.
01  Max-Thresholds    PIC 9(2)  VALUE 10.
01  Threshold-Count   PIC 9(2)  VALUE ZERO.
01  Threshold-Table.
    02 Threshold-Entry  OCCURS 0 TO 10 TIMES
                        DEPENDING ON Threshold-Count.
       03 TH-Class-Level      PIC X(2).
       03 TH-Full-Time-Hours  PIC 9(2).
       03 TH-Half-Time-Hours  PIC 9(2).
01  Threshold-Index   PIC 9(2).

01  Threshold-Found-Flag  PIC X.
    88 Threshold-Found      VALUE 'Y'.
    88 Threshold-Not-Found  VALUE 'N'.

01  Built-In-Full-Time-Hours  PIC 9(2)  VALUE 12.
01  Built-In-Half-Time-Hours  PIC 9(2)  VALUE 6.
01  Full-Time-Hours           PIC 9(2)  VALUE ZERO.
01  Half-Time-Hours           PIC 9(2)  VALUE ZERO.

*> The student in hand's load for the term.
01  Student-Load.
    02 VL-Credit-Hours     PIC 9(3)  VALUE ZERO.
    02 VL-Enrollments      PIC 9(3)  VALUE ZERO.
    02 VL-Withdrawals      PIC 9(3)  VALUE ZERO.
01  Computed-Status  PIC X  VALUE SPACE.

01  Status-On-File-Flag  PIC X.
    88 Status-On-File      VALUE 'Y'.
    88 Status-Not-On-File  VALUE 'N'.

01  Report-Student-Flag  PIC X.
    88 Report-Student      VALUE 'Y'.
    88 Do-Not-Report       VALUE 'N'.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.

01  Verification-Totals.
    02 VE-Students-Read    PIC 9(6)  VALUE ZERO.
    02 VE-Reported         PIC 9(6)  VALUE ZERO.
    02 VE-Changed          PIC 9(6)  VALUE ZERO.
    02 VE-Full-Time        PIC 9(6)  VALUE ZERO.
    02 VE-Half-Time        PIC 9(6)  VALUE ZERO.
    02 VE-Less-Than-Half   PIC 9(6)  VALUE ZERO.
    02 VE-Withdrawn        PIC 9(6)  VALUE ZERO.
    02 VE-Not-Enrolled     PIC 9(6)  VALUE ZERO.
    02 VE-Hours-Total      PIC 9(9)  VALUE ZERO.
    02 VE-Missing-Courses  PIC 9(6)  VALUE ZERO.
    02 VE-Confidential     PIC 9(6)  VALUE ZERO.

01  Suppression-Request.
    COPY "suppression-request.cpy".

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Paragraph.
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
    PERFORM Read-Current-Term

    DISPLAY 'Verification mode (F = full, C = changes only '
            '[default]): ' WITH NO ADVANCING
    ACCEPT Verification-Mode
    IF Verification-Mode = 'f'
       MOVE 'F' TO Verification-Mode
    END-IF
    IF NOT Full-Mode
       MOVE 'C' TO Verification-Mode
    END-IF

    PERFORM Load-Threshold-Table
    PERFORM Read-Term-Dates

    MOVE "STUDENTS.IDX" TO WS-File-ID
    OPEN INPUT Student-Master-File
    PERFORM Check-File-Status
    MOVE "STUDENT-COURSE.IDX" TO WS-File-ID
    OPEN INPUT Student-Course-File
    PERFORM Check-File-Status
    MOVE "COURSES.IDX" TO WS-File-ID
    OPEN INPUT Indexed-File
    PERFORM Check-File-Status
*>  Status 35 on the I-O OPEN means Enrollment-Status.IDX does not
*>  exist yet; it is created empty and opened again, as
*>  Student-Holds-Maintain does for its master.
    MOVE "ENROLLMENT-STATUS.IDX" TO WS-File-ID
    OPEN I-O Enrollment-Status-File
    IF WS-File-Status = "35"
       OPEN OUTPUT Enrollment-Status-File
       PERFORM Check-File-Status
       CLOSE Enrollment-Status-File
       PERFORM Check-File-Status
       OPEN I-O Enrollment-Status-File
    END-IF
    PERFORM Check-File-Status
    MOVE "ENROLLMENT-VERIFICATION.DAT" TO WS-File-ID
    OPEN OUTPUT Verification-File
    PERFORM Check-File-Status

    MOVE SPACES          TO Verification-Header-Rec
    MOVE 'H'             TO EVH-Record-Type
    MOVE Todays-Run-Date TO EVH-Run-Date
    MOVE Current-Term    TO EVH-Term
    MOVE Verification-Mode TO EVH-Mode
    WRITE Verification-Header-Rec

    SET Student-EOF-Not TO TRUE
    PERFORM Read-Student-Rec
    PERFORM Verify-One-Student
       UNTIL Student-EOF

    MOVE SPACES           TO Verification-Trailer-Rec
    MOVE 'T'              TO EVT-Record-Type
    MOVE VE-Reported      TO EVT-Detail-Count
    MOVE VE-Hours-Total   TO EVT-Hours-Total
    WRITE Verification-Trailer-Rec

    MOVE "STUDENTS.IDX" TO WS-File-ID
    CLOSE Student-Master-File
    PERFORM Check-File-Status
    MOVE "STUDENT-COURSE.IDX" TO WS-File-ID
    CLOSE Student-Course-File
    PERFORM Check-File-Status
    MOVE "COURSES.IDX" TO WS-File-ID
    CLOSE Indexed-File
    PERFORM Check-File-Status
    MOVE "ENROLLMENT-STATUS.IDX" TO WS-File-ID
    CLOSE Enrollment-Status-File
    PERFORM Check-File-Status
    MOVE "ENROLLMENT-VERIFICATION.DAT" TO WS-File-ID
    CLOSE Verification-File
    PERFORM Check-File-Status
    MOVE 'W'                               TO SX-Request-Code
    MOVE 'ENROLLMENT-VERIFICATION-EXTRACT' TO SX-Program-Name
    MOVE 'ENROLLMENT-VERIFICATION.DAT'     TO SX-Output-Name
    SET SX-Withheld TO TRUE
    CALL 'Confidentiality-Log' USING Suppression-Request

    DISPLAY 'Enrollment verification for term ' Current-Term
            ' (mode ' Verification-Mode '):'
    DISPLAY '  Students read:            ' VE-Students-Read
    DISPLAY '  Status changed:           ' VE-Changed
    DISPLAY '  Reported to clearinghouse:' VE-Reported
    DISPLAY '    full-time:              ' VE-Full-Time
    DISPLAY '    half-time:              ' VE-Half-Time
    DISPLAY '    less than half-time:    ' VE-Less-Than-Half
    DISPLAY '    withdrawn:              ' VE-Withdrawn
    DISPLAY '    no longer enrolled:     ' VE-Not-Enrolled
    DISPLAY '    directory block set:    ' VE-Confidential
    IF VE-Missing-Courses > ZERO
       DISPLAY '  Enrollments with no section on Courses.IDX '
               '(no hours counted): ' VE-Missing-Courses
    END-IF
    STOP RUN
    .

COPY "file-status-check.cpy".

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

Load-Threshold-Table.
    MOVE "ENROLLMENT-THRESHOLDS.DAT" TO WS-File-ID
    OPEN INPUT Threshold-File
    IF WS-File-Status = "35"
       DISPLAY 'Enrollment-Thresholds.Dat not found -- every level '
               'measured at ' Built-In-Full-Time-Hours
               ' full-time / ' Built-In-Half-Time-Hours
               ' half-time hours'
    ELSE
       PERFORM Check-File-Status
       SET Threshold-EOF-Not TO TRUE
       PERFORM Read-Threshold-Rec
          UNTIL Threshold-EOF
       CLOSE Threshold-File
       PERFORM Check-File-Status
    END-IF
    .

Read-Threshold-Rec.
    READ Threshold-File
       AT END      SET Threshold-EOF TO TRUE
       NOT AT END  IF Threshold-Count < Max-Thresholds
                      ADD 1 TO Threshold-Count
                      MOVE ET-Class-Level
                        TO TH-Class-Level (Threshold-Count)
                      MOVE ET-Full-Time-Hours
                        TO TH-Full-Time-Hours (Threshold-Count)
                      MOVE ET-Half-Time-Hours
                        TO TH-Half-Time-Hours (Threshold-Count)
                   END-IF
    END-READ
    .

Read-Term-Dates.
    OPEN INPUT Term-Calendar-File
    IF VE-Calendar-File-Status = "00"
       MOVE Current-Term TO CAL-Term
       READ Term-Calendar-File
          INVALID KEY
             DISPLAY 'Term ' Current-Term ' not on Term-Calendar.IDX '
                     '-- term dates sent as zero'
          NOT INVALID KEY
             MOVE CAL-Start-Date TO Term-Begin-Date
             MOVE CAL-End-Date   TO Term-End-Date
       END-READ
       CLOSE Term-Calendar-File
    ELSE
       DISPLAY 'Term-Calendar.IDX not available -- term dates sent '
               'as zero'
    END-IF
    .


Read-Student-Rec.
    READ Student-Master-File NEXT RECORD
       AT END      SET Student-EOF TO TRUE
       NOT AT END  ADD 1 TO VE-Students-Read
    END-READ
    .

*>-----------------------------------------------------------------
*> One student: the term's load, the status it makes, then the
*> comparison with the status on file that decides whether the
*> student goes on tonight's feed.
*>-----------------------------------------------------------------
Verify-One-Student.
    PERFORM Sum-Student-Load
    PERFORM Classify-Student-Load

    SET Status-On-File TO TRUE
    MOVE Student-Master-ID TO EV-Student-ID
    MOVE Current-Term      TO EV-Term
    READ Enrollment-Status-File
       INVALID KEY  SET Status-Not-On-File TO TRUE
    END-READ

    SET Do-Not-Report TO TRUE
    IF Status-Not-On-File
       IF Computed-Status NOT = 'N'
          ADD 1 TO VE-Changed
          SET Report-Student TO TRUE
          PERFORM Write-New-Status
       END-IF
    ELSE
       PERFORM Update-Status-On-File
    END-IF
    IF Report-Student
       PERFORM Write-Verification-Detail
    END-IF
    PERFORM Read-Student-Rec
    .

*>-----------------------------------------------------------------
*> The student's term enrollments sort together under
*> SC-Student-ID + SC-Term.  A withdrawal or an audit is counted,
*> but carries no hours.
*>-----------------------------------------------------------------
Sum-Student-Load.
    INITIALIZE Student-Load
    SET Schedule-Scan-Not-Done TO TRUE
    MOVE Student-Master-ID TO SC-Student-ID
    MOVE Current-Term      TO SC-Term
    MOVE LOW-VALUES        TO SC-Course-ID
    START Student-Course-File KEY IS NOT LESS THAN SC-Key
       INVALID KEY  SET Schedule-Scan-Done TO TRUE
    END-START
    IF Schedule-Scan-Not-Done
       PERFORM Read-Schedule-Rec
    END-IF
    PERFORM Add-Enrollment-Hours
       UNTIL Schedule-Scan-Done
    .

Read-Schedule-Rec.
    READ Student-Course-File NEXT RECORD
       AT END      SET Schedule-Scan-Done TO TRUE
       NOT AT END  IF SC-Student-ID NOT = Student-Master-ID
                   OR SC-Term NOT = Current-Term
                      SET Schedule-Scan-Done TO TRUE
                   END-IF
    END-READ
    .

Add-Enrollment-Hours.
    IF SC-Grade = 'W '
       ADD 1 TO VL-Withdrawals
    ELSE
       ADD 1 TO VL-Enrollments
       IF NOT SC-Basis-Audit
          MOVE SC-Term      TO Course-Term
          MOVE SC-Course-ID TO Course-ID
          READ Indexed-File
             INVALID KEY
                ADD 1 TO VE-Missing-Courses
             NOT INVALID KEY
                ADD Course-Credit-Hours TO VL-Credit-Hours
          END-READ
       END-IF
    END-IF
    PERFORM Read-Schedule-Rec
    .

Classify-Student-Load.
    PERFORM Find-Student-Thresholds
    EVALUATE TRUE
       WHEN VL-Enrollments = ZERO  AND  VL-Withdrawals > ZERO
          MOVE 'W' TO Computed-Status
       WHEN VL-Enrollments = ZERO
          MOVE 'N' TO Computed-Status
       WHEN VL-Credit-Hours NOT < Full-Time-Hours
          MOVE 'F' TO Computed-Status
       WHEN VL-Credit-Hours NOT < Half-Time-Hours
          MOVE 'H' TO Computed-Status
       WHEN OTHER
          MOVE 'L' TO Computed-Status
    END-EVALUATE
    .

*>-----------------------------------------------------------------
*> The student's own level's row, else the default (blank-level)
*> row, else the built-in hours.
*>-----------------------------------------------------------------
Find-Student-Thresholds.
    MOVE Built-In-Full-Time-Hours TO Full-Time-Hours
    MOVE Built-In-Half-Time-Hours TO Half-Time-Hours
    SET Threshold-Not-Found TO TRUE
    PERFORM Search-Level-Threshold
       VARYING Threshold-Index FROM 1 BY 1
       UNTIL Threshold-Index > Threshold-Count
          OR Threshold-Found
    IF Threshold-Not-Found
       PERFORM Search-Default-Threshold
          VARYING Threshold-Index FROM 1 BY 1
          UNTIL Threshold-Index > Threshold-Count
             OR Threshold-Found
    END-IF
    .

Search-Level-Threshold.
    IF TH-Class-Level (Threshold-Index) = Student-Class-Level
          AND Student-Class-Level NOT = SPACES
       SET Threshold-Found TO TRUE
       MOVE TH-Full-Time-Hours (Threshold-Index) TO Full-Time-Hours
       MOVE TH-Half-Time-Hours (Threshold-Index) TO Half-Time-Hours
    END-IF
    .

Search-Default-Threshold.
    IF TH-Class-Level (Threshold-Index) = SPACES
       SET Threshold-Found TO TRUE
       MOVE TH-Full-Time-Hours (Threshold-Index) TO Full-Time-Hours
       MOVE TH-Half-Time-Hours (Threshold-Index) TO Half-Time-Hours
    END-IF
    .


Write-New-Status.
    MOVE Student-Master-ID TO EV-Student-ID
    MOVE Current-Term      TO EV-Term
    MOVE Computed-Status   TO EV-Status
    MOVE VL-Credit-Hours   TO EV-Credit-Hours
    MOVE Todays-Run-Date   TO EV-Status-Date
                              EV-Date-Reported
    WRITE Enrollment-Status-Record
       INVALID KEY  DISPLAY 'Program error in Status-Write:  '
                            'Should never happen!'
                    PERFORM Check-File-Status
    END-WRITE
    .

*>-----------------------------------------------------------------
*> A change of hours within the same status is kept on file but is
*> not news to the clearinghouse -- only a status change is, and
*> that goes out in either mode.
*>-----------------------------------------------------------------
Update-Status-On-File.
    IF EV-Status NOT = Computed-Status
       ADD 1 TO VE-Changed
       SET Report-Student TO TRUE
       MOVE Computed-Status TO EV-Status
       MOVE Todays-Run-Date TO EV-Status-Date
                               EV-Date-Reported
    ELSE
       IF Full-Mode  AND  Computed-Status NOT = 'N'
          SET Report-Student TO TRUE
          MOVE Todays-Run-Date TO EV-Date-Reported
       END-IF
    END-IF
    MOVE VL-Credit-Hours TO EV-Credit-Hours
    REWRITE Enrollment-Status-Record
       INVALID KEY  DISPLAY 'Program error in Status-Rewrite:  '
                            'Should never happen!'
                    PERFORM Check-File-Status
    END-REWRITE
    .

Write-Verification-Detail.
    MOVE SPACES              TO Verification-Detail-Rec
    MOVE 'D'                 TO EVD-Record-Type
    MOVE Student-Master-ID   TO EVD-Student-ID
    MOVE Student-Last-Name   TO EVD-Last-Name
    MOVE Student-First-Name  TO EVD-First-Name
    MOVE Current-Term        TO EVD-Term
    MOVE Computed-Status     TO EVD-Status
    MOVE VL-Credit-Hours     TO EVD-Credit-Hours
    MOVE EV-Status-Date      TO EVD-Status-Date
    MOVE Student-Class-Level TO EVD-Class-Level
    MOVE Term-Begin-Date     TO EVD-Term-Begin
    MOVE Term-End-Date       TO EVD-Term-End
    IF Student-Confidential
       MOVE 'Y'               TO EVD-Directory-Block
       ADD 1 TO VE-Confidential
       MOVE 'C'               TO SX-Request-Code
       MOVE Student-Master-ID TO SX-Student-ID
       CALL 'Confidentiality-Log' USING Suppression-Request
    ELSE
       MOVE 'N'               TO EVD-Directory-Block
    END-IF
    WRITE Verification-Detail-Rec
    ADD 1 TO VE-Reported
    ADD VL-Credit-Hours TO VE-Hours-Total
    EVALUATE Computed-Status
       WHEN 'F'  ADD 1 TO VE-Full-Time
       WHEN 'H'  ADD 1 TO VE-Half-Time
       WHEN 'L'  ADD 1 TO VE-Less-Than-Half
       WHEN 'W'  ADD 1 TO VE-Withdrawn
       WHEN OTHER  ADD 1 TO VE-Not-Enrolled
    END-EVALUATE
    .
