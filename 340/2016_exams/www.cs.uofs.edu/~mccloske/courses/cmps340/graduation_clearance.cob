IDENTIFICATION DIVISION.
PROGRAM-ID.  Graduation-Clearance.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>             modified Oct. 15, 2026 to leave a student under a
*>             FERPA confidentiality flag off Commencement-Names.Dat,
*>             counted through Confidentiality-Log
*>***************************************************************
*> Program Abstract:
*>    The spring graduation clearance.  Each student on
*>    Graduation-Applications.Dat (the registrar's list of students
*>    who have applied to graduate) is checked against the
*>    system's own records:
*>      - the student must be on Students.IDX, active, and of
*>        senior class level;
*>      - the credits earned -- each catalog course (the first six
*>        bytes of the Course-ID) passed, counted once, from
*>        Student-History.IDX and from grades already posted this
*>        term on Student-Course.IDX -- must reach Degree-Credit-
*>        Minimum; credits still in progress this term are shown
*>        but do not count;
*>      - the cumulative GPA Academic-Standing last put on
*>        Student-Standing.Dat must be at least 2.00;
*>      - no hold on Student-Holds.IDX may be open;
*>      - no archived grade on Student-History.IDX may still be an
*>        unresolved incomplete ('I ').
*>    A candidate passing every check is CLEARED; any other is
*>    PENDING, with one line per reason.  The deans get the
*>    clearance report; each cleared student's name, exactly as the
*>    student master carries it, goes to Commencement-Names.Dat for
*>    the commencement program -- except a student who has asked
*>    for directory-information confidentiality (Student-
*>    Confidential), who is cleared on the report as usual but left
*>    out of the published name list.
*>
*>  INPUT:
*>    Graduation-Applications.Dat, Students.IDX,
*>    Student-History.IDX, Student-Standing.Dat, Student-Holds.IDX,
*>    Student-Course.IDX (optional), Courses.IDX (optional),
*>    Course-Term-Control.Dat (optional).
*>
*>  OUTPUT:
*>    Graduation-Clearance.Rpt, a headed, paginated listing;
*>    Commencement-Names.Dat, one record per cleared student.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Application-File  ASSIGN TO "Graduation-Applications.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Student-Master-File  ASSIGN TO "Students.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS Student-Master-ID
       FILE STATUS IS WS-File-Status.

    SELECT Student-History-File  ASSIGN TO "Student-History.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS HS-Key
       FILE STATUS IS WS-File-Status.

    SELECT Standing-File  ASSIGN TO "Student-Standing.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Hold-Master-File  ASSIGN TO "Student-Holds.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS SH-Key
       FILE STATUS IS WS-File-Status.

    SELECT Student-Course-File  ASSIGN TO "Student-Course.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS SC-Key
       FILE STATUS IS GC-SC-File-Status.

    SELECT Indexed-File  ASSIGN TO "Courses.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS Course-Key
       FILE STATUS IS GC-Course-File-Status.

    SELECT Term-Control-File  ASSIGN TO "Course-Term-Control.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Clearance-Report  ASSIGN TO "Graduation-Clearance.Rpt"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Commencement-File  ASSIGN TO "Commencement-Names.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

DATA DIVISION.

FILE SECTION.

*> One record per student who has applied to graduate.
FD  Application-File.
01  Application-Rec.
    02 GA-Student-ID        PIC X(9).
    02 GA-Graduation-Term   PIC X(5).
    02 GA-Date-Applied      PIC 9(8).

FD  Student-Master-File.
01  Student-Master-Record.
    COPY "student-record.cpy".

FD  Student-History-File.
01  Student-History-Record.
    COPY "student-history-record.cpy".

*> Academic-Standing's output, one record per student with graded
*> work on file.
FD  Standing-File.
01  Standing-Rec.
    02 SD-Student-ID  PIC X(9).
    02 SD-Term        PIC X(5).
    02 SD-Term-GPA    PIC 9V99.
    02 SD-Cum-GPA     PIC 9V99.
    02 SD-Standing    PIC X.

FD  Hold-Master-File.
01  Hold-Master-Record.
    COPY "student-hold-record.cpy".

FD  Student-Course-File.
01  Student-Course-Rec.
    COPY "student-course-record.cpy".

FD  Indexed-File
       RECORD CONTAINS 100 TO 2800 CHARACTERS.
01  Course-Record.
    COPY "course-record.cpy".

FD  Term-Control-File.
01  Term-Control-Record.
    02 TC-Current-Term  PIC X(5).

FD  Clearance-Report.
01  GC-Line  PIC X(80).

*> The commencement program's name list: the name as the student
*> master carries it, with the major it is printed under.
FD  Commencement-File.
01  Commencement-Rec.
    02 CN-Student-ID        PIC X(9).
    02 CN-Last-Name         PIC X(14).
    02 CN-First-Name        PIC X(10).
    02 CN-Major-Program     PIC X(6).
    02 CN-Graduation-Term   PIC X(5).

WORKING-STORAGE SECTION.

01  Application-EOF-Flag  PIC X.
    88 Application-EOF      VALUE '1'.
    88 Application-EOF-Not  VALUE '0'.

01  Standing-EOF-Flag  PIC X.
    88 Standing-EOF      VALUE '1'.
    88 Standing-EOF-Not  VALUE '0'.

01  Scan-EOF-Flag  PIC X.
    88 Scan-EOF      VALUE '1'.
    88 Scan-EOF-Not  VALUE '0'.

*> Student-Course.IDX and Courses.IDX only add this term's posted
*> grades and work in progress; each gets its own status byte pair.
01  GC-SC-File-Status      PIC XX  VALUE "00".
01  GC-Course-File-Status  PIC XX  VALUE "00".

01  Enrollments-Available-Flag  PIC X  VALUE 'N'.
    88 Enrollments-Available      VALUE 'Y'.
    88 Enrollments-Not-Available  VALUE 'N'.

01  Sections-Available-Flag  PIC X  VALUE 'N'.
    88 Sections-Available      VALUE 'Y'.
    88 Sections-Not-Available  VALUE 'N'.

01  Default-Term  PIC X(5)  VALUE 'CURR1'.
01  Current-Term  PIC X(5).

*> The degree's credit and GPA floors.
01  Degree-Credit-Minimum  PIC 9(3)   VALUE 120.
01  Degree-GPA-Minimum     PIC 9V99   VALUE 2.00.

*> The grades that complete a course: the passing marks, the same
*> list Student-Transcript counts as earned.
01  GC-Grade-Check  PIC X(2).
    88 GC-Grade-Passing      VALUES 'A ' 'A-' 'B+' 'B ' 'B-'
                                    'C+' 'C ' 'C-' 'D+' 'D '
                                    'P '.
    88 GC-Grade-Not-Yet-In   VALUES SPACES 'I '.
    88 GC-Grade-Incomplete   VALUE 'I '.

*> Student-Standing.Dat held whole, the same ceiling Academic-
*> Standing puts on the students it computes.
01  Max-Standing-Students  PIC 9(4)  VALUE 5000.
01  Standing-Count         PIC 9(4)  VALUE ZERO.
01  Standing-Table.
    02 Standing-Entry  OCCURS 0 TO 5000 TIMES
                       DEPENDING ON Standing-Count.
       03 ST-Student-ID  PIC X(9).
       03 ST-Cum-GPA     PIC 9V99.
01  Standing-Search-Index  PIC 9(4).

01  Standing-Found-Flag  PIC X.
    88 Standing-Found      VALUE 'Y'.
    88 Standing-Not-Found  VALUE 'N'.

*> The candidate's courses: one entry per catalog course, completed
*> or in progress (a completed attempt outranks an in-progress one),
*> as Degree-Audit gathers them.
01  Max-Taken-Entries   PIC 9(3)  VALUE 200.
01  Taken-Entry-Count   PIC 9(3)  VALUE ZERO.
01  Taken-Course-Table.
    02 Taken-Entry  OCCURS 0 TO 200 TIMES
                    DEPENDING ON Taken-Entry-Count.
       03 GT-Catalog-ID  PIC X(6).
       03 GT-Credits     PIC 9(2).
       03 GT-Status      PIC X.
          88 GT-Completed     VALUE 'S'.
          88 GT-In-Progress   VALUE 'P'.
01  Taken-Index  PIC 9(3).

01  Taken-Found-Flag  PIC X.
    88 Taken-Found      VALUE 'Y'.
    88 Taken-Not-Found  VALUE 'N'.

*> The course in hand, on its way into the taken table.
01  New-Taken-Entry.
    02 NT-Catalog-ID  PIC X(6).
    02 NT-Credits     PIC 9(2).
    02 NT-Status      PIC X.
       88 NT-Completed     VALUE 'S'.
       88 NT-In-Progress   VALUE 'P'.

01  GC-Earned-Credits       PIC 9(3).
01  GC-In-Progress-Credits  PIC 9(3).
01  GC-Cum-GPA              PIC 9V99.

*> The candidate in hand and its verdict.
01  Candidate-Flag  PIC X.
    88 Candidate-Cleared  VALUE 'C'.
    88 Candidate-Pending  VALUE 'P'.

01  Student-Found-Flag  PIC X.
    88 Student-On-File      VALUE 'Y'.
    88 Student-Not-On-File  VALUE 'N'.

*> Reasons a candidate is pending, printed under the candidate.
01  Max-Pending-Reasons   PIC 9(2)  VALUE 20.
01  Pending-Reason-Count  PIC 9(2)  VALUE ZERO.
01  Pending-Reason-Table.
    02 Pending-Reason  PIC X(60)  OCCURS 20 TIMES.
01  Reason-Index  PIC 9(2).
01  GC-Reason-Text  PIC X(60).

01  Clearance-Statistics.
    02 GC-Stat-Applications  PIC 9(5)  VALUE ZERO.
    02 GC-Stat-Cleared       PIC 9(5)  VALUE ZERO.
    02 GC-Stat-Pending       PIC 9(5)  VALUE ZERO.
    02 GC-Stat-Confidential  PIC 9(5)  VALUE ZERO.

01  Suppression-Request.
    COPY "suppression-request.cpy".

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.

01  GC-Lines-Per-Page  PIC 9(3)  VALUE 55.
01  GC-Lines-On-Page   PIC 9(3)  VALUE ZERO.
01  GC-Page-Number     PIC 9(4)  VALUE ZERO.

01  GC-Heading-1.
    02 FILLER        PIC X(28)  VALUE 'GRADUATION CLEARANCE REPORT'.
    02 FILLER        PIC X(42)  VALUE SPACES.
    02 FILLER        PIC X(5)   VALUE 'PAGE '.
    02 GCH-Page-No   PIC ZZZ9.

01  GC-Heading-2.
    02 FILLER        PIC X(6)   VALUE 'Term: '.
    02 GCH-Term      PIC X(5).
    02 FILLER        PIC X(4)   VALUE SPACES.
    02 FILLER        PIC X(10)  VALUE 'Run date: '.
    02 GCH-Run-Date  PIC 9(8).
    02 FILLER        PIC X(4)   VALUE SPACES.
    02 FILLER        PIC X(17)  VALUE 'Credits needed: '.
    02 GCH-Credit-Minimum  PIC ZZ9.

01  GC-Column-Heading.
    02 FILLER  PIC X(9)   VALUE 'Student'.
    02 FILLER  PIC X(2)   VALUE SPACES.
    02 FILLER  PIC X(25)  VALUE 'Name'.
    02 FILLER  PIC X(2)   VALUE SPACES.
    02 FILLER  PIC X(3)   VALUE 'Lvl'.
    02 FILLER  PIC X(2)   VALUE SPACES.
    02 FILLER  PIC X(6)   VALUE 'Earned'.
    02 FILLER  PIC X(2)   VALUE SPACES.
    02 FILLER  PIC X(5)   VALUE 'In Pr'.
    02 FILLER  PIC X(2)   VALUE SPACES.
    02 FILLER  PIC X(4)   VALUE 'GPA'.
    02 FILLER  PIC X(2)   VALUE SPACES.
    02 FILLER  PIC X(7)   VALUE 'Status'.

01  GC-Candidate-Line.
    02 GCC-Student-ID    PIC X(9).
    02 FILLER            PIC X(2)   VALUE SPACES.
    02 GCC-Last-Name     PIC X(14).
    02 FILLER            PIC X(1)   VALUE SPACES.
    02 GCC-First-Name    PIC X(10).
    02 FILLER            PIC X(2)   VALUE SPACES.
    02 GCC-Class-Level   PIC X(2).
    02 FILLER            PIC X(4)   VALUE SPACES.
    02 GCC-Earned        PIC ZZ9.
    02 FILLER            PIC X(4)   VALUE SPACES.
    02 GCC-In-Progress   PIC ZZ9.
    02 FILLER            PIC X(3)   VALUE SPACES.
    02 GCC-Cum-GPA       PIC 9.99.
    02 FILLER            PIC X(2)   VALUE SPACES.
    02 GCC-Status        PIC X(7).

01  GC-Reason-Line.
    02 FILLER            PIC X(11)  VALUE SPACES.
    02 GCR-Reason        PIC X(60).

01  GC-Total-Line.
    02 FILLER            PIC X(14)  VALUE 'Applications: '.
    02 GCT-Applications  PIC ZZZZ9.
    02 FILLER            PIC X(12)  VALUE '   Cleared: '.
    02 GCT-Cleared       PIC ZZZZ9.
    02 FILLER            PIC X(12)  VALUE '   Pending: '.
    02 GCT-Pending       PIC ZZZZ9.

*> Edited values for the reason texts.
01  GC-Edit-Credits      PIC ZZ9.
01  GC-Edit-Credits-2    PIC ZZ9.
01  GC-Edit-GPA          PIC 9.99.

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Program.
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
    PERFORM Read-Current-Term
    PERFORM Load-Standing-Table

    MOVE "GRADUATION-APPLICATIONS.DAT" TO WS-File-ID
    OPEN INPUT Application-File
    PERFORM Check-File-Status
    MOVE "STUDENTS.IDX" TO WS-File-ID
    OPEN INPUT Student-Master-File
    PERFORM Check-File-Status
    MOVE "STUDENT-HISTORY.IDX" TO WS-File-ID
    OPEN INPUT Student-History-File
    PERFORM Check-File-Status
    MOVE "STUDENT-HOLDS.IDX" TO WS-File-ID
    OPEN INPUT Hold-Master-File
    PERFORM Check-File-Status
    OPEN INPUT Student-Course-File
    IF GC-SC-File-Status = "00"
       SET Enrollments-Available TO TRUE
    ELSE
       SET Enrollments-Not-Available TO TRUE
       DISPLAY 'Student-Course.IDX not available -- clearance sees '
               'no current-term grades or work in progress'
    END-IF
    OPEN INPUT Indexed-File
    IF GC-Course-File-Status = "00"
       SET Sections-Available TO TRUE
    ELSE
       SET Sections-Not-Available TO TRUE
       DISPLAY 'Courses.IDX not available -- current-term courses '
               'carry no credit hours'
    END-IF
    MOVE "GRADUATION-CLEARANCE.RPT" TO WS-File-ID
    OPEN OUTPUT Clearance-Report
    PERFORM Check-File-Status
    MOVE "COMMENCEMENT-NAMES.DAT" TO WS-File-ID
    OPEN OUTPUT Commencement-File
    PERFORM Check-File-Status

    PERFORM Write-GC-Heading
    SET Application-EOF-Not TO TRUE
    PERFORM Read-Application-Rec
    PERFORM Clear-One-Candidate
       UNTIL Application-EOF
    PERFORM Write-Clearance-Totals

    MOVE "GRADUATION-APPLICATIONS.DAT" TO WS-File-ID
    CLOSE Application-File
    PERFORM Check-File-Status
    MOVE "STUDENTS.IDX" TO WS-File-ID
    CLOSE Student-Master-File
    PERFORM Check-File-Status
    MOVE "STUDENT-HISTORY.IDX" TO WS-File-ID
    CLOSE Student-History-File
    PERFORM Check-File-Status
    MOVE "STUDENT-HOLDS.IDX" TO WS-File-ID
    CLOSE Hold-Master-File
    PERFORM Check-File-Status
    IF Enrollments-Available
       CLOSE Student-Course-File
    END-IF
    IF Sections-Available
       CLOSE Indexed-File
    END-IF
    MOVE "GRADUATION-CLEARANCE.RPT" TO WS-File-ID
    CLOSE Clearance-Report
    PERFORM Check-File-Status
    MOVE "COMMENCEMENT-NAMES.DAT" TO WS-File-ID
    CLOSE Commencement-File
    PERFORM Check-File-Status
    MOVE 'W'                      TO SX-Request-Code
    MOVE 'GRADUATION-CLEARANCE'   TO SX-Program-Name
    MOVE 'COMMENCEMENT-NAMES.DAT' TO SX-Output-Name
    SET SX-Omitted TO TRUE
    CALL 'Confidentiality-Log' USING Suppression-Request

    DISPLAY 'Graduation clearance: ' GC-Stat-Applications
            ' application(s), ' GC-Stat-Cleared ' cleared, '
            GC-Stat-Pending ' pending'
    DISPLAY '  Cleared but confidential (not on the commencement '
            'list): ' GC-Stat-Confidential
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

Load-Standing-Table.
    MOVE "STUDENT-STANDING.DAT" TO WS-File-ID
    OPEN INPUT Standing-File
    PERFORM Check-File-Status
    SET Standing-EOF-Not TO TRUE
    PERFORM Read-Standing-Rec
    PERFORM Store-Standing-Entry
       UNTIL Standing-EOF
    CLOSE Standing-File
    PERFORM Check-File-Status
    .

Read-Standing-Rec.
    READ Standing-File
       AT END  SET Standing-EOF TO TRUE
    END-READ
    .

Store-Standing-Entry.
    IF Standing-Count < Max-Standing-Students
       ADD 1 TO Standing-Count
       MOVE SD-Student-ID TO ST-Student-ID (Standing-Count)
       MOVE SD-Cum-GPA    TO ST-Cum-GPA (Standing-Count)
    ELSE
       DISPLAY 'Standing beyond table ceiling ignored: '
               SD-Student-ID
    END-IF
    PERFORM Read-Standing-Rec
    .

Read-Application-Rec.
    READ Application-File
       AT END      SET Application-EOF TO TRUE
       NOT AT END  ADD 1 TO GC-Stat-Applications
    END-READ
    .


*>-----------------------------------------------------------------
*> One applicant: every check is made, so the deans see all the
*> reasons at once rather than the first.
*>-----------------------------------------------------------------
Clear-One-Candidate.
    MOVE ZERO TO Pending-Reason-Count
                 GC-Earned-Credits
                 GC-In-Progress-Credits
                 GC-Cum-GPA
    MOVE GA-Student-ID TO Student-Master-ID
    READ Student-Master-File
       INVALID KEY
          SET Student-Not-On-File TO TRUE
          MOVE '(NOT ON FILE)' TO Student-Last-Name
          MOVE SPACES TO Student-First-Name
                         Student-Class-Level
          MOVE 'NOT ON THE STUDENT MASTER' TO GC-Reason-Text
          PERFORM Add-Pending-Reason
       NOT INVALID KEY
          SET Student-On-File TO TRUE
    END-READ

    IF Student-On-File
       PERFORM Check-Student-Status
       PERFORM Check-Earned-Credits
       PERFORM Check-Cumulative-GPA
       PERFORM Check-Open-Holds
       PERFORM Check-Incomplete-Grades
    END-IF

    IF Pending-Reason-Count = ZERO
       SET Candidate-Cleared TO TRUE
       ADD 1 TO GC-Stat-Cleared
       IF Student-Confidential
          ADD 1 TO GC-Stat-Confidential
          MOVE 'C'           TO SX-Request-Code
          MOVE GA-Student-ID TO SX-Student-ID
          CALL 'Confidentiality-Log' USING Suppression-Request
       ELSE
          PERFORM Write-Commencement-Name
       END-IF
    ELSE
       SET Candidate-Pending TO TRUE
       ADD 1 TO GC-Stat-Pending
    END-IF
    PERFORM Write-Candidate

    PERFORM Read-Application-Rec
    .

Check-Student-Status.
    IF NOT Student-Active
       MOVE 'STUDENT IS NOT ACTIVE' TO GC-Reason-Text
       PERFORM Add-Pending-Reason
    END-IF
    IF NOT Student-Senior
       MOVE SPACES TO GC-Reason-Text
       STRING 'CLASS LEVEL '       DELIMITED BY SIZE
              Student-Class-Level  DELIMITED BY SIZE
              ' -- NOT A SENIOR'   DELIMITED BY SIZE
         INTO GC-Reason-Text
       END-STRING
       PERFORM Add-Pending-Reason
    END-IF
    .

*>-----------------------------------------------------------------
*> Earned credits: the archived record first, then this term's
*> enrollments; a course counts once however often it was passed.
*>-----------------------------------------------------------------
Check-Earned-Credits.
    MOVE ZERO TO Taken-Entry-Count
    MOVE GA-Student-ID TO HS-Student-ID
    MOVE LOW-VALUES    TO HS-Term
                          HS-Course-ID
    SET Scan-EOF-Not TO TRUE
    START Student-History-File KEY IS NOT LESS THAN HS-Key
       INVALID KEY  SET Scan-EOF TO TRUE
    END-START
    IF Scan-EOF-Not
       PERFORM Read-Next-History-Rec
    END-IF
    PERFORM Take-History-Rec
       UNTIL Scan-EOF
    IF Enrollments-Available
       MOVE GA-Student-ID TO SC-Student-ID
       MOVE Current-Term  TO SC-Term
       MOVE LOW-VALUES    TO SC-Course-ID
       SET Scan-EOF-Not TO TRUE
       START Student-Course-File KEY IS NOT LESS THAN SC-Key
          INVALID KEY  SET Scan-EOF TO TRUE
       END-START
       IF Scan-EOF-Not
          PERFORM Read-Next-Enrollment
       END-IF
       PERFORM Take-Enrollment
          UNTIL Scan-EOF
    END-IF
    PERFORM Total-Taken-Credits
       VARYING Taken-Index FROM 1 BY 1
       UNTIL Taken-Index > Taken-Entry-Count

    IF GC-Earned-Credits < Degree-Credit-Minimum
       MOVE GC-Earned-Credits      TO GC-Edit-Credits
       MOVE Degree-Credit-Minimum  TO GC-Edit-Credits-2
       MOVE SPACES TO GC-Reason-Text
       STRING 'CREDITS EARNED '    DELIMITED BY SIZE
              GC-Edit-Credits      DELIMITED BY SIZE
              ' OF '               DELIMITED BY SIZE
              GC-Edit-Credits-2    DELIMITED BY SIZE
              ' REQUIRED'          DELIMITED BY SIZE
         INTO GC-Reason-Text
       END-STRING
       PERFORM Add-Pending-Reason
    END-IF
    .

Read-Next-History-Rec.
    READ Student-History-File NEXT RECORD
       AT END  SET Scan-EOF TO TRUE
    END-READ
    IF Scan-EOF-Not
       IF HS-Student-ID NOT = GA-Student-ID
          SET Scan-EOF TO TRUE
       END-IF
    END-IF
    .

Take-History-Rec.
    MOVE HS-Grade TO GC-Grade-Check
    IF GC-Grade-Passing
       MOVE HS-Course-ID (1:6) TO NT-Catalog-ID
       MOVE HS-Credit-Hours    TO NT-Credits
       SET NT-Completed TO TRUE
       PERFORM Add-Taken-Entry
    END-IF
    PERFORM Read-Next-History-Rec
    .

Read-Next-Enrollment.
    READ Student-Course-File NEXT RECORD
       AT END  SET Scan-EOF TO TRUE
    END-READ
    IF Scan-EOF-Not
       IF SC-Student-ID NOT = GA-Student-ID
             OR SC-Term NOT = Current-Term
          SET Scan-EOF TO TRUE
       END-IF
    END-IF
    .

*>-----------------------------------------------------------------
*> An audit enrollment earns nothing and a withdrawal or failing
*> grade nothing either; a passing grade posted this term completes
*> the course, no grade yet (or an incomplete) leaves it in
*> progress.
*>-----------------------------------------------------------------
Take-Enrollment.
    MOVE SC-Grade TO GC-Grade-Check
    IF NOT SC-Basis-Audit
          AND (GC-Grade-Passing OR GC-Grade-Not-Yet-In)
       MOVE SC-Course-ID (1:6) TO NT-Catalog-ID
       MOVE ZERO               TO NT-Credits
       IF Sections-Available
          MOVE SC-Term      TO Course-Term
          MOVE SC-Course-ID TO Course-ID
          READ Indexed-File
             INVALID KEY      CONTINUE
             NOT INVALID KEY  MOVE Course-Credit-Hours TO NT-Credits
          END-READ
       END-IF
       IF GC-Grade-Passing
          SET NT-Completed TO TRUE
       ELSE
          SET NT-In-Progress TO TRUE
       END-IF
       PERFORM Add-Taken-Entry
    END-IF
    PERFORM Read-Next-Enrollment
    .

*>-----------------------------------------------------------------
*> One entry per catalog course: a course already completed keeps
*> its entry, one only in progress gives way to a completion.
*>-----------------------------------------------------------------
Add-Taken-Entry.
    SET Taken-Not-Found TO TRUE
    PERFORM Match-Taken-Catalog
       VARYING Taken-Index FROM 1 BY 1
       UNTIL Taken-Index > Taken-Entry-Count
          OR Taken-Found
    IF Taken-Found
       SUBTRACT 1 FROM Taken-Index
       IF GT-In-Progress (Taken-Index)  AND  NT-Completed
          MOVE New-Taken-Entry TO Taken-Entry (Taken-Index)
       END-IF
    ELSE
       IF Taken-Entry-Count < Max-Taken-Entries
          ADD 1 TO Taken-Entry-Count
          MOVE New-Taken-Entry TO Taken-Entry (Taken-Entry-Count)
       ELSE
          DISPLAY 'Course beyond table ceiling left out of the '
                  'clearance: ' GA-Student-ID ' ' NT-Catalog-ID
       END-IF
    END-IF
    .

Match-Taken-Catalog.
    IF GT-Catalog-ID (Taken-Index) = NT-Catalog-ID
       SET Taken-Found TO TRUE
    END-IF
    .

Total-Taken-Credits.
    IF GT-Completed (Taken-Index)
       ADD GT-Credits (Taken-Index) TO GC-Earned-Credits
    ELSE
       ADD GT-Credits (Taken-Index) TO GC-In-Progress-Credits
    END-IF
    .

Check-Cumulative-GPA.
    SET Standing-Not-Found TO TRUE
    PERFORM Search-Standing-Table
       VARYING Standing-Search-Index FROM 1 BY 1
       UNTIL Standing-Search-Index > Standing-Count
          OR Standing-Found
    IF Standing-Not-Found
       MOVE 'NO CUMULATIVE GPA ON STUDENT-STANDING.DAT'
         TO GC-Reason-Text
       PERFORM Add-Pending-Reason
    ELSE
       SUBTRACT 1 FROM Standing-Search-Index
       MOVE ST-Cum-GPA (Standing-Search-Index) TO GC-Cum-GPA
       IF GC-Cum-GPA < Degree-GPA-Minimum
          MOVE GC-Cum-GPA TO GC-Edit-GPA
          MOVE SPACES TO GC-Reason-Text
          STRING 'CUMULATIVE GPA '   DELIMITED BY SIZE
                 GC-Edit-GPA         DELIMITED BY SIZE
                 ' BELOW 2.00'       DELIMITED BY SIZE
            INTO GC-Reason-Text
          END-STRING
          PERFORM Add-Pending-Reason
       END-IF
    END-IF
    .

Search-Standing-Table.
    IF ST-Student-ID (Standing-Search-Index) = GA-Student-ID
       SET Standing-Found TO TRUE
    END-IF
    .

*>-----------------------------------------------------------------
*> Every hold on file for the student sorts together under
*> SH-Student-ID; each open one is a reason.
*>-----------------------------------------------------------------
Check-Open-Holds.
    MOVE GA-Student-ID TO SH-Student-ID
    MOVE LOW-VALUES    TO SH-Hold-Type
    SET Scan-EOF-Not TO TRUE
    START Hold-Master-File KEY IS NOT LESS THAN SH-Key
       INVALID KEY  SET Scan-EOF TO TRUE
    END-START
    IF Scan-EOF-Not
       PERFORM Read-Next-Hold-Rec
    END-IF
    PERFORM Take-Hold-Rec
       UNTIL Scan-EOF
    .

Read-Next-Hold-Rec.
    READ Hold-Master-File NEXT RECORD
       AT END  SET Scan-EOF TO TRUE
    END-READ
    IF Scan-EOF-Not
       IF SH-Student-ID NOT = GA-Student-ID
          SET Scan-EOF TO TRUE
       END-IF
    END-IF
    .

Take-Hold-Rec.
    IF SH-Hold-Open
       MOVE SPACES TO GC-Reason-Text
       STRING 'OPEN '            DELIMITED BY SIZE
              SH-Hold-Type       DELIMITED BY SIZE
              ' HOLD PLACED BY ' DELIMITED BY SIZE
              SH-Placing-Office  DELIMITED BY SIZE
         INTO GC-Reason-Text
       END-STRING
       PERFORM Add-Pending-Reason
    END-IF
    PERFORM Read-Next-Hold-Rec
    .

*>-----------------------------------------------------------------
*> An incomplete resolved through Grade-Change no longer reads 'I '
*> on Student-History.IDX, so any that does is still outstanding.
*>-----------------------------------------------------------------
Check-Incomplete-Grades.
    MOVE GA-Student-ID TO HS-Student-ID
    MOVE LOW-VALUES    TO HS-Term
                          HS-Course-ID
    SET Scan-EOF-Not TO TRUE
    START Student-History-File KEY IS NOT LESS THAN HS-Key
       INVALID KEY  SET Scan-EOF TO TRUE
    END-START
    IF Scan-EOF-Not
       PERFORM Read-Next-History-Rec
    END-IF
    PERFORM Take-Incomplete-Rec
       UNTIL Scan-EOF
    .

Take-Incomplete-Rec.
    MOVE HS-Grade TO GC-Grade-Check
    IF GC-Grade-Incomplete
       MOVE SPACES TO GC-Reason-Text
       STRING 'UNRESOLVED INCOMPLETE IN ' DELIMITED BY SIZE
              HS-Course-ID                DELIMITED BY SIZE
              ' TERM '                    DELIMITED BY SIZE
              HS-Term                     DELIMITED BY SIZE
         INTO GC-Reason-Text
       END-STRING
       PERFORM Add-Pending-Reason
    END-IF
    PERFORM Read-Next-History-Rec
    .

Add-Pending-Reason.
    IF Pending-Reason-Count < Max-Pending-Reasons
       ADD 1 TO Pending-Reason-Count
       MOVE GC-Reason-Text TO Pending-Reason (Pending-Reason-Count)
    END-IF
    .


Write-Commencement-Name.
    MOVE GA-Student-ID         TO CN-Student-ID
    MOVE Student-Last-Name     TO CN-Last-Name
    MOVE Student-First-Name    TO CN-First-Name
    MOVE Student-Major-Program TO CN-Major-Program
    MOVE GA-Graduation-Term    TO CN-Graduation-Term
    WRITE Commencement-Rec
    PERFORM Check-File-Status
    .

*>-----------------------------------------------------------------
*> The candidate line and its reasons are kept together on a page.
*>-----------------------------------------------------------------
Write-Candidate.
    IF GC-Lines-On-Page + Pending-Reason-Count + 1
          > GC-Lines-Per-Page
       PERFORM Write-GC-Heading
    END-IF
    MOVE GA-Student-ID          TO GCC-Student-ID
    MOVE Student-Last-Name      TO GCC-Last-Name
    MOVE Student-First-Name     TO GCC-First-Name
    MOVE Student-Class-Level    TO GCC-Class-Level
    MOVE GC-Earned-Credits      TO GCC-Earned
    MOVE GC-In-Progress-Credits TO GCC-In-Progress
    MOVE GC-Cum-GPA             TO GCC-Cum-GPA
    IF Candidate-Cleared
       MOVE 'CLEARED' TO GCC-Status
    ELSE
       MOVE 'PENDING' TO GCC-Status
    END-IF
    WRITE GC-Line FROM GC-Candidate-Line
    ADD 1 TO GC-Lines-On-Page
    PERFORM Write-Reason-Line
       VARYING Reason-Index FROM 1 BY 1
       UNTIL Reason-Index > Pending-Reason-Count
    .

Write-Reason-Line.
    MOVE Pending-Reason (Reason-Index) TO GCR-Reason
    WRITE GC-Line FROM GC-Reason-Line
    ADD 1 TO GC-Lines-On-Page
    .

Write-Clearance-Totals.
    IF GC-Lines-On-Page + 2 > GC-Lines-Per-Page
       PERFORM Write-GC-Heading
    END-IF
    MOVE SPACES TO GC-Line
    WRITE GC-Line
    MOVE GC-Stat-Applications TO GCT-Applications
    MOVE GC-Stat-Cleared      TO GCT-Cleared
    MOVE GC-Stat-Pending      TO GCT-Pending
    WRITE GC-Line FROM GC-Total-Line
    ADD 2 TO GC-Lines-On-Page
    .

Write-GC-Heading.
    ADD 1 TO GC-Page-Number
    MOVE GC-Page-Number        TO GCH-Page-No
    MOVE Current-Term          TO GCH-Term
    MOVE Todays-Run-Date       TO GCH-Run-Date
    MOVE Degree-Credit-Minimum TO GCH-Credit-Minimum
    WRITE GC-Line FROM GC-Heading-1
    WRITE GC-Line FROM GC-Heading-2
    WRITE GC-Line FROM GC-Column-Heading
    MOVE SPACES TO GC-Line
    WRITE GC-Line
    MOVE ZERO TO GC-Lines-On-Page
    .
