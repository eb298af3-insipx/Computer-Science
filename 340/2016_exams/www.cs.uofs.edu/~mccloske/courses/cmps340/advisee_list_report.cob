IDENTIFICATION DIVISION.
PROGRAM-ID.  Advisee-List-Report.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>***************************************************************
*> Program Abstract:
*>    Prints each advisor's advisee list for the advising period:
*>    one page (or more) per advisor on Advisor-Assignments.IDX,
*>    taken in advisor order off that file's alternate key, headed
*>    with the advisor's name from Instructors.IDX.  For each
*>    advisee it shows
*>      - the student's name and class level from Students.IDX;
*>      - the student's standing as Academic-Standing last computed
*>        it on Student-Standing.Dat: term GPA, cumulative GPA, and
*>        standing code (probation, dean's list, good, no term work);
*>      - the student's open holds on Student-Holds.IDX, by type;
*>      - the student's schedule for the current term
*>        (Course-Term-Control.Dat; default 'CURR1') from
*>        Student-Course.IDX, withdrawals left off, with each
*>        section's title, days, and time from Courses.IDX.
*>    Student-Standing.Dat is written in no useful order, so it is
*>    loaded into a table up front, as Academic-Standing keeps its
*>    own, and searched per advisee.
*>
*>    Standing, holds, and schedule each come from an optional
*>    file; whichever is missing is reported as not available and
*>    its part of the listing left off.
*>
*>  INPUT:
*>    Advisor-Assignments.IDX, Instructors.IDX, Students.IDX,
*>    Student-Standing.Dat (optional), Student-Holds.IDX (optional),
*>    Student-Course.IDX (optional), Courses.IDX (optional),
*>    Course-Term-Control.Dat (optional).
*>
*>  OUTPUT:
*>    Advisee-Lists.Rpt, a headed listing, a new page per advisor.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Advisor-Assignment-File  ASSIGN TO "Advisor-Assignments.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS AA-Student-ID
       ALTERNATE RECORD KEY IS AA-Advisor-ID WITH DUPLICATES
       FILE STATUS IS WS-File-Status.

    SELECT Instructor-Master-File  ASSIGN TO "Instructors.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS Instructor-Master-ID
       FILE STATUS IS WS-File-Status.

    SELECT Student-Master-File  ASSIGN TO "Students.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS Student-Master-ID
       FILE STATUS IS WS-File-Status.

    SELECT Standing-File  ASSIGN TO "Student-Standing.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AL-Standing-File-Status.

    SELECT Hold-Master-File  ASSIGN TO "Student-Holds.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS SH-Key
       FILE STATUS IS AL-Hold-File-Status.

    SELECT Student-Course-File  ASSIGN TO "Student-Course.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS SC-Key
       FILE STATUS IS AL-Schedule-File-Status.

    SELECT Indexed-File  ASSIGN TO "Courses.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS Course-Key
       FILE STATUS IS AL-Course-File-Status.

    SELECT Term-Control-File  ASSIGN TO "Course-Term-Control.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Advisee-Report  ASSIGN TO "Advisee-Lists.Rpt"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

DATA DIVISION.

FILE SECTION.

FD  Advisor-Assignment-File.
01  Advisor-Assignment-Record.
    COPY "advisor-assignment-record.cpy".

FD  Instructor-Master-File.
01  Instructor-Master-Record.
    COPY "instructor-record.cpy".

FD  Student-Master-File.
01  Student-Master-Record.
    COPY "student-record.cpy".

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

FD  Advisee-Report.
01  AL-Line  PIC X(80).

WORKING-STORAGE SECTION.

01  Assignment-EOF-Flag  PIC X.
    88 Assignment-EOF      VALUE '1'.
    88 Assignment-EOF-Not  VALUE '0'.

01  Standing-EOF-Flag  PIC X.
    88 Standing-EOF      VALUE '1'.
    88 Standing-EOF-Not  VALUE '0'.

01  Hold-Scan-Flag  PIC X.
    88 Hold-Scan-Done      VALUE '1'.
    88 Hold-Scan-Not-Done  VALUE '0'.

01  Schedule-Scan-Flag  PIC X.
    88 Schedule-Scan-Done      VALUE '1'.
    88 Schedule-Scan-Not-Done  VALUE '0'.

*> Each optional file gets its own status byte pair, so a missing
*> one neither trips Check-File-Status nor is confused with another.
01  AL-Standing-File-Status  PIC XX  VALUE "00".
01  AL-Hold-File-Status      PIC XX  VALUE "00".
01  AL-Schedule-File-Status  PIC XX  VALUE "00".
01  AL-Course-File-Status    PIC XX  VALUE "00".

01  Standing-Available-Flag  PIC X  VALUE 'N'.
    88 Standing-Available      VALUE 'Y'.
    88 Standing-Not-Available  VALUE 'N'.

01  Holds-Available-Flag  PIC X  VALUE 'N'.
    88 Holds-Available      VALUE 'Y'.
    88 Holds-Not-Available  VALUE 'N'.

01  Schedule-Available-Flag  PIC X  VALUE 'N'.
    88 Schedule-Available      VALUE 'Y'.
    88 Schedule-Not-Available  VALUE 'N'.

01  Course-Detail-Flag  PIC X  VALUE 'N'.
    88 Course-Detail-Available      VALUE 'Y'.
    88 Course-Detail-Not-Available  VALUE 'N'.

01  Current-Term  PIC X(5)  VALUE 'CURR1'.

*> Student-Standing.Dat held whole, the same ceiling Academic-
*> Standing puts on the students it computes.
01  Max-Standing-Students  PIC 9(4)  VALUE 5000.
01  Standing-Count         PIC 9(4)  VALUE ZERO.
01  Standing-Table.
    02 Standing-Entry  OCCURS 0 TO 5000 TIMES
                       DEPENDING ON Standing-Count.
       03 ST-Student-ID  PIC X(9).
       03 ST-Term-GPA    PIC 9V99.
       03 ST-Cum-GPA     PIC 9V99.
       03 ST-Standing    PIC X.
01  Standing-Search-Index  PIC 9(4).

01  Standing-Found-Flag  PIC X.
    88 Standing-Found      VALUE 'Y'.
    88 Standing-Not-Found  VALUE 'N'.

01  Current-Advisor-ID  PIC X(6)  VALUE SPACES.

*> Open hold types collected into one line, up to Max-Hold-Types.
01  Max-Hold-Types   PIC 9(2)  VALUE 12.
01  Hold-Type-Count  PIC 9(2)  VALUE ZERO.
01  Hold-List-Area.
    02 Hold-List-Entry  OCCURS 12 TIMES.
       03 HL-Hold-Type  PIC X(2).
       03 FILLER        PIC X(1).

01  Advisee-Course-Count  PIC 9(3)  VALUE ZERO.

01  Advisee-Statistics.
    02 AL-Stat-Advisors  PIC 9(5)  VALUE ZERO.
    02 AL-Stat-Advisees  PIC 9(6)  VALUE ZERO.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.

01  AL-Lines-Per-Page  PIC 9(3)  VALUE 55.
01  AL-Lines-On-Page   PIC 9(3)  VALUE ZERO.
01  AL-Page-Number     PIC 9(4)  VALUE ZERO.

01  AL-Heading-1.
    02 FILLER        PIC X(19)  VALUE 'ADVISEE LIST REPORT'.
    02 FILLER        PIC X(51)  VALUE SPACES.
    02 FILLER        PIC X(5)   VALUE 'PAGE '.
    02 ALH-Page-No   PIC ZZZ9.

01  AL-Heading-2.
    02 FILLER        PIC X(6)   VALUE 'Term: '.
    02 ALH-Term      PIC X(5).
    02 FILLER        PIC X(4)   VALUE SPACES.
    02 FILLER        PIC X(10)  VALUE 'Run date: '.
    02 ALH-Run-Date  PIC 9(8).

01  AL-Advisor-Heading.
    02 FILLER             PIC X(9)   VALUE 'Advisor: '.
    02 ALH-Advisor-ID     PIC X(6).
    02 FILLER             PIC X(2)   VALUE SPACES.
    02 ALH-Last-Name      PIC X(14).
    02 FILLER             PIC X(1)   VALUE SPACES.
    02 ALH-First-Name     PIC X(10).

01  AL-Column-Heading.
    02 FILLER  PIC X(9)   VALUE 'Student'.
    02 FILLER  PIC X(2)   VALUE SPACES.
    02 FILLER  PIC X(25)  VALUE 'Name'.
    02 FILLER  PIC X(2)   VALUE SPACES.
    02 FILLER  PIC X(5)   VALUE 'Level'.
    02 FILLER  PIC X(2)   VALUE SPACES.
    02 FILLER  PIC X(8)   VALUE 'Term GPA'.
    02 FILLER  PIC X(2)   VALUE SPACES.
    02 FILLER  PIC X(7)   VALUE 'Cum GPA'.
    02 FILLER  PIC X(2)   VALUE SPACES.
    02 FILLER  PIC X(14)  VALUE 'Standing'.

01  AL-Advisee-Line.
    02 ALA-Student-ID    PIC X(9).
    02 FILLER            PIC X(2)   VALUE SPACES.
    02 ALA-Last-Name     PIC X(14).
    02 FILLER            PIC X(1)   VALUE SPACES.
    02 ALA-First-Name    PIC X(10).
    02 FILLER            PIC X(2)   VALUE SPACES.
    02 ALA-Class-Level   PIC X(2).
    02 FILLER            PIC X(9)   VALUE SPACES.
    02 ALA-GPA-Area.
       03 ALA-Term-GPA   PIC 9.99.
       03 FILLER         PIC X(6)   VALUE SPACES.
       03 ALA-Cum-GPA    PIC 9.99.
    02 ALA-GPA-Blank  REDEFINES ALA-GPA-Area  PIC X(14).
    02 FILLER            PIC X(3)   VALUE SPACES.
    02 ALA-Standing      PIC X(14).

01  AL-Hold-Line.
    02 FILLER            PIC X(11)  VALUE SPACES.
    02 FILLER            PIC X(12)  VALUE 'Open holds: '.
    02 ALO-Hold-List     PIC X(36).

01  AL-Course-Line.
    02 FILLER            PIC X(11)  VALUE SPACES.
    02 ALC-Course-ID     PIC X(9).
    02 FILLER            PIC X(2)   VALUE SPACES.
    02 ALC-Title         PIC X(30).
    02 FILLER            PIC X(2)   VALUE SPACES.
    02 ALC-Meeting-Days  PIC X(7).
    02 FILLER            PIC X(1)   VALUE SPACES.
    02 ALC-Meeting-Time  PIC X(9).

01  AL-Note-Line.
    02 FILLER            PIC X(11)  VALUE SPACES.
    02 ALN-Note          PIC X(60).

*> The body line in hand while a continuation heading is written
*> through the same record area.
01  AL-Held-Line  PIC X(80).

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Paragraph.
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
    PERFORM Get-Current-Term
    PERFORM Load-Standing-Table

    MOVE "ADVISOR-ASSIGNMENTS.IDX" TO WS-File-ID
    OPEN INPUT Advisor-Assignment-File
    PERFORM Check-File-Status
    MOVE "INSTRUCTORS.IDX" TO WS-File-ID
    OPEN INPUT Instructor-Master-File
    PERFORM Check-File-Status
    MOVE "STUDENTS.IDX" TO WS-File-ID
    OPEN INPUT Student-Master-File
    PERFORM Check-File-Status
    OPEN INPUT Hold-Master-File
    IF AL-Hold-File-Status = "00"
       SET Holds-Available TO TRUE
    ELSE
       SET Holds-Not-Available TO TRUE
       DISPLAY 'Student-Holds.IDX not available (status '
               AL-Hold-File-Status ') -- holds left off the lists'
    END-IF
    OPEN INPUT Student-Course-File
    IF AL-Schedule-File-Status = "00"
       SET Schedule-Available TO TRUE
    ELSE
       SET Schedule-Not-Available TO TRUE
       DISPLAY 'Student-Course.IDX not available (status '
               AL-Schedule-File-Status
               ') -- schedules left off the lists'
    END-IF
    OPEN INPUT Indexed-File
    IF AL-Course-File-Status = "00"
       SET Course-Detail-Available TO TRUE
    ELSE
       SET Course-Detail-Not-Available TO TRUE
       DISPLAY 'Courses.IDX not available (status '
               AL-Course-File-Status
               ') -- schedules printed without titles or times'
    END-IF
    MOVE "ADVISEE-LISTS.RPT" TO WS-File-ID
    OPEN OUTPUT Advisee-Report
    PERFORM Check-File-Status

*>  Positioned at the lowest advisor ID on the alternate key, so
*>  READ NEXT delivers every assignment grouped by advisor.
    SET Assignment-EOF-Not TO TRUE
    MOVE LOW-VALUES TO AA-Advisor-ID
    START Advisor-Assignment-File KEY IS NOT LESS THAN AA-Advisor-ID
       INVALID KEY  SET Assignment-EOF TO TRUE
    END-START
    IF Assignment-EOF-Not
       PERFORM Read-Assignment-Rec
    END-IF
    PERFORM Report-Advisee
       UNTIL Assignment-EOF

    MOVE "ADVISOR-ASSIGNMENTS.IDX" TO WS-File-ID
    CLOSE Advisor-Assignment-File
    PERFORM Check-File-Status
    MOVE "INSTRUCTORS.IDX" TO WS-File-ID
    CLOSE Instructor-Master-File
    PERFORM Check-File-Status
    MOVE "STUDENTS.IDX" TO WS-File-ID
    CLOSE Student-Master-File
    PERFORM Check-File-Status
    IF Holds-Available
       CLOSE Hold-Master-File
    END-IF
    IF Schedule-Available
       CLOSE Student-Course-File
    END-IF
    IF Course-Detail-Available
       CLOSE Indexed-File
    END-IF
    MOVE "ADVISEE-LISTS.RPT" TO WS-File-ID
    CLOSE Advisee-Report
    PERFORM Check-File-Status

    DISPLAY 'Advisee lists printed for ' AL-Stat-Advisors
            ' advisor(s), ' AL-Stat-Advisees ' advisee(s)'
    STOP RUN
    .

COPY "file-status-check.cpy".


*>-----------------------------------------------------------------
*> The term whose schedules print; a missing or blank control file
*> leaves the default, as throughout the batch suite.
*>-----------------------------------------------------------------
Get-Current-Term.
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
    OPEN INPUT Standing-File
    IF AL-Standing-File-Status NOT = "00"
       SET Standing-Not-Available TO TRUE
       DISPLAY 'Student-Standing.Dat not available (status '
               AL-Standing-File-Status
               ') -- standing left off the lists'
    ELSE
       SET Standing-Available TO TRUE
       SET Standing-EOF-Not TO TRUE
       PERFORM Read-Standing-Rec
       PERFORM Store-Standing-Entry
          UNTIL Standing-EOF
       CLOSE Standing-File
    END-IF
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
       MOVE SD-Term-GPA   TO ST-Term-GPA (Standing-Count)
       MOVE SD-Cum-GPA    TO ST-Cum-GPA (Standing-Count)
       MOVE SD-Standing   TO ST-Standing (Standing-Count)
    ELSE
       DISPLAY 'Standing beyond table ceiling ignored: '
               SD-Student-ID
    END-IF
    PERFORM Read-Standing-Rec
    .


Read-Assignment-Rec.
    READ Advisor-Assignment-File NEXT RECORD
       AT END  SET Assignment-EOF TO TRUE
    END-READ
    .

*>-----------------------------------------------------------------
*> A change in AA-Advisor-ID starts that advisor's list on a new
*> page; each assignment then becomes one advisee block.
*>-----------------------------------------------------------------
Report-Advisee.
    IF AA-Advisor-ID NOT = Current-Advisor-ID
       MOVE AA-Advisor-ID TO Current-Advisor-ID
       ADD 1 TO AL-Stat-Advisors
       PERFORM Fetch-Advisor-Name
       PERFORM Write-AL-Heading
    END-IF
    ADD 1 TO AL-Stat-Advisees

*>  Advisee line, holds line, a blank line, plus at least one
*>  schedule line are kept together on the page.
    IF AL-Lines-On-Page + 4 > AL-Lines-Per-Page
       PERFORM Write-AL-Heading
    END-IF
    PERFORM Write-Advisee-Line
    IF Holds-Available
       PERFORM Write-Hold-Line
    END-IF
    IF Schedule-Available
       PERFORM Write-Advisee-Schedule
    END-IF
    MOVE SPACES TO AL-Line
    PERFORM Put-AL-Line

    PERFORM Read-Assignment-Rec
    .

Fetch-Advisor-Name.
    MOVE AA-Advisor-ID TO ALH-Advisor-ID
    MOVE AA-Advisor-ID TO Instructor-Master-ID
    READ Instructor-Master-File
       INVALID KEY
          MOVE '(NOT ON FILE)' TO ALH-Last-Name
          MOVE SPACES            TO ALH-First-Name
       NOT INVALID KEY
          MOVE Instructor-Last-Name  TO ALH-Last-Name
          MOVE Instructor-First-Name TO ALH-First-Name
    END-READ
    .

Write-Advisee-Line.
    MOVE AA-Student-ID TO ALA-Student-ID
    MOVE AA-Student-ID TO Student-Master-ID
    READ Student-Master-File
       INVALID KEY
          MOVE '(NOT ON FILE)' TO ALA-Last-Name
          MOVE SPACES            TO ALA-First-Name
                                    ALA-Class-Level
       NOT INVALID KEY
          MOVE Student-Last-Name   TO ALA-Last-Name
          MOVE Student-First-Name  TO ALA-First-Name
          MOVE Student-Class-Level TO ALA-Class-Level
    END-READ

    MOVE SPACES TO ALA-GPA-Blank
    MOVE SPACES TO ALA-Standing
    IF Standing-Not-Available
       MOVE 'NOT AVAILABLE' TO ALA-Standing
    ELSE
       PERFORM Find-Standing-Entry
       IF Standing-Not-Found
          MOVE 'NOT COMPUTED' TO ALA-Standing
       ELSE
          MOVE ST-Term-GPA (Standing-Search-Index) TO ALA-Term-GPA
          MOVE ST-Cum-GPA (Standing-Search-Index)  TO ALA-Cum-GPA
          EVALUATE ST-Standing (Standing-Search-Index)
             WHEN 'P'  MOVE 'PROBATION'      TO ALA-Standing
             WHEN 'D'  MOVE "DEAN'S LIST"    TO ALA-Standing
             WHEN 'G'  MOVE 'GOOD'           TO ALA-Standing
             WHEN 'N'  MOVE 'NO TERM WORK'   TO ALA-Standing
             WHEN OTHER
                       MOVE ST-Standing (Standing-Search-Index)
                         TO ALA-Standing
          END-EVALUATE
       END-IF
    END-IF
    MOVE AL-Advisee-Line TO AL-Line
    PERFORM Put-AL-Line
    .

*>-----------------------------------------------------------------
*> Leaves Standing-Search-Index on the advisee's entry when
*> Standing-Found.
*>-----------------------------------------------------------------
Find-Standing-Entry.
    SET Standing-Not-Found TO TRUE
    PERFORM Search-Standing-Table
       VARYING Standing-Search-Index FROM 1 BY 1
       UNTIL Standing-Search-Index > Standing-Count
          OR Standing-Found
    IF Standing-Found
       SUBTRACT 1 FROM Standing-Search-Index
    END-IF
    .

Search-Standing-Table.
    IF ST-Student-ID (Standing-Search-Index) = AA-Student-ID
       SET Standing-Found TO TRUE
    END-IF
    .

*>-----------------------------------------------------------------
*> Every hold on file for the student sorts together under
*> SH-Student-ID; only the open ones are listed.
*>-----------------------------------------------------------------
Write-Hold-Line.
    MOVE ZERO TO Hold-Type-Count
    MOVE SPACES TO Hold-List-Area
    SET Hold-Scan-Not-Done TO TRUE
    MOVE AA-Student-ID TO SH-Student-ID
    MOVE LOW-VALUES    TO SH-Hold-Type
    START Hold-Master-File KEY IS NOT LESS THAN SH-Key
       INVALID KEY  SET Hold-Scan-Done TO TRUE
    END-START
    IF Hold-Scan-Not-Done
       PERFORM Read-Hold-Rec
    END-IF
    PERFORM Collect-Open-Hold
       UNTIL Hold-Scan-Done

    IF Hold-Type-Count = ZERO
       MOVE 'NONE' TO ALO-Hold-List
    ELSE
       MOVE Hold-List-Area TO ALO-Hold-List
    END-IF
    MOVE AL-Hold-Line TO AL-Line
    PERFORM Put-AL-Line
    .

Read-Hold-Rec.
    READ Hold-Master-File NEXT RECORD
       AT END      SET Hold-Scan-Done TO TRUE
       NOT AT END  IF SH-Student-ID NOT = AA-Student-ID
                      SET Hold-Scan-Done TO TRUE
                   END-IF
    END-READ
    .

Collect-Open-Hold.
    IF SH-Hold-Open
       IF Hold-Type-Count < Max-Hold-Types
          ADD 1 TO Hold-Type-Count
          MOVE SH-Hold-Type TO HL-Hold-Type (Hold-Type-Count)
       END-IF
    END-IF
    PERFORM Read-Hold-Rec
    .

*>-----------------------------------------------------------------
*> The student's current-term enrollments sort together under
*> SC-Student-ID + SC-Term; a withdrawal is no longer on the
*> schedule.
*>-----------------------------------------------------------------
Write-Advisee-Schedule.
    MOVE ZERO TO Advisee-Course-Count
    SET Schedule-Scan-Not-Done TO TRUE
    MOVE AA-Student-ID TO SC-Student-ID
    MOVE Current-Term  TO SC-Term
    MOVE LOW-VALUES    TO SC-Course-ID
    START Student-Course-File KEY IS NOT LESS THAN SC-Key
       INVALID KEY  SET Schedule-Scan-Done TO TRUE
    END-START
    IF Schedule-Scan-Not-Done
       PERFORM Read-Schedule-Rec
    END-IF
    PERFORM Write-Schedule-Course
       UNTIL Schedule-Scan-Done

    IF Advisee-Course-Count = ZERO
       MOVE SPACES TO ALN-Note
       STRING 'No enrollments for term ' DELIMITED BY SIZE
              Current-Term               DELIMITED BY SIZE
         INTO ALN-Note
       END-STRING
       MOVE AL-Note-Line TO AL-Line
       PERFORM Put-AL-Line
    END-IF
    .

Read-Schedule-Rec.
    READ Student-Course-File NEXT RECORD
       AT END      SET Schedule-Scan-Done TO TRUE
       NOT AT END  IF SC-Student-ID NOT = AA-Student-ID
                   OR SC-Term NOT = Current-Term
                      SET Schedule-Scan-Done TO TRUE
                   END-IF
    END-READ
    .

Write-Schedule-Course.
    IF SC-Grade NOT = 'W '
       ADD 1 TO Advisee-Course-Count
       MOVE SC-Course-ID TO ALC-Course-ID
       MOVE SPACES TO ALC-Title
                      ALC-Meeting-Days
                      ALC-Meeting-Time
       IF Course-Detail-Available
          MOVE SC-Term      TO Course-Term
          MOVE SC-Course-ID TO Course-ID
          READ Indexed-File
             INVALID KEY
                MOVE '(COURSE NOT ON FILE)' TO ALC-Title
             NOT INVALID KEY
                MOVE Course-Title        TO ALC-Title
                MOVE Course-Meeting-Days TO ALC-Meeting-Days
                MOVE Course-Meeting-Time TO ALC-Meeting-Time
          END-READ
       END-IF
       MOVE AL-Course-Line TO AL-Line
       PERFORM Put-AL-Line
    END-IF
    PERFORM Read-Schedule-Rec
    .


*>-----------------------------------------------------------------
*> Every body line goes out through here, so an advisor whose list
*> runs long continues on a fresh page under the same heading.
*>-----------------------------------------------------------------
Put-AL-Line.
    IF AL-Lines-On-Page >= AL-Lines-Per-Page
       MOVE AL-Line TO AL-Held-Line
       PERFORM Write-AL-Heading
       MOVE AL-Held-Line TO AL-Line
    END-IF
    WRITE AL-Line
    ADD 1 TO AL-Lines-On-Page
    .

Write-AL-Heading.
    ADD 1 TO AL-Page-Number
    MOVE AL-Page-Number  TO ALH-Page-No
    MOVE Current-Term    TO ALH-Term
    MOVE Todays-Run-Date TO ALH-Run-Date
    WRITE AL-Line FROM AL-Heading-1
    WRITE AL-Line FROM AL-Heading-2
    MOVE SPACES TO AL-Line
    WRITE AL-Line
    WRITE AL-Line FROM AL-Advisor-Heading
    MOVE SPACES TO AL-Line
    WRITE AL-Line
    WRITE AL-Line FROM AL-Column-Heading
    MOVE ZERO TO AL-Lines-On-Page
    .
