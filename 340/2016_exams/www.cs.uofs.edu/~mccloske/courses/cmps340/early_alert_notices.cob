IDENTIFICATION DIVISION.
PROGRAM-ID.  Early-Alert-Notices.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>***************************************************************
*> Program Abstract:
*>    The mid-term early-alert run.  Midterm-Grade-Entry keys the
*>    current term's mid-term grades (Course-Term-Control.Dat;
*>    default 'CURR1') to Midterm-Grades.IDX; this batch reads them
*>    in student order and, for every student with a deficient
*>    mid-term grade -- 'D+', 'D ', or 'F ' -- prints
*>      - one early-alert notice, a page each, addressed from
*>        Students.IDX, listing each deficient course with its
*>        title (Courses.IDX), instructor (Instructors.IDX), and
*>        mid-term grade, and naming the student's advisor
*>        (Advisor-Assignments.IDX);
*>      - a line on the advisor's summary: Early-Alert-Summary.Rpt
*>        gives each advisor the advisees who were sent a notice,
*>        with the number of deficient courses, advisees with no
*>        advisor assigned listed together first.
*>    A student deficient in two or more courses is flagged
*>    MULTIPLE on both.  Mid-term grades are warnings only and
*>    are read from nowhere else.
*>
*>  INPUT:
*>    Midterm-Grades.IDX, Students.IDX, Courses.IDX,
*>    Instructors.IDX (optional), Advisor-Assignments.IDX
*>    (optional), Course-Term-Control.Dat (optional).
*>
*>  OUTPUT:
*>    Early-Alert-Notices.Rpt, one page per deficient student;
*>    Early-Alert-Summary.Rpt, a headed listing by advisor; counts
*>    DISPLAYed as a control total.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Midterm-Grade-File  ASSIGN TO "Midterm-Grades.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS SEQUENTIAL
       RECORD KEY IS MG-Key
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

    SELECT Instructor-Master-File  ASSIGN TO "Instructors.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS Instructor-Master-ID
       FILE STATUS IS EA-Instructor-File-Status.

    SELECT Advisor-Assignment-File  ASSIGN TO "Advisor-Assignments.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS AA-Student-ID
       ALTERNATE RECORD KEY IS AA-Advisor-ID WITH DUPLICATES
       FILE STATUS IS EA-Advisor-File-Status.

    SELECT Term-Control-File  ASSIGN TO "Course-Term-Control.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Notice-Report  ASSIGN TO "Early-Alert-Notices.Rpt"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Summary-Report  ASSIGN TO "Early-Alert-Summary.Rpt"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

DATA DIVISION.

FILE SECTION.

FD  Midterm-Grade-File.
01  Midterm-Grade-Record.
    COPY "midterm-grade-record.cpy".

FD  Student-Master-File.
01  Student-Master-Record.
    COPY "student-record.cpy".

FD  Indexed-File
       RECORD CONTAINS 100 TO 2800 CHARACTERS.
01  Course-Record.
    COPY "course-record.cpy".

FD  Instructor-Master-File.
01  Instructor-Master-Record.
    COPY "instructor-record.cpy".

FD  Advisor-Assignment-File.
01  Advisor-Assignment-Record.
    COPY "advisor-assignment-record.cpy".

FD  Term-Control-File.
01  Term-Control-Record.
    02 TC-Current-Term  PIC X(5).

FD  Notice-Report.
01  EN-Line  PIC X(80).

FD  Summary-Report.
01  ES-Line  PIC X(80).

WORKING-STORAGE SECTION.

01  Midterm-EOF-Flag  PIC X.
    88 Midterm-EOF      VALUE '1'.
    88 Midterm-EOF-Not  VALUE '0'.

*> Instructors.IDX and Advisor-Assignments.IDX only add names; each
*> gets its own status byte pair.
01  EA-Instructor-File-Status  PIC XX  VALUE "00".
01  EA-Advisor-File-Status     PIC XX  VALUE "00".

01  Instructors-Available-Flag  PIC X  VALUE 'N'.
    88 Instructors-Available      VALUE 'Y'.
    88 Instructors-Not-Available  VALUE 'N'.

01  Advisors-Available-Flag  PIC X  VALUE 'N'.
    88 Advisors-Available      VALUE 'Y'.
    88 Advisors-Not-Available  VALUE 'N'.

01  Default-Term  PIC X(5)  VALUE 'CURR1'.
01  Current-Term  PIC X(5).

01  Current-Student-ID  PIC X(9)  VALUE SPACES.

*> The student in hand's deficient courses, gathered until the
*> student changes.
01  Max-Deficient-Courses   PIC 9(2)  VALUE 20.
01  Deficient-Course-Count  PIC 9(2)  VALUE ZERO.
01  Deficient-Course-Table.
    02 Deficient-Course  OCCURS 20 TIMES.
       03 DC-Course-ID  PIC X(9).
       03 DC-Grade      PIC X(2).
01  Deficient-Index  PIC 9(2).

*> Every student sent a notice, held in advisor order for the
*> summary -- the insertion shape of Permit-Activity-Report's
*> department table.  No advisor (spaces) sorts first.
01  Max-Alerted-Students  PIC 9(4)  VALUE 3000.
01  Alerted-Count         PIC 9(4)  VALUE ZERO.
01  Alerted-Table.
    02 Alerted-Entry  OCCURS 0 TO 3000 TIMES
                      DEPENDING ON Alerted-Count.
       03 AE-Advisor-ID       PIC X(6).
       03 AE-Student-ID       PIC X(9).
       03 AE-Student-Name     PIC X(24).
       03 AE-Deficient-Count  PIC 9(2).
01  Alerted-Index   PIC 9(4).
01  Alerted-Insert-Index  PIC 9(4).
01  Alerted-Shift-Index   PIC 9(4).

01  New-Alerted-Entry.
    02 NA-Advisor-ID       PIC X(6).
    02 NA-Student-ID       PIC X(9).
    02 NA-Student-Name     PIC X(24).
    02 NA-Deficient-Count  PIC 9(2).

01  Summary-Advisor-ID  PIC X(6).

01  Alert-Statistics.
    02 EA-Stat-Grades-Read      PIC 9(6)  VALUE ZERO.
    02 EA-Stat-Notices          PIC 9(5)  VALUE ZERO.
    02 EA-Stat-Multiple         PIC 9(5)  VALUE ZERO.
    02 EA-Stat-Not-Summarized   PIC 9(5)  VALUE ZERO.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.

01  EN-Heading-1.
    02 FILLER  PIC X(44)
               VALUE 'EARLY ALERT -- MID-TERM ACADEMIC DEFICIENCY'.
    02 FILLER        PIC X(6)   VALUE 'Term: '.
    02 ENH-Term      PIC X(5).
    02 FILLER        PIC X(4)   VALUE SPACES.
    02 FILLER        PIC X(6)   VALUE 'Date: '.
    02 ENH-Run-Date  PIC 9(8).

01  EN-Address-Line.
    02 FILLER        PIC X(4)   VALUE SPACES.
    02 ENA-Text      PIC X(60).

01  EN-City-Line.
    02 FILLER        PIC X(4)   VALUE SPACES.
    02 ENC-City      PIC X(20).
    02 FILLER        PIC X(1)   VALUE SPACES.
    02 ENC-State     PIC X(2).
    02 FILLER        PIC X(2)   VALUE SPACES.
    02 ENC-Zip       PIC X(10).

01  EN-Column-Heading.
    02 FILLER  PIC X(4)   VALUE SPACES.
    02 FILLER  PIC X(9)   VALUE 'Course ID'.
    02 FILLER  PIC X(2)   VALUE SPACES.
    02 FILLER  PIC X(30)  VALUE 'Title'.
    02 FILLER  PIC X(2)   VALUE SPACES.
    02 FILLER  PIC X(25)  VALUE 'Instructor'.
    02 FILLER  PIC X(1)   VALUE SPACES.
    02 FILLER  PIC X(5)   VALUE 'Grade'.

01  EN-Detail-Line.
    02 FILLER            PIC X(4)   VALUE SPACES.
    02 END-Course-ID     PIC X(9).
    02 FILLER            PIC X(2)   VALUE SPACES.
    02 END-Title         PIC X(30).
    02 FILLER            PIC X(2)   VALUE SPACES.
    02 END-Instructor    PIC X(25).
    02 FILLER            PIC X(3)   VALUE SPACES.
    02 END-Grade         PIC X(2).

01  EN-Multiple-Line.
    02 FILLER            PIC X(4)   VALUE SPACES.
    02 FILLER            PIC X(24)  VALUE '*** MULTIPLE: DEFICIENT '.
    02 FILLER            PIC X(3)   VALUE 'IN '.
    02 ENM-Count         PIC Z9.
    02 FILLER            PIC X(12)  VALUE ' COURSES ***'.

01  EN-Name-Work.
    02 ENW-First-Name    PIC X(10).
    02 FILLER            PIC X(1)   VALUE SPACES.
    02 ENW-Last-Name     PIC X(14).

01  EN-Advisor-Name  PIC X(25).

01  ES-Heading-1.
    02 FILLER        PIC X(27)  VALUE 'EARLY ALERT ADVISOR SUMMARY'.
    02 FILLER        PIC X(43)  VALUE SPACES.
    02 FILLER        PIC X(5)   VALUE 'PAGE '.
    02 ESH-Page-No   PIC ZZZ9.

01  ES-Heading-2.
    02 FILLER        PIC X(6)   VALUE 'Term: '.
    02 ESH-Term      PIC X(5).
    02 FILLER        PIC X(4)   VALUE SPACES.
    02 FILLER        PIC X(10)  VALUE 'Run date: '.
    02 ESH-Run-Date  PIC 9(8).

01  ES-Advisor-Heading.
    02 FILLER             PIC X(9)   VALUE 'Advisor: '.
    02 ESH-Advisor-ID     PIC X(6).
    02 FILLER             PIC X(2)   VALUE SPACES.
    02 ESH-Advisor-Name   PIC X(25).

01  ES-Column-Heading.
    02 FILLER  PIC X(4)   VALUE SPACES.
    02 FILLER  PIC X(9)   VALUE 'Student'.
    02 FILLER  PIC X(2)   VALUE SPACES.
    02 FILLER  PIC X(24)  VALUE 'Name'.
    02 FILLER  PIC X(2)   VALUE SPACES.
    02 FILLER  PIC X(10)  VALUE 'Deficient'.
    02 FILLER  PIC X(8)   VALUE 'Flag'.

01  ES-Detail-Line.
    02 FILLER            PIC X(4)   VALUE SPACES.
    02 ESD-Student-ID    PIC X(9).
    02 FILLER            PIC X(2)   VALUE SPACES.
    02 ESD-Student-Name  PIC X(24).
    02 FILLER            PIC X(6)   VALUE SPACES.
    02 ESD-Count         PIC Z9.
    02 FILLER            PIC X(2)   VALUE SPACES.
    02 ESD-Flag          PIC X(8).

01  ES-Lines-Per-Page  PIC 9(3)  VALUE 55.
01  ES-Lines-On-Page   PIC 9(3)  VALUE ZERO.
01  ES-Page-Number     PIC 9(4)  VALUE ZERO.

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Program.
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
    PERFORM Read-Current-Term

    MOVE "MIDTERM-GRADES.IDX" TO WS-File-ID
    OPEN INPUT Midterm-Grade-File
    PERFORM Check-File-Status
    MOVE "STUDENTS.IDX" TO WS-File-ID
    OPEN INPUT Student-Master-File
    PERFORM Check-File-Status
    MOVE "COURSES.IDX" TO WS-File-ID
    OPEN INPUT Indexed-File
    PERFORM Check-File-Status
    OPEN INPUT Instructor-Master-File
    IF EA-Instructor-File-Status = "00"
       SET Instructors-Available TO TRUE
    ELSE
       SET Instructors-Not-Available TO TRUE
       DISPLAY 'Instructors.IDX not available -- notices show '
               'instructor IDs only'
    END-IF
    OPEN INPUT Advisor-Assignment-File
    IF EA-Advisor-File-Status = "00"
       SET Advisors-Available TO TRUE
    ELSE
       SET Advisors-Not-Available TO TRUE
       DISPLAY 'Advisor-Assignments.IDX not available -- every '
               'student summarized as unadvised'
    END-IF
    MOVE "EARLY-ALERT-NOTICES.RPT" TO WS-File-ID
    OPEN OUTPUT Notice-Report
    PERFORM Check-File-Status

    SET Midterm-EOF-Not TO TRUE
    PERFORM Read-Midterm-Rec
    PERFORM Gather-Midterm-Grade
       UNTIL Midterm-EOF
    PERFORM Close-Student

    MOVE "EARLY-ALERT-SUMMARY.RPT" TO WS-File-ID
    OPEN OUTPUT Summary-Report
    PERFORM Check-File-Status
    MOVE HIGH-VALUES TO Summary-Advisor-ID
    PERFORM Write-Summary-Line
       VARYING Alerted-Index FROM 1 BY 1
       UNTIL Alerted-Index > Alerted-Count
    IF Alerted-Count = ZERO
       PERFORM Write-ES-Heading
       MOVE 'NO DEFICIENT MID-TERM GRADES THIS TERM.' TO ES-Line
       WRITE ES-Line
    END-IF

    MOVE "MIDTERM-GRADES.IDX" TO WS-File-ID
    CLOSE Midterm-Grade-File
    PERFORM Check-File-Status
    MOVE "STUDENTS.IDX" TO WS-File-ID
    CLOSE Student-Master-File
    PERFORM Check-File-Status
    MOVE "COURSES.IDX" TO WS-File-ID
    CLOSE Indexed-File
    PERFORM Check-File-Status
    IF Instructors-Available
       CLOSE Instructor-Master-File
    END-IF
    IF Advisors-Available
       CLOSE Advisor-Assignment-File
    END-IF
    MOVE "EARLY-ALERT-NOTICES.RPT" TO WS-File-ID
    CLOSE Notice-Report
    PERFORM Check-File-Status
    MOVE "EARLY-ALERT-SUMMARY.RPT" TO WS-File-ID
    CLOSE Summary-Report
    PERFORM Check-File-Status

    DISPLAY 'Mid-term grades read:        ' EA-Stat-Grades-Read
    DISPLAY 'Early-alert notices printed: ' EA-Stat-Notices
    DISPLAY 'Deficient in 2+ courses:     ' EA-Stat-Multiple
    IF EA-Stat-Not-Summarized > ZERO
       DISPLAY 'Beyond the summary table:    ' EA-Stat-Not-Summarized
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

Read-Midterm-Rec.
    READ Midterm-Grade-File NEXT RECORD
       AT END      SET Midterm-EOF TO TRUE
       NOT AT END  ADD 1 TO EA-Stat-Grades-Read
    END-READ
    .

*>-----------------------------------------------------------------
*> A change in MG-Student-ID closes out the student before; only
*> this term's deficient grades are gathered.
*>-----------------------------------------------------------------
Gather-Midterm-Grade.
    IF MG-Student-ID NOT = Current-Student-ID
       PERFORM Close-Student
       MOVE MG-Student-ID TO Current-Student-ID
    END-IF
    IF MG-Term = Current-Term  AND  MG-Grade-Deficient
       IF Deficient-Course-Count < Max-Deficient-Courses
          ADD 1 TO Deficient-Course-Count
          MOVE MG-Course-ID TO DC-Course-ID (Deficient-Course-Count)
          MOVE MG-Grade     TO DC-Grade (Deficient-Course-Count)
       END-IF
    END-IF
    PERFORM Read-Midterm-Rec
    .

Close-Student.
    IF Deficient-Course-Count > ZERO
       PERFORM Print-One-Notice
       PERFORM Add-Alerted-Entry
    END-IF
    MOVE ZERO TO Deficient-Course-Count
    .


*>-----------------------------------------------------------------
*> One page per student: the notice heading, the address block,
*> the deficient courses, and the advisor to see.
*>-----------------------------------------------------------------
Print-One-Notice.
    ADD 1 TO EA-Stat-Notices
    IF Deficient-Course-Count > 1
       ADD 1 TO EA-Stat-Multiple
    END-IF
    MOVE Current-Term    TO ENH-Term
    MOVE Todays-Run-Date TO ENH-Run-Date
    WRITE EN-Line FROM EN-Heading-1
    MOVE SPACES TO EN-Line
    WRITE EN-Line
    WRITE EN-Line

    MOVE Current-Student-ID TO Student-Master-ID
    READ Student-Master-File
       INVALID KEY
          MOVE SPACES TO Student-Master-Record
          MOVE Current-Student-ID TO Student-Master-ID
          MOVE '(NOT ON FILE)'    TO Student-Last-Name
    END-READ
    MOVE Student-First-Name TO ENW-First-Name
    MOVE Student-Last-Name  TO ENW-Last-Name
    MOVE EN-Name-Work TO ENA-Text
    WRITE EN-Line FROM EN-Address-Line
    MOVE Student-Address-Line-1 TO ENA-Text
    WRITE EN-Line FROM EN-Address-Line
    IF Student-Address-Line-2 NOT = SPACES
       MOVE Student-Address-Line-2 TO ENA-Text
       WRITE EN-Line FROM EN-Address-Line
    END-IF
    MOVE Student-City  TO ENC-City
    MOVE Student-State TO ENC-State
    MOVE Student-Zip   TO ENC-Zip
    WRITE EN-Line FROM EN-City-Line
    MOVE SPACES TO EN-Line
    WRITE EN-Line
    MOVE SPACES TO ENA-Text
    STRING 'Student ID '        DELIMITED BY SIZE
           Current-Student-ID   DELIMITED BY SIZE
      INTO ENA-Text
    END-STRING
    WRITE EN-Line FROM EN-Address-Line
    MOVE SPACES TO EN-Line
    WRITE EN-Line

    MOVE 'Your mid-term grade in the course(s) below is below C-.'
      TO ENA-Text
    WRITE EN-Line FROM EN-Address-Line
    MOVE 'Please see your instructor and your advisor promptly.'
      TO ENA-Text
    WRITE EN-Line FROM EN-Address-Line
    MOVE SPACES TO EN-Line
    WRITE EN-Line
    WRITE EN-Line FROM EN-Column-Heading
    PERFORM Write-Deficient-Course
       VARYING Deficient-Index FROM 1 BY 1
       UNTIL Deficient-Index > Deficient-Course-Count
    IF Deficient-Course-Count > 1
       MOVE SPACES TO EN-Line
       WRITE EN-Line
       MOVE Deficient-Course-Count TO ENM-Count
       WRITE EN-Line FROM EN-Multiple-Line
    END-IF

    PERFORM Fetch-Student-Advisor
    MOVE SPACES TO EN-Line
    WRITE EN-Line
    MOVE SPACES TO ENA-Text
    IF NA-Advisor-ID = SPACES
       MOVE 'Advisor: none assigned -- see the Registrar.' TO ENA-Text
    ELSE
       STRING 'Advisor: '        DELIMITED BY SIZE
              EN-Advisor-Name    DELIMITED BY SIZE
         INTO ENA-Text
       END-STRING
    END-IF
    WRITE EN-Line FROM EN-Address-Line

*>  A form feed between notices, so each student's page tears off
*>  clean.
    MOVE SPACES TO EN-Line
    WRITE EN-Line BEFORE ADVANCING PAGE
    .

Write-Deficient-Course.
    MOVE DC-Course-ID (Deficient-Index) TO END-Course-ID
    MOVE DC-Grade (Deficient-Index)     TO END-Grade
    MOVE SPACES TO END-Title
                   END-Instructor
    MOVE Current-Term                   TO Course-Term
    MOVE DC-Course-ID (Deficient-Index) TO Course-ID
    READ Indexed-File
       INVALID KEY
          MOVE '(COURSE NOT ON FILE)' TO END-Title
       NOT INVALID KEY
          MOVE Course-Title TO END-Title
          PERFORM Fetch-Course-Instructor
    END-READ
    WRITE EN-Line FROM EN-Detail-Line
    .

Fetch-Course-Instructor.
    IF Course-Instructor-ID = SPACES
       MOVE 'STAFF' TO END-Instructor
    ELSE
       MOVE Course-Instructor-ID TO END-Instructor
       IF Instructors-Available
          MOVE Course-Instructor-ID TO Instructor-Master-ID
          READ Instructor-Master-File
             INVALID KEY  CONTINUE
             NOT INVALID KEY
                MOVE Instructor-First-Name TO ENW-First-Name
                MOVE Instructor-Last-Name  TO ENW-Last-Name
                MOVE EN-Name-Work TO END-Instructor
          END-READ
       END-IF
    END-IF
    .

*>-----------------------------------------------------------------
*> Leaves NA-Advisor-ID (spaces when none) and EN-Advisor-Name set
*> for the notice and the summary entry.
*>-----------------------------------------------------------------
Fetch-Student-Advisor.
    MOVE SPACES TO NA-Advisor-ID
                   EN-Advisor-Name
    IF Advisors-Available
       MOVE Current-Student-ID TO AA-Student-ID
       READ Advisor-Assignment-File
          INVALID KEY  CONTINUE
          NOT INVALID KEY
             MOVE AA-Advisor-ID TO NA-Advisor-ID
                                   EN-Advisor-Name
             IF Instructors-Available
                MOVE AA-Advisor-ID TO Instructor-Master-ID
                READ Instructor-Master-File
                   INVALID KEY  CONTINUE
                   NOT INVALID KEY
                      MOVE Instructor-First-Name TO ENW-First-Name
                      MOVE Instructor-Last-Name  TO ENW-Last-Name
                      MOVE EN-Name-Work TO EN-Advisor-Name
                END-READ
             END-IF
       END-READ
    END-IF
    .


*>-----------------------------------------------------------------
*> The student goes into the summary table at its advisor-ID
*> position; later entries shift down one.
*>-----------------------------------------------------------------
Add-Alerted-Entry.
    IF Alerted-Count < Max-Alerted-Students
       MOVE Current-Student-ID     TO NA-Student-ID
       MOVE Student-Name           TO NA-Student-Name
       MOVE Deficient-Course-Count TO NA-Deficient-Count
       COMPUTE Alerted-Insert-Index = Alerted-Count + 1
       PERFORM Find-Alerted-Position
          VARYING Alerted-Index FROM Alerted-Count BY -1
          UNTIL Alerted-Index < 1
       ADD 1 TO Alerted-Count
       PERFORM Shift-Alerted-Entry-Down
          VARYING Alerted-Shift-Index FROM Alerted-Count BY -1
          UNTIL Alerted-Shift-Index <= Alerted-Insert-Index
       MOVE New-Alerted-Entry TO Alerted-Entry (Alerted-Insert-Index)
    ELSE
       ADD 1 TO EA-Stat-Not-Summarized
       DISPLAY 'Student beyond summary table ceiling: '
               Current-Student-ID
    END-IF
    .

Find-Alerted-Position.
    IF AE-Advisor-ID (Alerted-Index) > NA-Advisor-ID
       MOVE Alerted-Index TO Alerted-Insert-Index
    END-IF
    .

Shift-Alerted-Entry-Down.
    MOVE Alerted-Entry (Alerted-Shift-Index - 1)
      TO Alerted-Entry (Alerted-Shift-Index)
    .


*>-----------------------------------------------------------------
*> A change in AE-Advisor-ID starts that advisor's part of the
*> summary on a new page.
*>-----------------------------------------------------------------
Write-Summary-Line.
    IF AE-Advisor-ID (Alerted-Index) NOT = Summary-Advisor-ID
       MOVE AE-Advisor-ID (Alerted-Index) TO Summary-Advisor-ID
       PERFORM Fetch-Summary-Advisor-Name
       PERFORM Write-ES-Heading
    END-IF
    IF ES-Lines-On-Page >= ES-Lines-Per-Page
       PERFORM Write-ES-Heading
    END-IF
    MOVE AE-Student-ID (Alerted-Index)      TO ESD-Student-ID
    MOVE AE-Student-Name (Alerted-Index)    TO ESD-Student-Name
    MOVE AE-Deficient-Count (Alerted-Index) TO ESD-Count
    IF AE-Deficient-Count (Alerted-Index) > 1
       MOVE 'MULTIPLE' TO ESD-Flag
    ELSE
       MOVE SPACES TO ESD-Flag
    END-IF
    WRITE ES-Line FROM ES-Detail-Line
    ADD 1 TO ES-Lines-On-Page
    .

Fetch-Summary-Advisor-Name.
    MOVE Summary-Advisor-ID TO ESH-Advisor-ID
    IF Summary-Advisor-ID = SPACES
       MOVE '(NO ADVISOR ASSIGNED)' TO ESH-Advisor-Name
    ELSE
       MOVE SPACES TO ESH-Advisor-Name
       IF Instructors-Available
          MOVE Summary-Advisor-ID TO Instructor-Master-ID
          READ Instructor-Master-File
             INVALID KEY
                MOVE '(NOT ON FILE)' TO ESH-Advisor-Name
             NOT INVALID KEY
                MOVE Instructor-First-Name TO ENW-First-Name
                MOVE Instructor-Last-Name  TO ENW-Last-Name
                MOVE EN-Name-Work TO ESH-Advisor-Name
          END-READ
       END-IF
    END-IF
    .

Write-ES-Heading.
    ADD 1 TO ES-Page-Number
    MOVE ES-Page-Number  TO ESH-Page-No
    MOVE Current-Term    TO ESH-Term
    MOVE Todays-Run-Date TO ESH-Run-Date
    WRITE ES-Line FROM ES-Heading-1
    WRITE ES-Line FROM ES-Heading-2
    MOVE SPACES TO ES-Line
    WRITE ES-Line
    IF Alerted-Count > ZERO
       WRITE ES-Line FROM ES-Advisor-Heading
       MOVE SPACES TO ES-Line
       WRITE ES-Line
       WRITE ES-Line FROM ES-Column-Heading
    END-IF
    MOVE ZERO TO ES-Lines-On-Page
    .
