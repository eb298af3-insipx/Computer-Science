IDENTIFICATION DIVISION.
PROGRAM-ID.  Degree-Audit.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>***************************************************************
*> Program Abstract:
*>    Advisors have been checking students against their degree
*>    requirements by hand, from Student-Transcript printouts.  This
*>    program, in the conversational style of Student-Transcript,
*>    compares what a student has taken with what the student's
*>    declared program requires (Program-Requirements.IDX, layout in
*>    program-requirement-record.cpy) and prints, for each required
*>    course, elective group, and the program's total credits,
*>    whether it is satisfied, in progress, or still outstanding.
*>
*>    A course counts as completed when the student holds a passing
*>    grade in it (the same passing marks Student-Transcript counts
*>    as earned, a pass/fail 'P' included) -- archived, from
*>    Student-History.IDX, or already posted this term, from
*>    Student-Course.IDX.  A current-term enrollment not yet graded
*>    (or carrying an incomplete) is in progress, at the credit
*>    hours of its section on Courses.IDX.  Withdrawals, audits,
*>    and failing grades count for nothing.  A catalog course (the
*>    first six bytes of the Course-ID) counts once, however often
*>    it was taken, and once a required course or an elective group
*>    has claimed it no later group may count it again.
*>
*>    The operator chooses, at the console, either one student
*>    (S) -- audited against the declared major and then the
*>    declared minor, each audit also shown on the console as it
*>    prints -- or one program (P), for which every active student
*>    declaring it as major or minor is audited in batch, one
*>    student to a page.
*>
*>  INPUT:
*>    Students.IDX, Program-Requirements.IDX, Student-History.IDX
*>    (optional), Student-Course.IDX (optional), Courses.IDX
*>    (optional, for in-progress credit hours),
*>    Course-Term-Control.Dat (optional), and requests entered at
*>    the console.  A blank choice ends the session.
*>
*>  OUTPUT:
*>    Degree-Audit.Rpt, one audit per student and program, each
*>    starting on a fresh page; per-request counts DISPLAYed.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Student-Master-File  ASSIGN TO "Students.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS Student-Master-ID
       FILE STATUS IS WS-File-Status.

    SELECT Program-Req-File  ASSIGN TO "Program-Requirements.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS PR-Key
       FILE STATUS IS WS-File-Status.

    SELECT Student-History-File  ASSIGN TO "Student-History.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS HS-Key
       FILE STATUS IS DA-History-File-Status.

    SELECT Student-Course-File  ASSIGN TO "Student-Course.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS SC-Key
       FILE STATUS IS DA-SC-File-Status.

    SELECT Indexed-File  ASSIGN TO "Courses.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS Course-Key
       FILE STATUS IS DA-Course-File-Status.

    SELECT Term-Control-File  ASSIGN TO "Course-Term-Control.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Degree-Audit-Report  ASSIGN TO "Degree-Audit.Rpt"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

DATA DIVISION.

FILE SECTION.

FD  Student-Master-File.
01  Student-Master-Record.
    COPY "student-record.cpy".

FD  Program-Req-File.
01  Program-Req-Record.
    COPY "program-requirement-record.cpy".

FD  Student-History-File.
01  Student-History-Rec.
    COPY "student-history-record.cpy".

FD  Student-Course-File.
01  Student-Course-Rec.
    COPY "student-course-record.cpy".

FD  Indexed-File.
01  Data-Rec.
    COPY "course-record.cpy".

FD  Term-Control-File.
01  Term-Control-Record.
    02 TC-Current-Term  PIC X(5).

FD  Degree-Audit-Report.
01  DA-Line  PIC X(80).

WORKING-STORAGE SECTION.

01  FILLER   PIC X   VALUE 'F'.
    88 Audit-Session-Over  VALUE 'T'.

01  DA-Run-Choice  PIC X.
    88 DA-One-Student   VALUE 'S' 's'.
    88 DA-One-Program   VALUE 'P' 'p'.
    88 DA-Choice-Blank  VALUE SPACE.

*> On a one-student request every line printed is also DISPLAYed,
*> so the advisor at the console sees the audit at once.
01  DA-Console-Flag  PIC X  VALUE 'N'.
    88 DA-Console-Mode  VALUE 'Y'.
    88 DA-Batch-Mode    VALUE 'N'.

01  DA-Query-Student-ID    PIC X(9).
01  DA-Query-Program-Code  PIC X(6).

*> The optional masters get their own status byte pairs; without
*> them the audit sees no archived record, no current enrollments,
*> or no credit hours for the enrollments, and says so once.
01  DA-History-File-Status  PIC XX  VALUE "00".
01  DA-SC-File-Status       PIC XX  VALUE "00".
01  DA-Course-File-Status   PIC XX  VALUE "00".

01  History-Available-Flag  PIC X  VALUE 'N'.
    88 History-Available      VALUE 'Y'.
    88 History-Not-Available  VALUE 'N'.

01  Enrollments-Available-Flag  PIC X  VALUE 'N'.
    88 Enrollments-Available      VALUE 'Y'.
    88 Enrollments-Not-Available  VALUE 'N'.

01  Sections-Available-Flag  PIC X  VALUE 'N'.
    88 Sections-Available      VALUE 'Y'.
    88 Sections-Not-Available  VALUE 'N'.

01  Default-Term  PIC X(5)  VALUE 'CURR1'.
01  Current-Term  PIC X(5)  VALUE SPACES.

01  Scan-EOF-Flag  PIC X.
    88 Scan-EOF      VALUE 'Y'.
    88 Scan-EOF-Not  VALUE 'N'.

01  Student-Scan-EOF-Flag  PIC X.
    88 Student-Scan-EOF      VALUE 'Y'.
    88 Student-Scan-EOF-Not  VALUE 'N'.

*> The student being audited, held apart from the master's record
*> area, which a one-program request walks.
01  DA-Student.
    02 DAS-Student-ID     PIC X(9).
    02 DAS-Name           PIC X(24).
    02 DAS-Class-Level    PIC X(2).
    02 DAS-Major-Program  PIC X(6).
    02 DAS-Minor-Program  PIC X(6).

*> The grades that complete a course: the passing marks, the same
*> list Student-Transcript counts as earned.
01  DA-Grade-Check  PIC X(2).
    88 DA-Grade-Passing      VALUES 'A ' 'A-' 'B+' 'B ' 'B-'
                                    'C+' 'C ' 'C-' 'D+' 'D '
                                    'P '.
    88 DA-Grade-Not-Yet-In   VALUES SPACES 'I '.

*> The student's courses: one entry per catalog course, completed
*> or in progress (a completed attempt outranks an in-progress
*> one).  DT-Claimed marks an entry a requirement has already
*> counted in the audit under way.
01  Max-Taken-Entries   PIC 9(3)  VALUE 200.
01  Taken-Entry-Count   PIC 9(3)  VALUE ZERO.
01  Taken-Course-Table.
    02 Taken-Entry  OCCURS 0 TO 200 TIMES
                    DEPENDING ON Taken-Entry-Count.
       03 DT-Catalog-ID  PIC X(6).
       03 DT-Course-ID   PIC X(9).
       03 DT-Term        PIC X(5).
       03 DT-Grade       PIC X(2).
       03 DT-Credits     PIC 9(2).
       03 DT-Status      PIC X.
          88 DT-Completed     VALUE 'S'.
          88 DT-In-Progress   VALUE 'P'.
       03 DT-Claim-Flag  PIC X.
          88 DT-Claimed       VALUE 'Y'.
          88 DT-Unclaimed     VALUE 'N'.
01  Taken-Index  PIC 9(3).

01  Taken-Found-Flag  PIC X.
    88 Taken-Found      VALUE 'Y'.
    88 Taken-Not-Found  VALUE 'N'.

*> The course in hand, on its way into the taken table.
01  New-Taken-Entry.
    02 NT-Catalog-ID  PIC X(6).
    02 NT-Course-ID   PIC X(9).
    02 NT-Term        PIC X(5).
    02 NT-Grade       PIC X(2).
    02 NT-Credits     PIC 9(2).
    02 NT-Status      PIC X.
       88 NT-Completed     VALUE 'S'.
       88 NT-In-Progress   VALUE 'P'.
    02 NT-Claim-Flag  PIC X  VALUE 'N'.

01  Taken-Credit-Totals.
    02 DA-Earned-Credits       PIC 9(3)  VALUE ZERO.
    02 DA-In-Progress-Credits  PIC 9(3)  VALUE ZERO.

*> The program being audited against, every row of it, in key
*> order: the program row first, then the groups -- each group
*> row ahead of its courses.
01  DA-Program-Code      PIC X(6).
01  DA-Program-Title     PIC X(30).
01  DA-Program-Kind      PIC X.
    88 DA-Program-Major     VALUE 'M'.
    88 DA-Program-Minor     VALUE 'N'.
01  DA-Program-Credits   PIC 9(3).

01  Program-Found-Flag  PIC X.
    88 Program-Found      VALUE 'Y'.
    88 Program-Not-Found  VALUE 'N'.

01  Max-Requirement-Rows   PIC 9(3)  VALUE 300.
01  Requirement-Row-Count  PIC 9(3)  VALUE ZERO.
01  Requirement-Table.
    02 Requirement-Row  OCCURS 0 TO 300 TIMES
                        DEPENDING ON Requirement-Row-Count.
       03 RT-Group-Code   PIC X(2).
          88 RT-Required-Group  VALUE 'RQ'.
       03 RT-Catalog-ID   PIC X(6).
       03 RT-Row-Type     PIC X.
          88 RT-Group-Row       VALUE 'G'.
          88 RT-Course-Row      VALUE 'C'.
       03 RT-Description  PIC X(30).
       03 RT-Credits      PIC 9(3).
01  Requirement-Index  PIC 9(3).

*> The elective group whose rows are being applied.
01  Open-Group-Flag  PIC X.
    88 Group-Open      VALUE 'Y'.
    88 Group-Not-Open  VALUE 'N'.
01  Group-Minimum          PIC 9(3).
01  Group-Earned           PIC 9(3).
01  Group-In-Progress      PIC 9(3).

*> The audit's verdict: everything satisfied, satisfied once the
*> work in progress is passed, or something still outstanding.
*> Each requirement can only lower it.
01  Audit-Verdict  PIC X.
    88 Verdict-Satisfied    VALUE 'S'.
    88 Verdict-In-Progress  VALUE 'P'.
    88 Verdict-Outstanding  VALUE 'O'.

01  Item-Verdict  PIC X.
    88 Item-Satisfied    VALUE 'S'.
    88 Item-In-Progress  VALUE 'P'.
    88 Item-Outstanding  VALUE 'O'.

01  DA-Request-Counts.
    02 DA-Students-Audited    PIC 9(5)  VALUE ZERO.
    02 DA-Students-Satisfied  PIC 9(5)  VALUE ZERO.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.

01  DA-Lines-Per-Page  PIC 9(3)  VALUE 55.
01  DA-Lines-On-Page   PIC 9(3)  VALUE ZERO.
01  DA-Page-Number     PIC 9(3)  VALUE ZERO.

01  DA-Heading-1.
    02 FILLER        PIC X(12)  VALUE 'DEGREE AUDIT'.
    02 FILLER        PIC X(58)  VALUE SPACES.
    02 FILLER        PIC X(5)   VALUE 'PAGE '.
    02 DAH-Page-No   PIC ZZ9.

01  DA-Heading-2.
    02 FILLER        PIC X(10)  VALUE 'Run date: '.
    02 DAH-Run-Date  PIC 9(8).
    02 FILLER        PIC X(9)   VALUE '   Term: '.
    02 DAH-Term      PIC X(5).

01  DA-Student-Line.
    02 FILLER          PIC X(9)  VALUE 'Student: '.
    02 DAS-Line-ID     PIC X(9).
    02 FILLER          PIC X(2)  VALUE SPACES.
    02 DAS-Line-Name   PIC X(24).
    02 FILLER          PIC X(9)  VALUE '  Level: '.
    02 DAS-Line-Level  PIC X(2).

01  DA-Program-Line.
    02 FILLER          PIC X(9)  VALUE 'Program: '.
    02 DAP-Code        PIC X(6).
    02 FILLER          PIC X(2)  VALUE SPACES.
    02 DAP-Title       PIC X(30).
    02 FILLER          PIC X(2)  VALUE SPACES.
    02 DAP-Kind        PIC X(5).

01  DA-Section-Line.
    02 FILLER          PIC X(2)   VALUE SPACES.
    02 DAT-Title       PIC X(30).
    02 DAT-Minimum-Label  PIC X(9).
    02 DAT-Minimum     PIC ZZZ.
    02 DAT-Minimum-Tail   PIC X(9).

01  DA-Detail-Line.
    02 FILLER          PIC X(4)   VALUE SPACES.
    02 DAD-Catalog-ID  PIC X(6).
    02 FILLER          PIC X(2)   VALUE SPACES.
    02 DAD-Title       PIC X(30).
    02 FILLER          PIC X(1)   VALUE SPACES.
    02 DAD-Status      PIC X(12).
    02 FILLER          PIC X(1)   VALUE SPACES.
    02 DAD-Course-ID   PIC X(9).
    02 FILLER          PIC X(1)   VALUE SPACES.
    02 DAD-Term        PIC X(5).
    02 FILLER          PIC X(1)   VALUE SPACES.
    02 DAD-Grade       PIC X(2).

01  DA-Credit-Line.
    02 FILLER           PIC X(4)   VALUE SPACES.
    02 DAC-Label        PIC X(18).
    02 DAC-Earned       PIC ZZ9.
    02 FILLER           PIC X(9)   VALUE ' earned, '.
    02 DAC-In-Progress  PIC ZZ9.
    02 FILLER           PIC X(14)  VALUE ' in progress, '.
    02 DAC-Required     PIC ZZ9.
    02 FILLER           PIC X(13)  VALUE ' required -- '.
    02 DAC-Status       PIC X(12).

01  DA-Verdict-Line.
    02 FILLER           PIC X(9)   VALUE 'RESULT:  '.
    02 DAV-Text         PIC X(60).

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Program.
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
    PERFORM Read-Current-Term

    MOVE "STUDENTS.IDX" TO WS-File-ID
    OPEN INPUT Student-Master-File
    PERFORM Check-File-Status
    MOVE "PROGRAM-REQUIREMENTS.IDX" TO WS-File-ID
    OPEN INPUT Program-Req-File
    PERFORM Check-File-Status
    MOVE "DEGREE-AUDIT.RPT" TO WS-File-ID
    OPEN OUTPUT Degree-Audit-Report
    PERFORM Check-File-Status
    PERFORM Open-Optional-Files

    PERFORM Run-One-Request
       UNTIL Audit-Session-Over

    IF History-Available
       CLOSE Student-History-File
    END-IF
    IF Enrollments-Available
       CLOSE Student-Course-File
    END-IF
    IF Sections-Available
       CLOSE Indexed-File
    END-IF
    MOVE "STUDENTS.IDX" TO WS-File-ID
    CLOSE Student-Master-File
    PERFORM Check-File-Status
    MOVE "PROGRAM-REQUIREMENTS.IDX" TO WS-File-ID
    CLOSE Program-Req-File
    PERFORM Check-File-Status
    MOVE "DEGREE-AUDIT.RPT" TO WS-File-ID
    CLOSE Degree-Audit-Report
    PERFORM Check-File-Status
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

Open-Optional-Files.
    OPEN INPUT Student-History-File
    IF DA-History-File-Status = "00"
       SET History-Available TO TRUE
    ELSE
       SET History-Not-Available TO TRUE
       DISPLAY 'Student-History.IDX not available -- audits see no '
               'archived terms'
    END-IF
    OPEN INPUT Student-Course-File
    IF DA-SC-File-Status = "00"
       SET Enrollments-Available TO TRUE
    ELSE
       SET Enrollments-Not-Available TO TRUE
       DISPLAY 'Student-Course.IDX not available -- audits see no '
               'current-term enrollments'
    END-IF
    OPEN INPUT Indexed-File
    IF DA-Course-File-Status = "00"
       SET Sections-Available TO TRUE
    ELSE
       SET Sections-Not-Available TO TRUE
       DISPLAY 'Courses.IDX not available -- in-progress courses '
               'carry no credit hours'
    END-IF
    .


*>-----------------------------------------------------------------
*> One console request: one student against the declared
*> program(s), or one program against every student declaring it.
*>-----------------------------------------------------------------
Run-One-Request.
    DISPLAY 'Audit one student (S) or one program (P), '
            'blank to quit: ' WITH NO ADVANCING
    ACCEPT DA-Run-Choice
    EVALUATE TRUE
       WHEN DA-Choice-Blank
          SET Audit-Session-Over TO TRUE
       WHEN DA-One-Student
          DISPLAY 'Enter a Student-ID: ' WITH NO ADVANCING
          ACCEPT DA-Query-Student-ID
          SET DA-Console-Mode TO TRUE
          PERFORM Audit-One-Student
       WHEN DA-One-Program
          DISPLAY 'Enter a program code: ' WITH NO ADVANCING
          ACCEPT DA-Query-Program-Code
          SET DA-Batch-Mode TO TRUE
          PERFORM Audit-One-Program
       WHEN OTHER
          DISPLAY 'Choose S or P (or blank to quit).'
    END-EVALUATE
    .

Audit-One-Student.
    MOVE DA-Query-Student-ID TO Student-Master-ID
    READ Student-Master-File
       INVALID KEY
          DISPLAY 'Student not on file: ' DA-Query-Student-ID
       NOT INVALID KEY
          PERFORM Hold-Student-Fields
          IF DAS-Major-Program = SPACES
                AND DAS-Minor-Program = SPACES
             DISPLAY 'No program declared for student '
                     DAS-Student-ID ' -- nothing to audit against.'
          ELSE
             PERFORM Gather-Student-Courses
             IF DAS-Major-Program NOT = SPACES
                MOVE DAS-Major-Program TO DA-Program-Code
                PERFORM Load-Program-Requirements
                PERFORM Audit-Against-Program
             END-IF
             IF DAS-Minor-Program NOT = SPACES
                MOVE DAS-Minor-Program TO DA-Program-Code
                PERFORM Load-Program-Requirements
                PERFORM Audit-Against-Program
             END-IF
          END-IF
    END-READ
    .

*>-----------------------------------------------------------------
*> Every active student who declares the program, major or minor,
*> in one pass over the student master.
*>-----------------------------------------------------------------
Audit-One-Program.
    MOVE ZERO TO DA-Students-Audited
                 DA-Students-Satisfied
    MOVE DA-Query-Program-Code TO DA-Program-Code
    PERFORM Load-Program-Requirements
    IF Program-Not-Found
       DISPLAY 'Program not on Program-Requirements.IDX: '
               DA-Program-Code
    ELSE
       MOVE LOW-VALUES TO Student-Master-ID
       SET Student-Scan-EOF-Not TO TRUE
       START Student-Master-File
             KEY IS NOT LESS THAN Student-Master-ID
          INVALID KEY  SET Student-Scan-EOF TO TRUE
       END-START
       IF Student-Scan-EOF-Not
          PERFORM Read-Next-Student
       END-IF
       PERFORM Audit-Declaring-Student
          UNTIL Student-Scan-EOF
       DISPLAY 'Program ' DA-Program-Code ': ' DA-Students-Audited
               ' student(s) audited, ' DA-Students-Satisfied
               ' with every requirement satisfied.'
    END-IF
    .

Read-Next-Student.
    READ Student-Master-File NEXT RECORD
       AT END  SET Student-Scan-EOF TO TRUE
    END-READ
    .

Audit-Declaring-Student.
    IF Student-Active
          AND (Student-Major-Program = DA-Program-Code
               OR Student-Minor-Program = DA-Program-Code)
       PERFORM Hold-Student-Fields
       PERFORM Gather-Student-Courses
       PERFORM Audit-Against-Program
       ADD 1 TO DA-Students-Audited
       IF Verdict-Satisfied
          ADD 1 TO DA-Students-Satisfied
       END-IF
    END-IF
    PERFORM Read-Next-Student
    .

Hold-Student-Fields.
    MOVE Student-Master-ID     TO DAS-Student-ID
    MOVE Student-Name          TO DAS-Name
    MOVE Student-Class-Level   TO DAS-Class-Level
    MOVE Student-Major-Program TO DAS-Major-Program
    MOVE Student-Minor-Program TO DAS-Minor-Program
    .


*>-----------------------------------------------------------------
*> The student's completed and in-progress courses: the archived
*> record first, then this term's enrollments.
*>-----------------------------------------------------------------
Gather-Student-Courses.
    MOVE ZERO TO Taken-Entry-Count
                 DA-Earned-Credits
                 DA-In-Progress-Credits
    IF History-Available
       MOVE DAS-Student-ID TO HS-Student-ID
       MOVE LOW-VALUES     TO HS-Term
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
    END-IF
    IF Enrollments-Available
       MOVE DAS-Student-ID TO SC-Student-ID
       MOVE Current-Term   TO SC-Term
       MOVE LOW-VALUES     TO SC-Course-ID
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
    .

Read-Next-History-Rec.
    READ Student-History-File NEXT RECORD
       AT END  SET Scan-EOF TO TRUE
    END-READ
    IF Scan-EOF-Not
       IF HS-Student-ID NOT = DAS-Student-ID
          SET Scan-EOF TO TRUE
       END-IF
    END-IF
    .

Take-History-Rec.
    MOVE HS-Grade TO DA-Grade-Check
    IF DA-Grade-Passing
       MOVE HS-Course-ID (1:6) TO NT-Catalog-ID
       MOVE HS-Course-ID       TO NT-Course-ID
       MOVE HS-Term            TO NT-Term
       MOVE HS-Grade           TO NT-Grade
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
       IF SC-Student-ID NOT = DAS-Student-ID
             OR SC-Term NOT = Current-Term
          SET Scan-EOF TO TRUE
       END-IF
    END-IF
    .

*>-----------------------------------------------------------------
*> An audit enrollment earns nothing and a withdrawal or failing
*> grade satisfies nothing; a passing grade posted this term
*> completes the course, no grade yet (or an incomplete) leaves it
*> in progress.
*>-----------------------------------------------------------------
Take-Enrollment.
    MOVE SC-Grade TO DA-Grade-Check
    IF NOT SC-Basis-Audit
          AND (DA-Grade-Passing OR DA-Grade-Not-Yet-In)
       MOVE SC-Course-ID (1:6) TO NT-Catalog-ID
       MOVE SC-Course-ID       TO NT-Course-ID
       MOVE SC-Term            TO NT-Term
       MOVE SC-Grade           TO NT-Grade
       MOVE ZERO               TO NT-Credits
       IF Sections-Available
          MOVE SC-Term      TO Course-Term
          MOVE SC-Course-ID TO Course-ID
          READ Indexed-File
             INVALID KEY      CONTINUE
             NOT INVALID KEY  MOVE Course-Credit-Hours TO NT-Credits
          END-READ
       END-IF
       IF DA-Grade-Passing
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
       IF DT-In-Progress (Taken-Index)  AND  NT-Completed
          MOVE New-Taken-Entry TO Taken-Entry (Taken-Index)
       END-IF
    ELSE
       IF Taken-Entry-Count < Max-Taken-Entries
          ADD 1 TO Taken-Entry-Count
          MOVE New-Taken-Entry TO Taken-Entry (Taken-Entry-Count)
       ELSE
          DISPLAY 'Course beyond table ceiling left out of the '
                  'audit: ' DAS-Student-ID ' ' NT-Course-ID
       END-IF
    END-IF
    .

Match-Taken-Catalog.
    IF DT-Catalog-ID (Taken-Index) = NT-Catalog-ID
       SET Taken-Found TO TRUE
    END-IF
    .

Total-Taken-Credits.
    IF DT-Completed (Taken-Index)
       ADD DT-Credits (Taken-Index) TO DA-Earned-Credits
    ELSE
       ADD DT-Credits (Taken-Index) TO DA-In-Progress-Credits
    END-IF
    .


*>-----------------------------------------------------------------
*> The program row and every group and course row under it, by
*> one prefix scan of Program-Requirements.IDX.
*>-----------------------------------------------------------------
Load-Program-Requirements.
    MOVE ZERO TO Requirement-Row-Count
    MOVE DA-Program-Code TO PR-Program-Code
    MOVE SPACES          TO PR-Group-Code
                            PR-Catalog-ID
    READ Program-Req-File
       INVALID KEY
          SET Program-Not-Found TO TRUE
          MOVE '(program not on file)' TO DA-Program-Title
          MOVE SPACE TO DA-Program-Kind
          MOVE ZERO  TO DA-Program-Credits
       NOT INVALID KEY
          SET Program-Found TO TRUE
          MOVE PR-Description   TO DA-Program-Title
          MOVE PR-Program-Kind  TO DA-Program-Kind
          MOVE PR-Credits       TO DA-Program-Credits
    END-READ
    IF Program-Found
       SET Scan-EOF-Not TO TRUE
       PERFORM Read-Next-Requirement
       PERFORM Keep-Requirement-Row
          UNTIL Scan-EOF
    END-IF
    .

Read-Next-Requirement.
    READ Program-Req-File NEXT RECORD
       AT END  SET Scan-EOF TO TRUE
    END-READ
    IF Scan-EOF-Not
       IF PR-Program-Code NOT = DA-Program-Code
          SET Scan-EOF TO TRUE
       END-IF
    END-IF
    .

Keep-Requirement-Row.
    IF Requirement-Row-Count < Max-Requirement-Rows
       ADD 1 TO Requirement-Row-Count
       MOVE PR-Group-Code  TO RT-Group-Code (Requirement-Row-Count)
       MOVE PR-Catalog-ID  TO RT-Catalog-ID (Requirement-Row-Count)
       MOVE PR-Row-Type    TO RT-Row-Type (Requirement-Row-Count)
       MOVE PR-Description TO RT-Description (Requirement-Row-Count)
       MOVE PR-Credits     TO RT-Credits (Requirement-Row-Count)
    ELSE
       DISPLAY 'Requirement row beyond table ceiling left out: '
               PR-Program-Code ' ' PR-Group-Code ' ' PR-Catalog-ID
    END-IF
    PERFORM Read-Next-Requirement
    .


*>-----------------------------------------------------------------
*> One audit of the gathered student against the loaded program:
*> the required courses claim their courses first, then each
*> elective group in turn, then the program's total credits.
*>-----------------------------------------------------------------
Audit-Against-Program.
    PERFORM Unclaim-Taken-Entry
       VARYING Taken-Index FROM 1 BY 1
       UNTIL Taken-Index > Taken-Entry-Count
    SET Verdict-Satisfied TO TRUE

    PERFORM Write-DA-Heading
    MOVE DAS-Student-ID  TO DAS-Line-ID
    MOVE DAS-Name        TO DAS-Line-Name
    MOVE DAS-Class-Level TO DAS-Line-Level
    MOVE DA-Student-Line TO DA-Line
    PERFORM Put-DA-Line
    MOVE DA-Program-Code  TO DAP-Code
    MOVE DA-Program-Title TO DAP-Title
    EVALUATE TRUE
       WHEN DA-Program-Major  MOVE 'MAJOR' TO DAP-Kind
       WHEN DA-Program-Minor  MOVE 'MINOR' TO DAP-Kind
       WHEN OTHER             MOVE SPACES  TO DAP-Kind
    END-EVALUATE
    MOVE DA-Program-Line TO DA-Line
    PERFORM Put-DA-Line

    IF Program-Not-Found
       SET Verdict-Outstanding TO TRUE
    ELSE
       MOVE SPACES TO DA-Line
       PERFORM Put-DA-Line
       MOVE 'REQUIRED COURSES' TO DAT-Title
       MOVE SPACES TO DAT-Minimum-Label  DAT-Minimum-Tail
       MOVE ZERO   TO DAT-Minimum
       MOVE DA-Section-Line TO DA-Line
       PERFORM Put-DA-Line
       PERFORM Audit-Required-Row
          VARYING Requirement-Index FROM 1 BY 1
          UNTIL Requirement-Index > Requirement-Row-Count

       SET Group-Not-Open TO TRUE
       PERFORM Audit-Elective-Row
          VARYING Requirement-Index FROM 1 BY 1
          UNTIL Requirement-Index > Requirement-Row-Count
       IF Group-Open
          PERFORM Close-Elective-Group
       END-IF

       MOVE SPACES TO DA-Line
       PERFORM Put-DA-Line
       MOVE 'Program credits:'     TO DAC-Label
       MOVE DA-Earned-Credits      TO DAC-Earned
       MOVE DA-In-Progress-Credits TO DAC-In-Progress
       MOVE DA-Program-Credits     TO DAC-Required
       EVALUATE TRUE
          WHEN DA-Earned-Credits >= DA-Program-Credits
             SET Item-Satisfied TO TRUE
          WHEN DA-Earned-Credits + DA-In-Progress-Credits
                  >= DA-Program-Credits
             SET Item-In-Progress TO TRUE
          WHEN OTHER
             SET Item-Outstanding TO TRUE
       END-EVALUATE
       PERFORM Set-Item-Status-Text
       MOVE DAD-Status TO DAC-Status
       MOVE DA-Credit-Line TO DA-Line
       PERFORM Put-DA-Line
    END-IF

    MOVE SPACES TO DA-Line
    PERFORM Put-DA-Line
    EVALUATE TRUE
       WHEN Program-Not-Found
          MOVE 'PROGRAM NOT ON FILE -- NO AUDIT POSSIBLE'
            TO DAV-Text
       WHEN Verdict-Satisfied
          MOVE 'ALL REQUIREMENTS SATISFIED' TO DAV-Text
       WHEN Verdict-In-Progress
          MOVE 'SATISFIED ONCE THE WORK IN PROGRESS IS PASSED'
            TO DAV-Text
       WHEN OTHER
          MOVE 'REQUIREMENTS OUTSTANDING' TO DAV-Text
    END-EVALUATE
    MOVE DA-Verdict-Line TO DA-Line
    PERFORM Put-DA-Line
    .

Unclaim-Taken-Entry.
    SET DT-Unclaimed (Taken-Index) TO TRUE
    .

*>  A required course: satisfied, in progress, or outstanding by
*>  the student's entry for it, if any.
Audit-Required-Row.
    IF RT-Required-Group (Requirement-Index)
          AND RT-Course-Row (Requirement-Index)
       PERFORM Find-Unclaimed-Taken
       PERFORM Set-Found-Item-Verdict
       PERFORM Write-Requirement-Detail
    END-IF
    .

*>-----------------------------------------------------------------
*> An elective group row closes the group before it and opens its
*> own; each of its course rows the student has taken (and no
*> earlier requirement has claimed) counts toward the group's
*> minimum.  Courses of the group not taken are not listed.
*>-----------------------------------------------------------------
Audit-Elective-Row.
    IF NOT RT-Required-Group (Requirement-Index)
       IF RT-Group-Row (Requirement-Index)
          IF Group-Open
             PERFORM Close-Elective-Group
          END-IF
          SET Group-Open TO TRUE
          MOVE RT-Credits (Requirement-Index) TO Group-Minimum
          MOVE ZERO TO Group-Earned  Group-In-Progress
          MOVE SPACES TO DA-Line
          PERFORM Put-DA-Line
          MOVE RT-Description (Requirement-Index) TO DAT-Title
          MOVE ' minimum '  TO DAT-Minimum-Label
          MOVE Group-Minimum TO DAT-Minimum
          MOVE ' credits' TO DAT-Minimum-Tail
          MOVE DA-Section-Line TO DA-Line
          PERFORM Put-DA-Line
       ELSE
          PERFORM Find-Unclaimed-Taken
          IF Taken-Found
             IF DT-Completed (Taken-Index)
                ADD DT-Credits (Taken-Index) TO Group-Earned
                SET Item-Satisfied TO TRUE
             ELSE
                ADD DT-Credits (Taken-Index) TO Group-In-Progress
                SET Item-In-Progress TO TRUE
             END-IF
             PERFORM Write-Requirement-Detail
          END-IF
       END-IF
    END-IF
    .

Close-Elective-Group.
    MOVE 'Group credits:'  TO DAC-Label
    MOVE Group-Earned      TO DAC-Earned
    MOVE Group-In-Progress TO DAC-In-Progress
    MOVE Group-Minimum     TO DAC-Required
    EVALUATE TRUE
       WHEN Group-Earned >= Group-Minimum
          SET Item-Satisfied TO TRUE
       WHEN Group-Earned + Group-In-Progress >= Group-Minimum
          SET Item-In-Progress TO TRUE
       WHEN OTHER
          SET Item-Outstanding TO TRUE
    END-EVALUATE
    PERFORM Set-Item-Status-Text
    MOVE DAD-Status TO DAC-Status
    MOVE DA-Credit-Line TO DA-Line
    PERFORM Put-DA-Line
    SET Group-Not-Open TO TRUE
    .

*>  Leaves Taken-Index on the unclaimed entry for the row's catalog
*>  course, now claimed, when Taken-Found.
Find-Unclaimed-Taken.
    MOVE RT-Catalog-ID (Requirement-Index) TO NT-Catalog-ID
    SET Taken-Not-Found TO TRUE
    PERFORM Match-Taken-Catalog
       VARYING Taken-Index FROM 1 BY 1
       UNTIL Taken-Index > Taken-Entry-Count
          OR Taken-Found
    IF Taken-Found
       SUBTRACT 1 FROM Taken-Index
       IF DT-Claimed (Taken-Index)
          SET Taken-Not-Found TO TRUE
       ELSE
          SET DT-Claimed (Taken-Index) TO TRUE
       END-IF
    END-IF
    .

Set-Found-Item-Verdict.
    EVALUATE TRUE
       WHEN Taken-Not-Found
          SET Item-Outstanding TO TRUE
       WHEN DT-Completed (Taken-Index)
          SET Item-Satisfied TO TRUE
       WHEN OTHER
          SET Item-In-Progress TO TRUE
    END-EVALUATE
    .

*>  Prints the item's status text and lowers the audit's verdict to
*>  match it.
Set-Item-Status-Text.
    EVALUATE TRUE
       WHEN Item-Satisfied
          MOVE 'SATISFIED' TO DAD-Status
       WHEN Item-In-Progress
          MOVE 'IN PROGRESS' TO DAD-Status
          IF Verdict-Satisfied
             SET Verdict-In-Progress TO TRUE
          END-IF
       WHEN OTHER
          MOVE 'OUTSTANDING' TO DAD-Status
          SET Verdict-Outstanding TO TRUE
    END-EVALUATE
    .

Write-Requirement-Detail.
    MOVE RT-Catalog-ID (Requirement-Index)  TO DAD-Catalog-ID
    MOVE RT-Description (Requirement-Index) TO DAD-Title
    PERFORM Set-Item-Status-Text
    IF Item-Outstanding
       MOVE SPACES TO DAD-Course-ID  DAD-Term  DAD-Grade
    ELSE
       MOVE DT-Course-ID (Taken-Index) TO DAD-Course-ID
       MOVE DT-Term (Taken-Index)      TO DAD-Term
       MOVE DT-Grade (Taken-Index)     TO DAD-Grade
    END-IF
    MOVE DA-Detail-Line TO DA-Line
    PERFORM Put-DA-Line
    .


*>-----------------------------------------------------------------
*> Every audit line goes to the report; on a one-student request
*> it is shown on the console as well.
*>-----------------------------------------------------------------
Put-DA-Line.
    IF DA-Lines-On-Page >= DA-Lines-Per-Page
       PERFORM Write-DA-Heading
    END-IF
    WRITE DA-Line
    ADD 1 TO DA-Lines-On-Page
    IF DA-Console-Mode
       DISPLAY DA-Line
    END-IF
    .

*>  Also called at the top of every audit, so each one begins on
*>  its own page.
Write-DA-Heading.
    ADD 1 TO DA-Page-Number
    MOVE DA-Page-Number  TO DAH-Page-No
    MOVE Todays-Run-Date TO DAH-Run-Date
    MOVE Current-Term    TO DAH-Term
    WRITE DA-Line FROM DA-Heading-1
    WRITE DA-Line FROM DA-Heading-2
    MOVE SPACES TO DA-Line
    WRITE DA-Line
    MOVE ZERO TO DA-Lines-On-Page
    .
