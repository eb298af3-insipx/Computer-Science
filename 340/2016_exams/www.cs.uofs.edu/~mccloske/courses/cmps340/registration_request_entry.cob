IDENTIFICATION DIVISION.
PROGRAM-ID.  Registration-Request-Entry.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>             modified Oct. 15, 2026 to require an
*>             Operator-Sign-On session (registrar role, RG)
*>***************************************************************
*> Program Abstract:
*>    The students' ranked registration requests, keyed at the
*>    console from the request forms.  For each student (active on
*>    Students.IDX) the courses wanted are entered in the student's
*>    order of preference; for each course, the first-choice section
*>    and up to three ranked alternate sections, every one of which
*>    must be a current-term section on Courses.IDX, plus the
*>    grading basis the add is wanted on.  Each course becomes one
*>    pending ('P') record appended to Registration-Requests.Dat for
*>    Registration-Request-Process to work.
*>
*>  INPUT:
*>    Students.IDX, Courses.IDX, Course-Term-Control.Dat
*>    (optional), and requests keyed at the console.  A blank
*>    first-choice section ends a student; a blank Student-ID ends
*>    the session.
*>
*>  OUTPUT:
*>    Registration-Requests.Dat appended; session counts
*>    DISPLAYed.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
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

    SELECT Request-File  ASSIGN TO "Registration-Requests.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Term-Control-File  ASSIGN TO "Course-Term-Control.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

DATA DIVISION.

FILE SECTION.

FD  Student-Master-File.
01  Student-Master-Record.
    COPY "student-record.cpy".

FD  Indexed-File
       RECORD CONTAINS 100 TO 2800 CHARACTERS.
01  Course-Record.
    COPY "course-record.cpy".

FD  Request-File.
01  Request-Record.
    COPY "registration-request-record.cpy".

FD  Term-Control-File.
01  Term-Control-Record.
    02 TC-Current-Term  PIC X(5).

WORKING-STORAGE SECTION.

01  Request-Session-Flag  PIC X  VALUE 'N'.
    88 Request-Session-Over  VALUE 'Y'.
    88 Request-Session-On    VALUE 'N'.

01  Course-Entry-Flag  PIC X  VALUE 'N'.
    88 Course-Entry-Over  VALUE 'Y'.
    88 Course-Entry-On    VALUE 'N'.

01  Alternate-Entry-Flag  PIC X  VALUE 'N'.
    88 Alternate-Entry-Over  VALUE 'Y'.
    88 Alternate-Entry-On    VALUE 'N'.

01  Section-Check-Flag  PIC X.
    88 Section-On-File      VALUE 'Y'.
    88 Section-Not-On-File  VALUE 'N'.

01  RE-Entered-Student-ID  PIC X(9).
    88 RE-Student-Blank       VALUE SPACES.
01  RE-Entered-Section     PIC X(9).
01  RE-Entered-Basis       PIC X.

01  RE-Course-Rank     PIC 9(2)  VALUE ZERO.
01  RE-Choice-Index    PIC 9(1)  VALUE ZERO.

01  Default-Term  PIC X(5)  VALUE 'CURR1'.
01  Current-Term  PIC X(5).

01  Request-Statistics.
    02 RE-Stat-Students  PIC 9(5)  VALUE ZERO.
    02 RE-Stat-Requests  PIC 9(5)  VALUE ZERO.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.

01  Operator-Session.
    COPY "operator-session.cpy".

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Program.
    MOVE 'S'    TO OS-Request-Code
    MOVE 'REGISTRATION-REQUEST-ENTRY' TO OS-Program-Name
    MOVE SPACES TO OS-Roles-Allowed
    MOVE 'RG'   TO OS-Role-Allowed (1)
    CALL 'Operator-Sign-On' USING Operator-Session
    IF OS-Refused
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF

    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
    PERFORM Read-Current-Term

    MOVE "STUDENTS.IDX" TO WS-File-ID
    OPEN INPUT Student-Master-File
    PERFORM Check-File-Status
    MOVE "COURSES.IDX" TO WS-File-ID
    OPEN INPUT Indexed-File
    PERFORM Check-File-Status
    MOVE "REGISTRATION-REQUESTS.DAT" TO WS-File-ID
    OPEN EXTEND Request-File
    IF WS-File-Status = "35"
       OPEN OUTPUT Request-File
    END-IF
    PERFORM Check-File-Status

    DISPLAY 'Registration requests for term ' Current-Term
    SET Request-Session-On TO TRUE
    PERFORM Enter-For-Student
       UNTIL Request-Session-Over

    MOVE "STUDENTS.IDX" TO WS-File-ID
    CLOSE Student-Master-File
    PERFORM Check-File-Status
    MOVE "COURSES.IDX" TO WS-File-ID
    CLOSE Indexed-File
    PERFORM Check-File-Status
    MOVE "REGISTRATION-REQUESTS.DAT" TO WS-File-ID
    CLOSE Request-File
    PERFORM Check-File-Status

    DISPLAY 'Students entered: ' RE-Stat-Students
            '   course requests: ' RE-Stat-Requests
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


*>-----------------------------------------------------------------
*> One student: validated against Students.IDX, then that student's
*> courses keyed in order of preference.
*>-----------------------------------------------------------------
Enter-For-Student.
    DISPLAY 'Student-ID (blank to quit): ' WITH NO ADVANCING
    ACCEPT RE-Entered-Student-ID
    IF RE-Student-Blank
       SET Request-Session-Over TO TRUE
    ELSE
       MOVE RE-Entered-Student-ID TO Student-Master-ID
       READ Student-Master-File
          INVALID KEY
             DISPLAY '  Student ' RE-Entered-Student-ID
                     ' is not on file.'
          NOT INVALID KEY
             IF NOT Student-Active
                DISPLAY '  Student ' RE-Entered-Student-ID
                        ' is not active.'
             ELSE
                DISPLAY '  Student: ' Student-Last-Name ' '
                        Student-First-Name ' (' Student-Class-Level
                        ')'
                ADD 1 TO RE-Stat-Students
                MOVE ZERO TO RE-Course-Rank
                SET Course-Entry-On TO TRUE
                PERFORM Enter-One-Course
                   UNTIL Course-Entry-Over
             END-IF
       END-READ
    END-IF
    .

*>-----------------------------------------------------------------
*> One course: the first-choice section, then the alternates in
*> ranked order (a blank ends them), then the grading basis.
*>-----------------------------------------------------------------
Enter-One-Course.
    ADD 1 TO RE-Course-Rank
    DISPLAY '  Course ' RE-Course-Rank
            ' first-choice section (blank = next student): '
            WITH NO ADVANCING
    ACCEPT RE-Entered-Section
    IF RE-Entered-Section = SPACES  OR  RE-Course-Rank = 99
       SET Course-Entry-Over TO TRUE
    ELSE
       PERFORM Check-Section-On-File
       IF Section-Not-On-File
          SUBTRACT 1 FROM RE-Course-Rank
       ELSE
          MOVE SPACES TO Request-Record
          MOVE RE-Entered-Student-ID TO RQ-Student-ID
          MOVE Current-Term          TO RQ-Term
          MOVE RE-Course-Rank        TO RQ-Course-Rank
          MOVE Todays-Run-Date       TO RQ-Date-Submitted
          MOVE RE-Entered-Section    TO RQ-Section-Choice (1)
          MOVE 1 TO RE-Choice-Index
          SET Alternate-Entry-On TO TRUE
          PERFORM Enter-One-Alternate
             UNTIL Alternate-Entry-Over
          PERFORM Enter-Grading-Basis
          SET RQ-Pending TO TRUE
          MOVE ZERO TO RQ-Granted-Choice
                       RQ-Date-Processed
          WRITE Request-Record
          ADD 1 TO RE-Stat-Requests
       END-IF
    END-IF
    .

Enter-One-Alternate.
    IF RE-Choice-Index = 4
       SET Alternate-Entry-Over TO TRUE
    ELSE
       DISPLAY '    Alternate ' RE-Choice-Index
               ' (blank = no more): ' WITH NO ADVANCING
       ACCEPT RE-Entered-Section
       IF RE-Entered-Section = SPACES
          SET Alternate-Entry-Over TO TRUE
       ELSE
          PERFORM Check-Section-On-File
          IF Section-On-File
             ADD 1 TO RE-Choice-Index
             MOVE RE-Entered-Section
               TO RQ-Section-Choice (RE-Choice-Index)
          END-IF
       END-IF
    END-IF
    .

Enter-Grading-Basis.
    MOVE SPACE TO RE-Entered-Basis
    DISPLAY '    Grading basis -- L letter, P pass/fail, A audit '
            '(blank = L): ' WITH NO ADVANCING
    ACCEPT RE-Entered-Basis
    EVALUATE RE-Entered-Basis
       WHEN 'P'
       WHEN 'p'
          MOVE 'P' TO RQ-Grading-Basis
       WHEN 'A'
       WHEN 'a'
          MOVE 'A' TO RQ-Grading-Basis
       WHEN OTHER
          MOVE 'L' TO RQ-Grading-Basis
    END-EVALUATE
    .

Check-Section-On-File.
    MOVE Current-Term       TO Course-Term
    MOVE RE-Entered-Section TO Course-ID
    READ Indexed-File
       INVALID KEY
          SET Section-Not-On-File TO TRUE
          DISPLAY '    ' RE-Entered-Section ' is not a '
                  Current-Term ' section -- not taken.'
       NOT INVALID KEY
          SET Section-On-File TO TRUE
    END-READ
    .
