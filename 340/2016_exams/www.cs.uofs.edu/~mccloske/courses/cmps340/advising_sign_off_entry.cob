IDENTIFICATION DIVISION.
PROGRAM-ID.  Advising-Sign-Off-Entry.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>             modified Oct. 15, 2026 to require an
*>             Operator-Sign-On session (registrar role, RG)
*>***************************************************************
*> Program Abstract:
*>    The advisor's registration sign-off, keyed at the console.
*>    The advisor enters an Instructor-ID (an active instructor on
*>    Instructors.IDX), then the Student-IDs of the advisees met
*>    with.  For each student assigned to that advisor on
*>    Advisor-Assignments.IDX whose 'AD' hold on Student-Holds.IDX
*>    is open -- Advising-Hold-Placement puts one on every active
*>    student before registration -- the hold is released with
*>    today's date, and the sign-off term (Course-Term-Control.Dat;
*>    default 'CURR1') and date are stamped on the assignment
*>    record.  A student not assigned to the advisor, or with no
*>    open 'AD' hold, is refused with the reason DISPLAYed and
*>    nothing changed.
*>
*>    The masters are updated directly as each student is keyed,
*>    as Course-Parameters-Maintain does, so a signed-off student
*>    may register at once.
*>
*>  INPUT:
*>    Instructors.IDX, Students.IDX, Course-Term-Control.Dat
*>    (optional), and IDs keyed at the console.  A blank Student-ID
*>    returns to the advisor prompt; a blank Instructor-ID ends the
*>    session.
*>
*>  OUTPUT:
*>    Student-Holds.IDX and Advisor-Assignments.IDX updated; session
*>    counts DISPLAYed.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
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

    SELECT Advisor-Assignment-File  ASSIGN TO "Advisor-Assignments.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS AA-Student-ID
       ALTERNATE RECORD KEY IS AA-Advisor-ID WITH DUPLICATES
       FILE STATUS IS WS-File-Status.

    SELECT Hold-Master-File  ASSIGN TO "Student-Holds.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS SH-Key
       FILE STATUS IS WS-File-Status.

    SELECT Term-Control-File  ASSIGN TO "Course-Term-Control.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

DATA DIVISION.

FILE SECTION.

FD  Instructor-Master-File.
01  Instructor-Master-Record.
    COPY "instructor-record.cpy".

FD  Student-Master-File.
01  Student-Master-Record.
    COPY "student-record.cpy".

FD  Advisor-Assignment-File.
01  Advisor-Assignment-Record.
    COPY "advisor-assignment-record.cpy".

FD  Hold-Master-File.
01  Hold-Master-Record.
    COPY "student-hold-record.cpy".

FD  Term-Control-File.
01  Term-Control-Record.
    02 TC-Current-Term  PIC X(5).

WORKING-STORAGE SECTION.

01  Sign-Off-Session-Flag  PIC X  VALUE 'N'.
    88 Sign-Off-Session-Over  VALUE 'Y'.
    88 Sign-Off-Session-On    VALUE 'N'.

01  Advisee-Entry-Flag  PIC X  VALUE 'N'.
    88 Advisee-Entry-Over  VALUE 'Y'.
    88 Advisee-Entry-On    VALUE 'N'.

01  Sign-Off-Check-Flag  PIC X.
    88 Sign-Off-Allowed  VALUE 'Y'.
    88 Sign-Off-Refused  VALUE 'N'.

01  SO-Entered-Advisor-ID  PIC X(6).
    88 SO-Advisor-Blank       VALUE SPACES.
01  SO-Entered-Student-ID  PIC X(9).
    88 SO-Student-Blank       VALUE SPACES.

01  SO-Advisor-Name.
    02 SO-Advisor-Last-Name   PIC X(14).
    02 SO-Advisor-First-Name  PIC X(10).

01  Advising-Hold-Type  PIC X(2)  VALUE 'AD'.

01  Default-Term  PIC X(5)  VALUE 'CURR1'.
01  Current-Term  PIC X(5).

01  Sign-Off-Statistics.
    02 SO-Stat-Signed-Off  PIC 9(5)  VALUE ZERO.
    02 SO-Stat-Refused     PIC 9(5)  VALUE ZERO.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.

01  Operator-Session.
    COPY "operator-session.cpy".

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Program.
    MOVE 'S'    TO OS-Request-Code
    MOVE 'ADVISING-SIGN-OFF-ENTRY' TO OS-Program-Name
    MOVE SPACES TO OS-Roles-Allowed
    MOVE 'RG'   TO OS-Role-Allowed (1)
    CALL 'Operator-Sign-On' USING Operator-Session
    IF OS-Refused
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF

    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
    PERFORM Read-Current-Term

    MOVE "INSTRUCTORS.IDX" TO WS-File-ID
    OPEN INPUT Instructor-Master-File
    PERFORM Check-File-Status
    MOVE "STUDENTS.IDX" TO WS-File-ID
    OPEN INPUT Student-Master-File
    PERFORM Check-File-Status
    MOVE "ADVISOR-ASSIGNMENTS.IDX" TO WS-File-ID
    OPEN I-O Advisor-Assignment-File
    PERFORM Check-File-Status
    MOVE "STUDENT-HOLDS.IDX" TO WS-File-ID
    OPEN I-O Hold-Master-File
    PERFORM Check-File-Status

    DISPLAY 'Advising sign-off for term ' Current-Term
    SET Sign-Off-Session-On TO TRUE
    PERFORM Sign-Off-For-Advisor
       UNTIL Sign-Off-Session-Over

    MOVE "INSTRUCTORS.IDX" TO WS-File-ID
    CLOSE Instructor-Master-File
    PERFORM Check-File-Status
    MOVE "STUDENTS.IDX" TO WS-File-ID
    CLOSE Student-Master-File
    PERFORM Check-File-Status
    MOVE "ADVISOR-ASSIGNMENTS.IDX" TO WS-File-ID
    CLOSE Advisor-Assignment-File
    PERFORM Check-File-Status
    MOVE "STUDENT-HOLDS.IDX" TO WS-File-ID
    CLOSE Hold-Master-File
    PERFORM Check-File-Status

    DISPLAY 'Students signed off: ' SO-Stat-Signed-Off
            '   refused: ' SO-Stat-Refused
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
*> One advisor: validated against Instructors.IDX, then that
*> advisor's students keyed one after another.
*>-----------------------------------------------------------------
Sign-Off-For-Advisor.
    DISPLAY 'Advisor Instructor-ID (blank to quit): '
            WITH NO ADVANCING
    ACCEPT SO-Entered-Advisor-ID
    IF SO-Advisor-Blank
       SET Sign-Off-Session-Over TO TRUE
    ELSE
       MOVE SO-Entered-Advisor-ID TO Instructor-Master-ID
       READ Instructor-Master-File
          INVALID KEY
             DISPLAY '  Instructor ' SO-Entered-Advisor-ID
                     ' is not on file.'
          NOT INVALID KEY
             IF NOT Instructor-Active
                DISPLAY '  Instructor ' SO-Entered-Advisor-ID
                        ' is not active.'
             ELSE
                MOVE Instructor-Name TO SO-Advisor-Name
                DISPLAY '  Advisor: ' SO-Advisor-Last-Name ' '
                        SO-Advisor-First-Name
                SET Advisee-Entry-On TO TRUE
                PERFORM Sign-Off-One-Student
                   UNTIL Advisee-Entry-Over
             END-IF
       END-READ
    END-IF
    .

Sign-Off-One-Student.
    DISPLAY '  Student-ID (blank = next advisor): '
            WITH NO ADVANCING
    ACCEPT SO-Entered-Student-ID
    IF SO-Student-Blank
       SET Advisee-Entry-Over TO TRUE
    ELSE
       PERFORM Check-And-Release-Hold
    END-IF
    .

*>-----------------------------------------------------------------
*> The student must be this advisor's advisee and carry an open
*> 'AD' hold; only then are the hold and the assignment updated.
*>-----------------------------------------------------------------
Check-And-Release-Hold.
    SET Sign-Off-Allowed TO TRUE
    PERFORM Check-Advisee-Assignment
    IF Sign-Off-Allowed
       PERFORM Check-Advising-Hold
    END-IF
    IF Sign-Off-Allowed
       PERFORM Release-Advising-Hold
    ELSE
       ADD 1 TO SO-Stat-Refused
    END-IF
    .

Check-Advisee-Assignment.
    MOVE SO-Entered-Student-ID TO AA-Student-ID
    READ Advisor-Assignment-File
       INVALID KEY
          SET Sign-Off-Refused TO TRUE
          DISPLAY '    Refused -- ' SO-Entered-Student-ID
                  ' has no advisor assigned.'
       NOT INVALID KEY
          IF AA-Advisor-ID NOT = SO-Entered-Advisor-ID
             SET Sign-Off-Refused TO TRUE
             DISPLAY '    Refused -- ' SO-Entered-Student-ID
                     ' is advised by ' AA-Advisor-ID '.'
          END-IF
    END-READ
    .

Check-Advising-Hold.
    MOVE SO-Entered-Student-ID TO SH-Student-ID
    MOVE Advising-Hold-Type    TO SH-Hold-Type
    READ Hold-Master-File
       INVALID KEY
          SET Sign-Off-Refused TO TRUE
          DISPLAY '    Refused -- ' SO-Entered-Student-ID
                  ' has no AD hold on file.'
       NOT INVALID KEY
          IF NOT SH-Hold-Open
             SET Sign-Off-Refused TO TRUE
             DISPLAY '    Refused -- ' SO-Entered-Student-ID
                     ' AD hold already released ' SH-Date-Released
          END-IF
    END-READ
    .

Release-Advising-Hold.
    MOVE Todays-Run-Date TO SH-Date-Released
    REWRITE Hold-Master-Record
       INVALID KEY  DISPLAY 'Program error in Release:  '
                            'Should never happen!'
                    PERFORM Check-File-Status
    END-REWRITE
    MOVE Current-Term    TO AA-Sign-Off-Term
    MOVE Todays-Run-Date TO AA-Sign-Off-Date
    REWRITE Advisor-Assignment-Record
       INVALID KEY  DISPLAY 'Program error in Sign-Off:  '
                            'Should never happen!'
                    PERFORM Check-File-Status
    END-REWRITE
    ADD 1 TO SO-Stat-Signed-Off

    MOVE SO-Entered-Student-ID TO Student-Master-ID
    READ Student-Master-File
       INVALID KEY
          MOVE SPACES TO Student-Name
    END-READ
    DISPLAY '    Signed off: ' SO-Entered-Student-ID ' '
            Student-Last-Name ' ' Student-First-Name
            ' -- AD hold released.'
    .
