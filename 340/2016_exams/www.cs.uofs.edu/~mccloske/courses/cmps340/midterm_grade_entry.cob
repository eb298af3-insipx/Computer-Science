IDENTIFICATION DIVISION.
PROGRAM-ID.  Midterm-Grade-Entry.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>             modified Oct. 15, 2026 to require an
*>             Operator-Sign-On session (grades role, GR)
*>***************************************************************
*> Program Abstract:
*>    Mid-term deficiency warnings went out as e-mails and paper
*>    slips, and nobody could tell which students had several.  This
*>    is Grade-Entry's roster-driven session for the mid-term:
*>    prompt for a Course-ID, pull the section's enrolled students
*>    from its Class-List and Course-Roster-Overflow.IDX (names from
*>    Students.IDX when that master is on hand), and prompt for each
*>    student's mid-term grade in roster order -- a blank grade skips
*>    the student.
*>
*>    Unlike Grade-Entry, nothing goes to the nightly stream: each
*>    grade is written straight to Midterm-Grades.IDX (replacing one
*>    keyed earlier for the same student and section), and never to
*>    SC-Grade, so the grade of record and the GPA are untouched.
*>    Only the letter grades 'A ' through 'F ' are taken.
*>    Early-Alert-Notices reads the file back.
*>
*>    The session honors the Course-Run-Lock.Dat convention, as
*>    Grade-Entry does, since it reads the rosters.
*>
*>  INPUT:
*>    Courses.IDX, Course-Roster-Overflow.IDX, Students.IDX
*>    (optional), Course-Term-Control.Dat, and grades keyed at the
*>    console.  A blank Course-ID ends the session.
*>
*>  OUTPUT:
*>    Midterm-Grades.IDX created/updated; session counts DISPLAYed.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Indexed-File  ASSIGN TO "Courses.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS Course-Key
       FILE STATUS IS WS-File-Status.

    SELECT Course-Roster-Overflow-File  ASSIGN TO "Course-Roster-Overflow.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS Overflow-Key
       FILE STATUS IS ME-Overflow-File-Status.

    SELECT Student-Master-File  ASSIGN TO "Students.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS Student-Master-ID
       FILE STATUS IS ME-Student-File-Status.

    SELECT Midterm-Grade-File  ASSIGN TO "Midterm-Grades.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS MG-Key
       FILE STATUS IS WS-File-Status.

    SELECT Term-Control-File  ASSIGN TO "Course-Term-Control.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS TC-File-Status.

    SELECT Run-Lock-File  ASSIGN TO "Course-Run-Lock.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS LK-File-Status.

DATA DIVISION.

FILE SECTION.

FD  Indexed-File
       RECORD CONTAINS 100 TO 2800 CHARACTERS.
01  Course-Record.
    COPY "course-record.cpy".

FD  Course-Roster-Overflow-File.
01  Overflow-Roster-Record.
    COPY "course-roster-overflow-record.cpy".

*> The student master, used to show each student's name beside the
*> grade prompt.  FILE STATUS is declared so a site without
*> Students.IDX still enters grades, just without names.
FD  Student-Master-File.
01  Student-Master-Record.
    COPY "student-record.cpy".

FD  Midterm-Grade-File.
01  Midterm-Grade-Record.
    COPY "midterm-grade-record.cpy".

FD  Term-Control-File.
01  Term-Control-Record.
    02 TC-Current-Term  PIC X(5).

FD  Run-Lock-File.
01  Run-Lock-Record.
    COPY "run-lock-record.cpy".

WORKING-STORAGE SECTION.

01  LK-File-Status  PIC XX  VALUE "00".
01  TC-File-Status  PIC XX  VALUE "00".

01  ME-Overflow-File-Status  PIC XX  VALUE "00".
01  ME-Student-File-Status   PIC XX  VALUE "00".

01  Entry-Session-Flag  PIC X  VALUE 'F'.
    88 Entry-Session-Over  VALUE 'T'.

01  Default-Term  PIC X(5)  VALUE 'CURR1'.
01  Current-Term  PIC X(5)  VALUE SPACES.

01  ME-Names-Available-Flag  PIC X  VALUE 'N'.
    88 ME-Names-Available       VALUE 'Y'.
    88 ME-Names-Not-Available   VALUE 'N'.

01  ME-Overflow-Available-Flag  PIC X  VALUE 'N'.
    88 ME-Overflow-Available       VALUE 'Y'.
    88 ME-Overflow-Not-Available   VALUE 'N'.

01  ME-Entered-Course-ID  PIC X(9).

01  ME-Roster-Index  PIC 9(3)  VALUE ZERO.

01  Overflow-Scan-EOF-Flag  PIC X.
    88 Overflow-Scan-EOF      VALUE 'Y'.
    88 Overflow-Scan-EOF-Not  VALUE 'N'.

*> The section's full roster (Class-List then overflow), collected
*> before any prompting so the overflow scan is over before the
*> operator starts typing.
01  Max-Roster-Students    PIC 9(3)  VALUE 500.
01  Roster-Student-Count   PIC 9(3)  VALUE ZERO.
01  Roster-Student-Table.
    02 Roster-Student-ID  PIC X(9)  OCCURS 0 TO 500 TIMES
                          DEPENDING ON Roster-Student-Count.
01  Roster-Table-Index  PIC 9(3).

*> The mid-term scale: the letter grades only -- there is no
*> mid-term 'I', 'W', pass/fail, or audit mark.
01  ME-Grade-Check  PIC X(2).
    88 ME-Grade-Legal  VALUES 'A ' 'A-' 'B+' 'B ' 'B-'
                              'C+' 'C ' 'C-' 'D+' 'D ' 'F '.

01  Entry-Answer  PIC X(30).

01  Midterm-Entry-Statistics.
    02 ME-Stat-Grades-Added     PIC 9(5)  VALUE ZERO.
    02 ME-Stat-Grades-Replaced  PIC 9(5)  VALUE ZERO.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.

01  Operator-Session.
    COPY "operator-session.cpy".

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Program.
    MOVE 'S'    TO OS-Request-Code
    MOVE 'MIDTERM-GRADE-ENTRY' TO OS-Program-Name
    MOVE SPACES TO OS-Roles-Allowed
    MOVE 'GR'   TO OS-Role-Allowed (1)
    CALL 'Operator-Sign-On' USING Operator-Session
    IF OS-Refused
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF

    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
    PERFORM Check-Run-Lock
    PERFORM Read-Current-Term

    MOVE "COURSES.IDX" TO WS-File-ID
    OPEN INPUT Indexed-File
    PERFORM Check-File-Status
    OPEN INPUT Course-Roster-Overflow-File
    IF ME-Overflow-File-Status = "00"
       SET ME-Overflow-Available TO TRUE
    ELSE
       SET ME-Overflow-Not-Available TO TRUE
    END-IF
    OPEN INPUT Student-Master-File
    IF ME-Student-File-Status = "00"
       SET ME-Names-Available TO TRUE
    ELSE
       SET ME-Names-Not-Available TO TRUE
       DISPLAY 'Students.IDX not available (status '
               ME-Student-File-Status
               ') -- grades prompted without student names'
    END-IF
*>  Status 35 on the I-O OPEN means Midterm-Grades.IDX does not
*>  exist yet (the term's first session); it is created empty and
*>  opened again.
    MOVE "MIDTERM-GRADES.IDX" TO WS-File-ID
    OPEN I-O Midterm-Grade-File
    IF WS-File-Status = "35"
       OPEN OUTPUT Midterm-Grade-File
       PERFORM Check-File-Status
       CLOSE Midterm-Grade-File
       PERFORM Check-File-Status
       OPEN I-O Midterm-Grade-File
    END-IF
    PERFORM Check-File-Status

    DISPLAY 'Roster-driven mid-term grade entry.  Mid-term grades '
            'are kept apart from the grades of record.'

    PERFORM Enter-One-Section
       UNTIL Entry-Session-Over

    MOVE "COURSES.IDX" TO WS-File-ID
    CLOSE Indexed-File
    PERFORM Check-File-Status
    IF ME-Overflow-Available
       CLOSE Course-Roster-Overflow-File
    END-IF
    IF ME-Names-Available
       CLOSE Student-Master-File
    END-IF
    MOVE "MIDTERM-GRADES.IDX" TO WS-File-ID
    CLOSE Midterm-Grade-File
    PERFORM Check-File-Status

    DISPLAY 'Mid-term grades added: ' ME-Stat-Grades-Added
            '   replaced: ' ME-Stat-Grades-Replaced
    STOP RUN
    .

COPY "file-status-check.cpy".

*>-----------------------------------------------------------------
*> The run-lock convention (see run-lock-record.cpy): while the
*> batch update holds Course-Run-Lock.Dat, a roster read here would
*> answer from a half-applied batch, so the session refuses to open.
*>-----------------------------------------------------------------
Check-Run-Lock.
    OPEN INPUT Run-Lock-File
    IF LK-File-Status = "00"
       READ Run-Lock-File
          AT END  CONTINUE
       END-READ
       CLOSE Run-Lock-File
       IF LK-Held
          DISPLAY 'The batch update is in progress ('
                  LK-Holder-Program ', taken ' LK-Lock-Date ' '
                  LK-Lock-Time ') -- try again after it finishes, '
                  'or clear a stale lock with Course-Lock-Clear.'
          STOP RUN
       END-IF
    END-IF
    .

Read-Current-Term.
    MOVE Default-Term TO Current-Term
    OPEN INPUT Term-Control-File
    IF TC-File-Status = "00"
       READ Term-Control-File
          AT END      CONTINUE
          NOT AT END  IF TC-Current-Term NOT = SPACES
                         MOVE TC-Current-Term TO Current-Term
                      END-IF
       END-READ
       CLOSE Term-Control-File
    END-IF
    DISPLAY 'Entering mid-term grades for term: ' Current-Term
    .


Enter-One-Section.
    DISPLAY 'Enter a Course-ID (blank to finish): '
       WITH NO ADVANCING
    ACCEPT ME-Entered-Course-ID
    IF ME-Entered-Course-ID = SPACES
       SET Entry-Session-Over TO TRUE
    ELSE
       PERFORM Enter-Grades-For-Section
    END-IF
    .

Enter-Grades-For-Section.
    MOVE Current-Term         TO Course-Term
    MOVE ME-Entered-Course-ID TO Course-ID
    READ Indexed-File
       INVALID KEY
          DISPLAY 'No such course: ' ME-Entered-Course-ID
       NOT INVALID KEY
          PERFORM Collect-Section-Roster
          DISPLAY 'Course ' Course-ID ' -- ' Course-Title
          DISPLAY Roster-Student-Count ' enrolled student(s).  '
                  'Blank grade skips a student.'
          PERFORM Prompt-One-Roster-Grade
             VARYING Roster-Table-Index FROM 1 BY 1
             UNTIL Roster-Table-Index > Roster-Student-Count
    END-READ
    .

Collect-Section-Roster.
    MOVE ZERO TO Roster-Student-Count
    PERFORM Collect-Class-List-Student
       VARYING ME-Roster-Index FROM 1 BY 1
       UNTIL ME-Roster-Index > Number-Of-Students
    IF Course-Has-Overflow  AND  ME-Overflow-Available
       PERFORM Collect-Overflow-Students
    END-IF
    .

Collect-Class-List-Student.
    IF Roster-Student-Count < Max-Roster-Students
       ADD 1 TO Roster-Student-Count
       MOVE Student-ID (ME-Roster-Index)
         TO Roster-Student-ID (Roster-Student-Count)
    END-IF
    .

*>-----------------------------------------------------------------
*> The same Overflow-Key prefix scan the rest of the suite uses,
*> appending the over-300 students after the in-record roster so
*> the prompting runs in roster order.
*>-----------------------------------------------------------------
Collect-Overflow-Students.
    MOVE Course-Term TO Overflow-Term
    MOVE Course-ID   TO Overflow-Course-ID
    MOVE ZERO        TO Overflow-Seq-No
    SET Overflow-Scan-EOF-Not TO TRUE
    START Course-Roster-Overflow-File
          KEY IS NOT LESS THAN Overflow-Key
       INVALID KEY  SET Overflow-Scan-EOF TO TRUE
    END-START
    IF NOT Overflow-Scan-EOF
       PERFORM Read-Next-Overflow-Rec
    END-IF
    PERFORM Collect-Overflow-Student
       UNTIL Overflow-Scan-EOF
    .

Read-Next-Overflow-Rec.
    READ Course-Roster-Overflow-File NEXT RECORD
       AT END  SET Overflow-Scan-EOF TO TRUE
    END-READ
    IF NOT Overflow-Scan-EOF
       IF Overflow-Course-ID NOT = ME-Entered-Course-ID
             OR Overflow-Term NOT = Current-Term
          SET Overflow-Scan-EOF TO TRUE
       END-IF
    END-IF
    .

Collect-Overflow-Student.
    IF Roster-Student-Count < Max-Roster-Students
       ADD 1 TO Roster-Student-Count
       MOVE Overflow-Student-ID
         TO Roster-Student-ID (Roster-Student-Count)
    END-IF
    PERFORM Read-Next-Overflow-Rec
    .

Prompt-One-Roster-Grade.
    IF ME-Names-Available
       MOVE Roster-Student-ID (Roster-Table-Index)
         TO Student-Master-ID
       READ Student-Master-File
          INVALID KEY
             DISPLAY '  ' Roster-Student-ID (Roster-Table-Index)
                     '  (not on student master)'
          NOT INVALID KEY
             DISPLAY '  ' Roster-Student-ID (Roster-Table-Index)
                     '  ' Student-Last-Name ' ' Student-First-Name
       END-READ
    ELSE
       DISPLAY '  ' Roster-Student-ID (Roster-Table-Index)
    END-IF
*>  Primed with a non-blank, illegal answer so the prompt is always
*>  shown at least once.
    MOVE 'N' TO Entry-Answer
                ME-Grade-Check
    PERFORM Accept-Midterm-Grade
       UNTIL ME-Grade-Legal  OR  Entry-Answer = SPACES
    IF Entry-Answer NOT = SPACES
       PERFORM Store-Midterm-Grade
    END-IF
    .

Accept-Midterm-Grade.
    DISPLAY '  Mid-term grade (blank = skip): ' WITH NO ADVANCING
    ACCEPT Entry-Answer
    MOVE Entry-Answer (1:2) TO ME-Grade-Check
    IF Entry-Answer NOT = SPACES  AND  NOT ME-Grade-Legal
       DISPLAY '  Mid-term grades are A through F -- re-enter.'
    END-IF
    .

*>-----------------------------------------------------------------
*> A grade already on file for the student in this section is
*> replaced; otherwise a new record is written.
*>-----------------------------------------------------------------
Store-Midterm-Grade.
    MOVE Roster-Student-ID (Roster-Table-Index) TO MG-Student-ID
    MOVE Current-Term                           TO MG-Term
    MOVE ME-Entered-Course-ID                   TO MG-Course-ID
    READ Midterm-Grade-File
       INVALID KEY
          MOVE ME-Grade-Check  TO MG-Grade
          MOVE Todays-Run-Date TO MG-Date-Entered
          WRITE Midterm-Grade-Record
             INVALID KEY  DISPLAY 'Program error in Store:  '
                                  'Should never happen!'
                          PERFORM Check-File-Status
          END-WRITE
          ADD 1 TO ME-Stat-Grades-Added
       NOT INVALID KEY
          MOVE ME-Grade-Check  TO MG-Grade
          MOVE Todays-Run-Date TO MG-Date-Entered
          REWRITE Midterm-Grade-Record
             INVALID KEY  DISPLAY 'Program error in Replace:  '
                                  'Should never happen!'
                          PERFORM Check-File-Status
          END-REWRITE
          ADD 1 TO ME-Stat-Grades-Replaced
    END-READ
    .
