IDENTIFICATION DIVISION.
PROGRAM-ID.  Advising-Hold-Placement.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>***************************************************************
*> Program Abstract:
*>    Before every registration period the advising office placed
*>    an 'AD' hold on each student through Student-Holds-Maintain,
*>    one transaction at a time.  This is the pre-registration run
*>    that does it wholesale: every active student on Students.IDX
*>    gets an open 'AD' hold on Student-Holds.IDX, placed by
*>    ADVISING on the run date, until the student's advisor signs
*>    the student off through Advising-Sign-Off-Entry.
*>
*>    A student can carry one hold per type (see student-hold-
*>    record.cpy), so an 'AD' hold released in an earlier period is
*>    reopened -- placed again with today's date -- and one still
*>    open is left as it is.  Inactive students are passed over.
*>    Active students with no advisor on Advisor-Assignments.IDX
*>    are listed, since no one can sign them off until Advisors-
*>    Maintain assigns them one.
*>
*>  INPUT:
*>    Students.IDX, Advisor-Assignments.IDX (optional).
*>
*>  OUTPUT:
*>    Student-Holds.IDX created/updated; the unadvised students and
*>    the run counts DISPLAYed as a control total.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Student-Master-File  ASSIGN TO "Students.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS SEQUENTIAL
       RECORD KEY IS Student-Master-ID
       FILE STATUS IS WS-File-Status.

    SELECT Hold-Master-File  ASSIGN TO "Student-Holds.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS SH-Key
       FILE STATUS IS WS-File-Status.

    SELECT Advisor-Assignment-File  ASSIGN TO "Advisor-Assignments.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS AA-Student-ID
       ALTERNATE RECORD KEY IS AA-Advisor-ID WITH DUPLICATES
       FILE STATUS IS AH-Advisor-File-Status.

DATA DIVISION.

FILE SECTION.

FD  Student-Master-File.
01  Student-Master-Record.
    COPY "student-record.cpy".

FD  Hold-Master-File.
01  Hold-Master-Record.
    COPY "student-hold-record.cpy".

FD  Advisor-Assignment-File.
01  Advisor-Assignment-Record.
    COPY "advisor-assignment-record.cpy".

WORKING-STORAGE SECTION.

01  Student-EOF-Flag  PIC X.
    88 Student-EOF      VALUE '1'.
    88 Student-EOF-Not  VALUE '0'.

*> Advisor-Assignments.IDX gets its own status byte pair; without
*> it the holds are still placed, just with no unadvised list.
01  AH-Advisor-File-Status  PIC XX  VALUE "00".

01  Advisor-Check-Flag  PIC X  VALUE 'N'.
    88 Advisor-Check-On   VALUE 'Y'.
    88 Advisor-Check-Off  VALUE 'N'.

01  Advising-Hold-Type    PIC X(2)   VALUE 'AD'.
01  Advising-Office       PIC X(10)  VALUE 'ADVISING'.

01  Placement-Statistics.
    02 AH-Stat-Students-Read  PIC 9(6)  VALUE ZERO.
    02 AH-Stat-Inactive       PIC 9(6)  VALUE ZERO.
    02 AH-Stat-Placed         PIC 9(6)  VALUE ZERO.
    02 AH-Stat-Reopened       PIC 9(6)  VALUE ZERO.
    02 AH-Stat-Already-Open   PIC 9(6)  VALUE ZERO.
    02 AH-Stat-Unadvised      PIC 9(6)  VALUE ZERO.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Paragraph.
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD

    MOVE "STUDENTS.IDX" TO WS-File-ID
    OPEN INPUT Student-Master-File
    PERFORM Check-File-Status
*>  Status 35 on the I-O OPEN means Student-Holds.IDX does not
*>  exist yet; it is created empty and opened again, as
*>  Student-Holds-Maintain does.
    MOVE "STUDENT-HOLDS.IDX" TO WS-File-ID
    OPEN I-O Hold-Master-File
    IF WS-File-Status = "35"
       OPEN OUTPUT Hold-Master-File
       PERFORM Check-File-Status
       CLOSE Hold-Master-File
       PERFORM Check-File-Status
       OPEN I-O Hold-Master-File
    END-IF
    PERFORM Check-File-Status
    OPEN INPUT Advisor-Assignment-File
    IF AH-Advisor-File-Status = "00"
       SET Advisor-Check-On TO TRUE
    ELSE
       SET Advisor-Check-Off TO TRUE
       DISPLAY 'Advisor-Assignments.IDX not available -- students '
               'without an advisor will not be listed'
    END-IF

    SET Student-EOF-Not TO TRUE
    PERFORM Read-Student-Rec
    PERFORM Place-Advising-Hold
       UNTIL Student-EOF

    DISPLAY 'End-of-job advising hold placement statistics:'
    DISPLAY '  Students read:                 ' AH-Stat-Students-Read
    DISPLAY '  Inactive students passed over: ' AH-Stat-Inactive
    DISPLAY '  AD holds placed:               ' AH-Stat-Placed
    DISPLAY '  Released AD holds reopened:    ' AH-Stat-Reopened
    DISPLAY '  AD holds already open:         ' AH-Stat-Already-Open
    IF Advisor-Check-On
       DISPLAY '  Active students unadvised:     '
               AH-Stat-Unadvised
    END-IF

    IF Advisor-Check-On
       CLOSE Advisor-Assignment-File
    END-IF
    MOVE "STUDENTS.IDX" TO WS-File-ID
    CLOSE Student-Master-File
    PERFORM Check-File-Status
    MOVE "STUDENT-HOLDS.IDX" TO WS-File-ID
    CLOSE Hold-Master-File
    PERFORM Check-File-Status
    STOP RUN
    .

COPY "file-status-check.cpy".


Read-Student-Rec.
    READ Student-Master-File NEXT RECORD
       AT END      SET Student-EOF TO TRUE
       NOT AT END  ADD 1 TO AH-Stat-Students-Read
    END-READ
    .

*>-----------------------------------------------------------------
*> One student: a new 'AD' hold written, a released one reopened,
*> an open one left alone.
*>-----------------------------------------------------------------
Place-Advising-Hold.
    IF NOT Student-Active
       ADD 1 TO AH-Stat-Inactive
    ELSE
       MOVE Student-Master-ID  TO SH-Student-ID
       MOVE Advising-Hold-Type TO SH-Hold-Type
       READ Hold-Master-File
          INVALID KEY
             PERFORM Write-New-Advising-Hold
          NOT INVALID KEY
             IF SH-Hold-Open
                ADD 1 TO AH-Stat-Already-Open
             ELSE
                PERFORM Reopen-Advising-Hold
             END-IF
       END-READ
       PERFORM Check-Student-Advised
    END-IF
    PERFORM Read-Student-Rec
    .

Write-New-Advising-Hold.
    MOVE Student-Master-ID  TO SH-Student-ID
    MOVE Advising-Hold-Type TO SH-Hold-Type
    MOVE Advising-Office    TO SH-Placing-Office
    MOVE Todays-Run-Date    TO SH-Date-Placed
    MOVE ZERO               TO SH-Date-Released
    WRITE Hold-Master-Record
       INVALID KEY  DISPLAY 'Program error in Place:  '
                            'Should never happen!'
                    PERFORM Check-File-Status
    END-WRITE
    ADD 1 TO AH-Stat-Placed
    .

Reopen-Advising-Hold.
    MOVE Advising-Office TO SH-Placing-Office
    MOVE Todays-Run-Date TO SH-Date-Placed
    MOVE ZERO            TO SH-Date-Released
    REWRITE Hold-Master-Record
       INVALID KEY  DISPLAY 'Program error in Reopen:  '
                            'Should never happen!'
                    PERFORM Check-File-Status
    END-REWRITE
    ADD 1 TO AH-Stat-Reopened
    .

Check-Student-Advised.
    IF Advisor-Check-On
       MOVE Student-Master-ID TO AA-Student-ID
       READ Advisor-Assignment-File
          INVALID KEY
             ADD 1 TO AH-Stat-Unadvised
             DISPLAY 'No advisor assigned -- AD hold cannot be '
                     'signed off: ' Student-Master-ID ' '
                     Student-Last-Name
       END-READ
    END-IF
    .
