IDENTIFICATION DIVISION.
PROGRAM-ID.  Section-Link-Exceptions.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>***************************************************************
*> Program Abstract:
*>    Lists every student holding only half of a linked pair of
*>    sections (see Section-Links-Maintain): a lecture with none of
*>    its companion labs/recitations, or a companion with none of
*>    its lectures.  Courses-Interact keeps new adds from doing this,
*>    but enrollments that predate a link, transfers, and drops of a
*>    companion alone can still leave a student half-registered, and
*>    the registrar wants them chased before the term starts.
*>
*>    Student-Course.IDX is read in key order, so each student's
*>    enrollments for a term arrive together; the group is checked
*>    against Section-Links.IDX both ways when it ends.  Withdrawn
*>    ('W') enrollments are not holdings and are passed over.
*>
*>  INPUT:
*>    Student-Course.IDX, Section-Links.IDX, Students.IDX (names;
*>    optional).
*>
*>  OUTPUT:
*>    Section-Link-Exceptions.Rpt.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Student-Course-File  ASSIGN TO "Student-Course.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS SEQUENTIAL
       RECORD KEY IS SC-Key
       FILE STATUS IS WS-File-Status.

    SELECT Section-Link-File  ASSIGN TO "Section-Links.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS SL-Key
       ALTERNATE RECORD KEY IS SL-Companion-Key WITH DUPLICATES
       FILE STATUS IS WS-File-Status.

    SELECT Student-Master-File  ASSIGN TO "Students.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS Student-Master-ID
       FILE STATUS IS SLX-Student-File-Status.

    SELECT Link-Exception-Report  ASSIGN TO "Section-Link-Exceptions.Rpt"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

DATA DIVISION.

FILE SECTION.

FD  Student-Course-File.
01  Student-Course-Rec.
    COPY "student-course-record.cpy".

FD  Section-Link-File.
01  Section-Link-Record.
    COPY "section-link-record.cpy".

FD  Student-Master-File.
01  Student-Master-Rec.
    COPY "student-record.cpy".

FD  Link-Exception-Report.
01  SLX-Line  PIC X(80).

WORKING-STORAGE SECTION.

01  End-of-Student-Course-File  PIC X  VALUE 'F'.
    88 EOF-Student-Course              VALUE 'T'.

01  Link-Scan-EOF-Flag  PIC X.
    88 Link-Scan-EOF      VALUE 'Y'.
    88 Link-Scan-EOF-Not  VALUE 'N'.

01  SLX-Names-Flag  PIC X.
    88 SLX-Names-Available      VALUE 'Y'.
    88 SLX-Names-Not-Available  VALUE 'N'.

*> One student's (non-withdrawn) enrollments for one term -- the
*> group being gathered as Student-Course.IDX is read.
01  Group-Student-ID     PIC X(9)  VALUE SPACES.
01  Group-Term           PIC X(5)  VALUE SPACES.
01  Max-Group-Courses    PIC 9(2)  VALUE 40.
01  Group-Course-Count   PIC 9(2)  VALUE ZERO.
01  Group-Course-Table.
    02 GC-Course-ID  PIC X(9)  OCCURS 0 TO 40 TIMES
                               DEPENDING ON Group-Course-Count.
01  Group-Course-Index   PIC 9(2).
01  Group-Search-Index   PIC 9(2).

*> For the group course being checked: how many partners the links
*> give it in the direction being scanned, and whether the student
*> holds any one of them.
01  Partner-Count        PIC 9(3).
01  Partner-Held-Flag    PIC X.
    88 Partner-Held        VALUE 'Y'.
    88 Partner-Not-Held    VALUE 'N'.
01  Partner-Course-ID    PIC X(9).

01  Link-Exception-Totals.
    02 SLX-Enrollments-Read   PIC 9(6)  VALUE ZERO.
    02 SLX-Exceptions         PIC 9(6)  VALUE ZERO.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.

01  SLX-Heading-1.
    02 FILLER  PIC X(36)  VALUE 'LINKED SECTION ENROLLMENT EXCEPTIONS'.

01  SLX-Heading-2.
    02 FILLER         PIC X(10)  VALUE 'Run date: '.
    02 SLXH-Run-Date  PIC 9(8).

01  SLX-Heading-3.
    02 FILLER  PIC X(11)  VALUE 'STUDENT'.
    02 FILLER  PIC X(26)  VALUE 'NAME'.
    02 FILLER  PIC X(7)   VALUE 'TERM'.
    02 FILLER  PIC X(11)  VALUE 'SECTION'.
    02 FILLER  PIC X(9)   VALUE 'PROBLEM'.

01  SLX-Detail-Line.
    02 SLXD-Student-ID  PIC X(9).
    02 FILLER           PIC X(2)   VALUE SPACES.
    02 SLXD-Last-Name   PIC X(14).
    02 FILLER           PIC X(1)   VALUE SPACES.
    02 SLXD-First-Name  PIC X(10).
    02 FILLER           PIC X(1)   VALUE SPACES.
    02 SLXD-Term        PIC X(5).
    02 FILLER           PIC X(2)   VALUE SPACES.
    02 SLXD-Course-ID   PIC X(9).
    02 FILLER           PIC X(2)   VALUE SPACES.
    02 SLXD-Problem     PIC X(25).

01  SLX-Student-File-Status  PIC XX  VALUE "00".

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Program.
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD

    MOVE "SECTION-LINKS.IDX" TO WS-File-ID
    OPEN INPUT Section-Link-File
    IF WS-File-Status = "35"
       DISPLAY 'Section-Links.IDX not found -- no linked sections '
               'to check.'
       STOP RUN
    END-IF
    PERFORM Check-File-Status

    MOVE "SECTION-LINK-EXCEPTIONS.RPT" TO WS-File-ID
    OPEN OUTPUT Link-Exception-Report
    PERFORM Check-File-Status
    WRITE SLX-Line FROM SLX-Heading-1
    MOVE Todays-Run-Date TO SLXH-Run-Date
    WRITE SLX-Line FROM SLX-Heading-2
    MOVE SPACES TO SLX-Line
    WRITE SLX-Line
    WRITE SLX-Line FROM SLX-Heading-3

    OPEN INPUT Student-Master-File
    IF SLX-Student-File-Status = "00"
       SET SLX-Names-Available TO TRUE
    ELSE
       SET SLX-Names-Not-Available TO TRUE
    END-IF

    MOVE "STUDENT-COURSE.IDX" TO WS-File-ID
    OPEN INPUT Student-Course-File
    PERFORM Check-File-Status
    PERFORM Read-Next-Student-Course
    PERFORM Gather-Student-Course
       UNTIL EOF-Student-Course
    PERFORM Check-Group-Links
    MOVE "STUDENT-COURSE.IDX" TO WS-File-ID
    CLOSE Student-Course-File
    PERFORM Check-File-Status

    IF SLX-Names-Available
       CLOSE Student-Master-File
    END-IF
    MOVE "SECTION-LINKS.IDX" TO WS-File-ID
    CLOSE Section-Link-File
    PERFORM Check-File-Status
    MOVE "SECTION-LINK-EXCEPTIONS.RPT" TO WS-File-ID
    CLOSE Link-Exception-Report
    PERFORM Check-File-Status

    DISPLAY 'Section link exceptions: ' SLX-Exceptions ' in '
            SLX-Enrollments-Read ' enrollment(s) read'
    STOP RUN
    .

COPY "file-status-check.cpy".


Read-Next-Student-Course.
    READ Student-Course-File NEXT RECORD
       AT END  SET EOF-Student-Course TO TRUE
    END-READ
    .

*>-----------------------------------------------------------------
*> Adds the enrollment in hand to the current student/term group,
*> first closing out the group it does not belong to.
*>-----------------------------------------------------------------
Gather-Student-Course.
    ADD 1 TO SLX-Enrollments-Read
    IF SC-Student-ID NOT = Group-Student-ID
          OR SC-Term NOT = Group-Term
       PERFORM Check-Group-Links
       MOVE SC-Student-ID TO Group-Student-ID
       MOVE SC-Term       TO Group-Term
       MOVE ZERO          TO Group-Course-Count
    END-IF
    IF SC-Grade NOT = 'W '
       IF Group-Course-Count < Max-Group-Courses
          ADD 1 TO Group-Course-Count
          MOVE SC-Course-ID TO GC-Course-ID (Group-Course-Count)
       END-IF
    END-IF
    PERFORM Read-Next-Student-Course
    .

*>-----------------------------------------------------------------
*> Each course in the finished group is looked up as a lecture (its
*> companions by primary key) and as a companion (its lectures by
*> the alternate key); linked either way with no partner in the
*> group is an exception.
*>-----------------------------------------------------------------
Check-Group-Links.
    PERFORM Check-One-Group-Course
       VARYING Group-Course-Index FROM 1 BY 1
       UNTIL Group-Course-Index > Group-Course-Count
    .

Check-One-Group-Course.
    MOVE ZERO TO Partner-Count
    SET Partner-Not-Held TO TRUE
    MOVE Group-Term                         TO SL-Term
    MOVE GC-Course-ID (Group-Course-Index)  TO SL-Lecture-ID
    MOVE LOW-VALUES                         TO SL-Companion-ID
    SET Link-Scan-EOF-Not TO TRUE
    START Section-Link-File KEY IS NOT LESS THAN SL-Key
       INVALID KEY  SET Link-Scan-EOF TO TRUE
    END-START
    PERFORM Read-Next-Link
    PERFORM Note-Companion-Link
       UNTIL Link-Scan-EOF
    IF Partner-Count > ZERO  AND  Partner-Not-Held
       MOVE 'LECTURE WITHOUT COMPANION' TO SLXD-Problem
       PERFORM Write-Link-Exception
    END-IF

    MOVE ZERO TO Partner-Count
    SET Partner-Not-Held TO TRUE
    MOVE Group-Term                         TO SL-Alt-Term
    MOVE GC-Course-ID (Group-Course-Index)  TO SL-Alt-Companion-ID
    SET Link-Scan-EOF-Not TO TRUE
    START Section-Link-File KEY IS EQUAL TO SL-Companion-Key
       INVALID KEY  SET Link-Scan-EOF TO TRUE
    END-START
    PERFORM Read-Next-Link
    PERFORM Note-Lecture-Link
       UNTIL Link-Scan-EOF
    IF Partner-Count > ZERO  AND  Partner-Not-Held
       MOVE 'COMPANION WITHOUT LECTURE' TO SLXD-Problem
       PERFORM Write-Link-Exception
    END-IF
    .

Read-Next-Link.
    IF NOT Link-Scan-EOF
       READ Section-Link-File NEXT RECORD
          AT END  SET Link-Scan-EOF TO TRUE
       END-READ
    END-IF
    .

Note-Companion-Link.
    IF SL-Term NOT = Group-Term
          OR SL-Lecture-ID NOT = GC-Course-ID (Group-Course-Index)
       SET Link-Scan-EOF TO TRUE
    ELSE
       ADD 1 TO Partner-Count
       MOVE SL-Companion-ID TO Partner-Course-ID
       PERFORM Search-Group-For-Partner
          VARYING Group-Search-Index FROM 1 BY 1
          UNTIL Group-Search-Index > Group-Course-Count
             OR Partner-Held
       PERFORM Read-Next-Link
    END-IF
    .

Note-Lecture-Link.
    IF SL-Alt-Term NOT = Group-Term
          OR SL-Alt-Companion-ID NOT = GC-Course-ID (Group-Course-Index)
       SET Link-Scan-EOF TO TRUE
    ELSE
       ADD 1 TO Partner-Count
       MOVE SL-Lecture-ID TO Partner-Course-ID
       PERFORM Search-Group-For-Partner
          VARYING Group-Search-Index FROM 1 BY 1
          UNTIL Group-Search-Index > Group-Course-Count
             OR Partner-Held
       PERFORM Read-Next-Link
    END-IF
    .

Search-Group-For-Partner.
    IF GC-Course-ID (Group-Search-Index) = Partner-Course-ID
       SET Partner-Held TO TRUE
    END-IF
    .

Write-Link-Exception.
    ADD 1 TO SLX-Exceptions
    MOVE Group-Student-ID                  TO SLXD-Student-ID
    MOVE Group-Term                        TO SLXD-Term
    MOVE GC-Course-ID (Group-Course-Index) TO SLXD-Course-ID
    MOVE SPACES TO SLXD-Last-Name
                   SLXD-First-Name
    IF SLX-Names-Available
       MOVE Group-Student-ID TO Student-Master-ID
       READ Student-Master-File
          INVALID KEY
             MOVE '(not on file)' TO SLXD-Last-Name
          NOT INVALID KEY
             MOVE Student-Last-Name  TO SLXD-Last-Name
             MOVE Student-First-Name TO SLXD-First-Name
       END-READ
    END-IF
    WRITE SLX-Line FROM SLX-Detail-Line
    .
