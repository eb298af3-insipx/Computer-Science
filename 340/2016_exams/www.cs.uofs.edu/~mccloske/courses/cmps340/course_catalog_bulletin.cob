IDENTIFICATION DIVISION.
PROGRAM-ID.  Course-Catalog-Bulletin.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>***************************************************************
*> Program Abstract:
*>    The printed catalog bulletin, straight from Course-Catalog.IDX
*>    (maintained by Course-Catalog-Maintain): every active catalog
*>    course, grouped by owning department (then catalog ID), with
*>    its official title and credit hours, a course count per
*>    department, and an overall count at the end.  Retired courses
*>    are left out of the bulletin and only counted.  Department
*>    descriptions come from Dept-Class.IDX when that master is on
*>    hand, as on Department-Roster-Report.
*>
*>  INPUT:
*>    Course-Catalog.IDX, Dept-Class.IDX (optional).
*>
*>  OUTPUT:
*>    Course-Catalog-Bulletin.Rpt, headed and paginated; run counts
*>    DISPLAYed.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Catalog-Master-File  ASSIGN TO "Course-Catalog.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS SEQUENTIAL
       RECORD KEY IS CA-Catalog-ID
       FILE STATUS IS WS-File-Status.

    SELECT Dept-Class-File  ASSIGN TO "Dept-Class.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS DC-Key
       FILE STATUS IS CB-Dept-File-Status.

    SELECT Bulletin-Report  ASSIGN TO "Course-Catalog-Bulletin.Rpt"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

DATA DIVISION.

FILE SECTION.

FD  Catalog-Master-File.
01  Catalog-Master-Record.
    COPY "catalog-record.cpy".

FD  Dept-Class-File.
01  Dept-Class-Record.
    COPY "dept-class-record.cpy".

FD  Bulletin-Report.
01  CB-Line  PIC X(80).

WORKING-STORAGE SECTION.

01  Catalog-EOF-Flag  PIC X.
    88 Catalog-EOF      VALUE '1'.
    88 Catalog-EOF-Not  VALUE '0'.

01  CB-Dept-File-Status  PIC XX  VALUE "00".

01  Dept-Master-Available-Flag  PIC X  VALUE 'N'.
    88 Dept-Master-Available  VALUE 'Y'.

*> The active catalog courses, held whole and sorted by department /
*> catalog ID so each department prints together -- the same
*> insertion-sort shape Department-Roster-Report uses.  A catalog
*> past the ceiling refuses the run rather than printing part of a
*> bulletin.
01  Max-Bulletin-Courses   PIC 9(4)  VALUE 5000.
01  Bulletin-Course-Count  PIC 9(4)  VALUE ZERO.
01  Bulletin-Course-Table.
    02 Bulletin-Course  OCCURS 0 TO 5000 TIMES
                        DEPENDING ON Bulletin-Course-Count.
       03 BC-Dept-Code    PIC X(6).
       03 BC-Catalog-ID   PIC X(6).
       03 BC-Title        PIC X(30).
       03 BC-Credits      PIC 9(2).
01  Bulletin-Index  PIC 9(4).

01  Bulletin-Overflow-Flag  PIC X  VALUE 'N'.
    88 Bulletin-Table-Overflowed  VALUE 'Y'.

01  Sort-Hold-Entry.
    02 SH-Dept-Code    PIC X(6).
    02 SH-Catalog-ID   PIC X(6).
    02 SH-Title        PIC X(30).
    02 SH-Credits      PIC 9(2).
01  Sort-Outer-Index  PIC 9(4).
01  Sort-Inner-Index  PIC 9(4).
01  Sort-Slot-Index   PIC 9(4).

01  Current-Print-Dept  PIC X(6)  VALUE LOW-VALUES.

01  Bulletin-Totals.
    02 CB-Dept-Courses     PIC 9(4)  VALUE ZERO.
    02 CB-Total-Courses    PIC 9(5)  VALUE ZERO.
    02 CB-Retired-Courses  PIC 9(5)  VALUE ZERO.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.

01  CB-Lines-Per-Page  PIC 9(3)  VALUE 55.
01  CB-Lines-On-Page   PIC 9(3)  VALUE ZERO.
01  CB-Page-Number     PIC 9(3)  VALUE ZERO.

01  CB-Heading-1.
    02 FILLER        PIC X(23)  VALUE 'COURSE CATALOG BULLETIN'.
    02 FILLER        PIC X(39)  VALUE SPACES.
    02 FILLER        PIC X(5)   VALUE 'PAGE '.
    02 CBH-Page-No   PIC ZZ9.

01  CB-Heading-2.
    02 FILLER        PIC X(10)  VALUE 'Run date: '.
    02 CBH-Run-Date  PIC 9(8).

01  CB-Dept-Line.
    02 FILLER            PIC X(11)  VALUE 'DEPARTMENT '.
    02 CBD-Dept          PIC X(6).
    02 FILLER            PIC X(2)   VALUE SPACES.
    02 CBD-Description   PIC X(30).

01  CB-Detail-Line.
    02 FILLER        PIC X(2)   VALUE SPACES.
    02 CBL-Catalog   PIC X(6).
    02 FILLER        PIC X(2)   VALUE SPACES.
    02 CBL-Title     PIC X(30).
    02 FILLER        PIC X(2)   VALUE SPACES.
    02 CBL-Credits   PIC Z9.
    02 FILLER        PIC X(8)   VALUE ' credits'.

01  CB-Count-Line.
    02 FILLER        PIC X(2)   VALUE SPACES.
    02 CBC-Label     PIC X(24).
    02 CBC-Count     PIC ZZZZ9.
    02 FILLER        PIC X(10)  VALUE ' course(s)'.

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Program.
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
    PERFORM Load-Bulletin-Table
    IF Bulletin-Table-Overflowed
       DISPLAY 'The course catalog has outgrown the '
               Max-Bulletin-Courses '-entry table -- bulletin '
               'abandoned.'
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF

    PERFORM Sort-Bulletin-Table

    OPEN INPUT Dept-Class-File
    IF CB-Dept-File-Status = "00"
       SET Dept-Master-Available TO TRUE
    END-IF

    MOVE "COURSE-CATALOG-BULLETIN.RPT" TO WS-File-ID
    OPEN OUTPUT Bulletin-Report
    PERFORM Check-File-Status
    PERFORM Write-CB-Heading

    MOVE LOW-VALUES TO Current-Print-Dept
    PERFORM Print-One-Catalog-Course
       VARYING Bulletin-Index FROM 1 BY 1
       UNTIL Bulletin-Index > Bulletin-Course-Count
    IF Bulletin-Course-Count > ZERO
       PERFORM Write-Department-Count
    END-IF

    MOVE SPACES TO CB-Line
    PERFORM Write-CB-Line
    MOVE 'CATALOG TOTAL:          ' TO CBC-Label
    MOVE CB-Total-Courses TO CBC-Count
    MOVE CB-Count-Line TO CB-Line
    PERFORM Write-CB-Line

    MOVE "COURSE-CATALOG-BULLETIN.RPT" TO WS-File-ID
    CLOSE Bulletin-Report
    PERFORM Check-File-Status
    IF Dept-Master-Available
       CLOSE Dept-Class-File
    END-IF

    DISPLAY 'Catalog bulletin complete: ' CB-Total-Courses
            ' active course(s) listed, ' CB-Retired-Courses
            ' retired course(s) omitted'
    STOP RUN
    .

COPY "file-status-check.cpy".


Load-Bulletin-Table.
    MOVE "COURSE-CATALOG.IDX" TO WS-File-ID
    OPEN INPUT Catalog-Master-File
    PERFORM Check-File-Status
    SET Catalog-EOF-Not TO TRUE
    PERFORM Read-Catalog-Rec
    PERFORM Store-Catalog-Entry
       UNTIL Catalog-EOF
    MOVE "COURSE-CATALOG.IDX" TO WS-File-ID
    CLOSE Catalog-Master-File
    PERFORM Check-File-Status
    .

Read-Catalog-Rec.
    READ Catalog-Master-File NEXT RECORD
       AT END  SET Catalog-EOF TO TRUE
    END-READ
    .

Store-Catalog-Entry.
    IF CA-Retired
       ADD 1 TO CB-Retired-Courses
    ELSE
       IF Bulletin-Course-Count < Max-Bulletin-Courses
          ADD 1 TO Bulletin-Course-Count
          IF CA-Dept-Code = SPACES
             MOVE '(NONE)' TO BC-Dept-Code (Bulletin-Course-Count)
          ELSE
             MOVE CA-Dept-Code
               TO BC-Dept-Code (Bulletin-Course-Count)
          END-IF
          MOVE CA-Catalog-ID
            TO BC-Catalog-ID (Bulletin-Course-Count)
          MOVE CA-Course-Title TO BC-Title (Bulletin-Course-Count)
          MOVE CA-Credit-Hours TO BC-Credits (Bulletin-Course-Count)
       ELSE
          SET Bulletin-Table-Overflowed TO TRUE
       END-IF
    END-IF
    PERFORM Read-Catalog-Rec
    .


*>-----------------------------------------------------------------
*> The same insertion sort Department-Roster-Report uses, over the
*> department / catalog-ID prefix of each entry (the key fields lead
*> the entry, so the group comparison does the whole job).
*>-----------------------------------------------------------------
Sort-Bulletin-Table.
    PERFORM Insert-One-Bulletin-Entry
       VARYING Sort-Outer-Index FROM 2 BY 1
       UNTIL Sort-Outer-Index > Bulletin-Course-Count
    .

Insert-One-Bulletin-Entry.
    MOVE Bulletin-Course (Sort-Outer-Index) TO Sort-Hold-Entry
    MOVE Sort-Outer-Index TO Sort-Slot-Index
    PERFORM Shift-Greater-Entries
       VARYING Sort-Inner-Index FROM Sort-Outer-Index BY -1
       UNTIL Sort-Inner-Index < 2
          OR Sort-Slot-Index NOT = Sort-Inner-Index
    MOVE Sort-Hold-Entry TO Bulletin-Course (Sort-Slot-Index)
    .

Shift-Greater-Entries.
    IF Bulletin-Course (Sort-Inner-Index - 1) > Sort-Hold-Entry
       MOVE Bulletin-Course (Sort-Inner-Index - 1)
         TO Bulletin-Course (Sort-Inner-Index)
       COMPUTE Sort-Slot-Index = Sort-Inner-Index - 1
    END-IF
    .


Print-One-Catalog-Course.
    IF BC-Dept-Code (Bulletin-Index) NOT = Current-Print-Dept
       IF Current-Print-Dept NOT = LOW-VALUES
          PERFORM Write-Department-Count
       END-IF
       MOVE BC-Dept-Code (Bulletin-Index) TO Current-Print-Dept
       MOVE ZERO TO CB-Dept-Courses
       PERFORM Write-Department-Heading
    END-IF
    ADD 1 TO CB-Dept-Courses  CB-Total-Courses
    MOVE BC-Catalog-ID (Bulletin-Index) TO CBL-Catalog
    MOVE BC-Title (Bulletin-Index)      TO CBL-Title
    MOVE BC-Credits (Bulletin-Index)    TO CBL-Credits
    MOVE CB-Detail-Line TO CB-Line
    PERFORM Write-CB-Line
    .

Write-Department-Heading.
    MOVE SPACES TO CB-Line
    PERFORM Write-CB-Line
    MOVE Current-Print-Dept TO CBD-Dept
    MOVE SPACES TO CBD-Description
    IF Dept-Master-Available
          AND Current-Print-Dept NOT = '(NONE)'
*>     The department's description, off any of its class rows --
*>     the first one the START finds will do.
       MOVE Current-Print-Dept (1:4) TO DC-Dept-Code
       MOVE LOW-VALUES               TO DC-Job-Class
       START Dept-Class-File KEY IS NOT LESS THAN DC-Key
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             READ Dept-Class-File NEXT RECORD
                AT END
                   CONTINUE
                NOT AT END
                   IF DC-Dept-Code = Current-Print-Dept (1:4)
                      MOVE DC-Description TO CBD-Description
                   END-IF
             END-READ
       END-START
    END-IF
    MOVE CB-Dept-Line TO CB-Line
    PERFORM Write-CB-Line
    .

Write-Department-Count.
    MOVE 'DEPARTMENT COURSES:     ' TO CBC-Label
    MOVE CB-Dept-Courses TO CBC-Count
    MOVE CB-Count-Line TO CB-Line
    PERFORM Write-CB-Line
    .


Write-CB-Line.
    IF CB-Lines-On-Page >= CB-Lines-Per-Page
       PERFORM Write-CB-Heading
    END-IF
    WRITE CB-Line
    ADD 1 TO CB-Lines-On-Page
    .

Write-CB-Heading.
    ADD 1 TO CB-Page-Number
    MOVE CB-Page-Number  TO CBH-Page-No
    MOVE Todays-Run-Date TO CBH-Run-Date
    WRITE CB-Line FROM CB-Heading-1
    WRITE CB-Line FROM CB-Heading-2
    MOVE SPACES TO CB-Line
    WRITE CB-Line
    MOVE ZERO TO CB-Lines-On-Page
    .
