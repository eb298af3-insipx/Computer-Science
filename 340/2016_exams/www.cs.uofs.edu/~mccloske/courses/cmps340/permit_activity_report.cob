IDENTIFICATION DIVISION.
PROGRAM-ID.  Permit-Activity-Report.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>***************************************************************
*> Program Abstract:
*>    Registration override permits are issued by instructors
*>    (through Permits-Maintain) and consumed by Courses-Interact,
*>    and the deans want to see how freely each department hands
*>    them out and how many are actually used.  This program reads
*>    Registration-Permits.IDX (layout in permit-record.cpy) and,
*>    for the current term (Course-Term-Control.Dat; default
*>    'CURR1'), prints per department -- the leading six characters
*>    of the section's Course-ID, the same view Seat-Availability-
*>    Report and Course-ID-Generator take -- the permits issued,
*>    used, expired unused, revoked, and still outstanding, with a
*>    grand total.  Departments print in prefix order.
*>
*>  INPUT:
*>    Registration-Permits.IDX, Course-Term-Control.Dat (optional).
*>
*>  OUTPUT:
*>    Permit-Activity.Rpt, a headed, paginated listing.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Permit-File  ASSIGN TO "Registration-Permits.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS SEQUENTIAL
       RECORD KEY IS PM-Key
       FILE STATUS IS WS-File-Status.

    SELECT Term-Control-File  ASSIGN TO "Course-Term-Control.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Activity-Report  ASSIGN TO "Permit-Activity.Rpt"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

DATA DIVISION.

FILE SECTION.

FD  Permit-File.
01  Permit-Record.
    COPY "permit-record.cpy".

FD  Term-Control-File.
01  Term-Control-Record.
    02 TC-Current-Term  PIC X(5).

FD  Activity-Report.
01  PA-Line  PIC X(80).

WORKING-STORAGE SECTION.

01  Permit-EOF-Flag  PIC X.
    88 Permit-EOF      VALUE '1'.
    88 Permit-EOF-Not  VALUE '0'.

01  Default-Term  PIC X(5)  VALUE 'CURR1'.
01  Current-Term  PIC X(5)  VALUE SPACES.

*> A Course-ID, viewed as a 6-character department prefix plus a
*> 3-digit section number.
01  PA-Course-ID-View.
    02 PA-View-Dept-Prefix  PIC X(6).
    02 PA-View-Section-No   PIC X(3).

*> One row per department seen, kept in prefix order as rows are
*> added.  A department past the ceiling is counted only in the
*> grand total, and the report says so.
01  Max-Permit-Depts   PIC 9(3)  VALUE 200.
01  Permit-Dept-Count  PIC 9(3)  VALUE ZERO.
01  Permit-Dept-Table.
    02 Permit-Dept-Entry  OCCURS 0 TO 200 TIMES
                          DEPENDING ON Permit-Dept-Count.
       03 PD-Dept-Prefix   PIC X(6).
       03 PD-Issued        PIC 9(5).
       03 PD-Used          PIC 9(5).
       03 PD-Expired       PIC 9(5).
       03 PD-Revoked       PIC 9(5).
       03 PD-Outstanding   PIC 9(5).
01  Dept-Search-Index  PIC 9(3).
01  Dept-Insert-Index  PIC 9(3).
01  Dept-Shift-Index   PIC 9(3).

01  Dept-Found-Flag  PIC X.
    88 Dept-Row-Found      VALUE 'Y'.
    88 Dept-Row-Not-Found  VALUE 'N'.

01  Dept-Table-Overflow-Flag  PIC X  VALUE 'N'.
    88 Dept-Table-Overflowed  VALUE 'Y'.

*> Which column the permit in hand counts in.
01  Permit-Disposition  PIC X.
    88 Disposition-Used         VALUE 'U'.
    88 Disposition-Expired      VALUE 'X'.
    88 Disposition-Revoked      VALUE 'R'.
    88 Disposition-Outstanding  VALUE 'O'.

01  Grand-Totals.
    02 PG-Issued       PIC 9(6)  VALUE ZERO.
    02 PG-Used         PIC 9(6)  VALUE ZERO.
    02 PG-Expired      PIC 9(6)  VALUE ZERO.
    02 PG-Revoked      PIC 9(6)  VALUE ZERO.
    02 PG-Outstanding  PIC 9(6)  VALUE ZERO.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.

01  PA-Lines-Per-Page  PIC 9(3)  VALUE 55.
01  PA-Lines-On-Page   PIC 9(3)  VALUE ZERO.
01  PA-Page-Number     PIC 9(3)  VALUE ZERO.

01  PA-Heading-1.
    02 FILLER        PIC X(31)  VALUE 'OVERRIDE PERMIT ACTIVITY REPORT'.
    02 FILLER        PIC X(39)  VALUE SPACES.
    02 FILLER        PIC X(5)   VALUE 'PAGE '.
    02 PAH-Page-No   PIC ZZ9.

01  PA-Heading-2.
    02 FILLER        PIC X(6)   VALUE 'Term: '.
    02 PAH-Term      PIC X(5).
    02 FILLER        PIC X(4)   VALUE SPACES.
    02 FILLER        PIC X(10)  VALUE 'Run date: '.
    02 PAH-Run-Date  PIC 9(8).

01  PA-Heading-3.
    02 FILLER  PIC X(10)  VALUE 'Department'.
    02 FILLER  PIC X(4)   VALUE SPACES.
    02 FILLER  PIC X(6)   VALUE 'Issued'.
    02 FILLER  PIC X(4)   VALUE SPACES.
    02 FILLER  PIC X(4)   VALUE 'Used'.
    02 FILLER  PIC X(4)   VALUE SPACES.
    02 FILLER  PIC X(7)   VALUE 'Expired'.
    02 FILLER  PIC X(4)   VALUE SPACES.
    02 FILLER  PIC X(7)   VALUE 'Revoked'.
    02 FILLER  PIC X(4)   VALUE SPACES.
    02 FILLER  PIC X(11)  VALUE 'Outstanding'.

01  PA-Detail-Line.
    02 PAL-Dept-Prefix  PIC X(6).
    02 FILLER           PIC X(8)   VALUE SPACES.
    02 PAL-Issued       PIC ZZZZZ9.
    02 FILLER           PIC X(2)   VALUE SPACES.
    02 PAL-Used         PIC ZZZZZ9.
    02 FILLER           PIC X(5)   VALUE SPACES.
    02 PAL-Expired      PIC ZZZZZ9.
    02 FILLER           PIC X(5)   VALUE SPACES.
    02 PAL-Revoked      PIC ZZZZZ9.
    02 FILLER           PIC X(9)   VALUE SPACES.
    02 PAL-Outstanding  PIC ZZZZZ9.

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Program.
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
    PERFORM Read-Current-Term

    MOVE "REGISTRATION-PERMITS.IDX" TO WS-File-ID
    OPEN INPUT Permit-File
    PERFORM Check-File-Status
    MOVE "PERMIT-ACTIVITY.RPT" TO WS-File-ID
    OPEN OUTPUT Activity-Report
    PERFORM Check-File-Status

    SET Permit-EOF-Not TO TRUE
    PERFORM Read-Permit-Rec
    PERFORM Tally-Permit
       UNTIL Permit-EOF

    PERFORM Write-PA-Heading
    IF Dept-Table-Overflowed
       DISPLAY '*** More departments hold permits than this '
               'report''s table -- the ones past the ceiling are '
               'in the grand total only.'
       MOVE '*** DEPARTMENTS EXCEED TABLE -- SOME COUNTED IN THE '
         TO PA-Line
       WRITE PA-Line
       MOVE '*** GRAND TOTAL ONLY ***' TO PA-Line
       WRITE PA-Line
       MOVE SPACES TO PA-Line
       WRITE PA-Line
       ADD 3 TO PA-Lines-On-Page
    END-IF
    PERFORM Write-Dept-Line
       VARYING Dept-Search-Index FROM 1 BY 1
       UNTIL Dept-Search-Index > Permit-Dept-Count
    PERFORM Write-Grand-Total

    MOVE "REGISTRATION-PERMITS.IDX" TO WS-File-ID
    CLOSE Permit-File
    PERFORM Check-File-Status
    MOVE "PERMIT-ACTIVITY.RPT" TO WS-File-ID
    CLOSE Activity-Report
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

Read-Permit-Rec.
    READ Permit-File NEXT RECORD
       AT END  SET Permit-EOF TO TRUE
    END-READ
    .


*>-----------------------------------------------------------------
*> Counts one permit of the current term as issued, and in exactly
*> one of used / expired unused / revoked / outstanding.  An active
*> permit past its expiry date is expired; Courses-Interact will not
*> honor it.
*>-----------------------------------------------------------------
Tally-Permit.
    IF PM-Term = Current-Term
       EVALUATE TRUE
          WHEN PM-Used     SET Disposition-Used TO TRUE
          WHEN PM-Revoked  SET Disposition-Revoked TO TRUE
          WHEN PM-Expiry-Date < Todays-Run-Date
                           SET Disposition-Expired TO TRUE
          WHEN OTHER       SET Disposition-Outstanding TO TRUE
       END-EVALUATE
       PERFORM Count-In-Grand-Total
       MOVE PM-Course-ID TO PA-Course-ID-View
       PERFORM Find-Dept-Row
       IF Dept-Row-Found
          PERFORM Count-In-Dept-Row
       END-IF
    END-IF
    PERFORM Read-Permit-Rec
    .

Count-In-Grand-Total.
    ADD 1 TO PG-Issued
    EVALUATE TRUE
       WHEN Disposition-Used     ADD 1 TO PG-Used
       WHEN Disposition-Expired  ADD 1 TO PG-Expired
       WHEN Disposition-Revoked  ADD 1 TO PG-Revoked
       WHEN OTHER                ADD 1 TO PG-Outstanding
    END-EVALUATE
    .

Count-In-Dept-Row.
    ADD 1 TO PD-Issued (Dept-Search-Index)
    EVALUATE TRUE
       WHEN Disposition-Used
          ADD 1 TO PD-Used (Dept-Search-Index)
       WHEN Disposition-Expired
          ADD 1 TO PD-Expired (Dept-Search-Index)
       WHEN Disposition-Revoked
          ADD 1 TO PD-Revoked (Dept-Search-Index)
       WHEN OTHER
          ADD 1 TO PD-Outstanding (Dept-Search-Index)
    END-EVALUATE
    .

*>-----------------------------------------------------------------
*> Leaves Dept-Search-Index on the row for PA-View-Dept-Prefix,
*> inserting a zeroed row in prefix order when the department is
*> new (the rows after it shift down one).
*>-----------------------------------------------------------------
Find-Dept-Row.
    SET Dept-Row-Not-Found TO TRUE
    MOVE ZERO TO Dept-Insert-Index
    PERFORM Compare-Dept-Row
       VARYING Dept-Search-Index FROM 1 BY 1
       UNTIL Dept-Search-Index > Permit-Dept-Count
          OR Dept-Row-Found  OR  Dept-Insert-Index > ZERO
    IF Dept-Row-Found
       SUBTRACT 1 FROM Dept-Search-Index
    ELSE
       IF Permit-Dept-Count < Max-Permit-Depts
          IF Dept-Insert-Index = ZERO
             COMPUTE Dept-Insert-Index = Permit-Dept-Count + 1
          END-IF
          ADD 1 TO Permit-Dept-Count
          PERFORM Shift-Dept-Row-Down
             VARYING Dept-Shift-Index FROM Permit-Dept-Count BY -1
             UNTIL Dept-Shift-Index <= Dept-Insert-Index
          MOVE PA-View-Dept-Prefix TO PD-Dept-Prefix (Dept-Insert-Index)
          MOVE ZERO TO PD-Issued (Dept-Insert-Index)
                       PD-Used (Dept-Insert-Index)
                       PD-Expired (Dept-Insert-Index)
                       PD-Revoked (Dept-Insert-Index)
                       PD-Outstanding (Dept-Insert-Index)
          MOVE Dept-Insert-Index TO Dept-Search-Index
          SET Dept-Row-Found TO TRUE
       ELSE
          SET Dept-Table-Overflowed TO TRUE
       END-IF
    END-IF
    .

*>  VARYING bumps the index once more after the match, so the row
*>  found is the one before it.
Compare-Dept-Row.
    IF PD-Dept-Prefix (Dept-Search-Index) = PA-View-Dept-Prefix
       SET Dept-Row-Found TO TRUE
    ELSE
       IF PD-Dept-Prefix (Dept-Search-Index) > PA-View-Dept-Prefix
          MOVE Dept-Search-Index TO Dept-Insert-Index
       END-IF
    END-IF
    .

Shift-Dept-Row-Down.
    MOVE Permit-Dept-Entry (Dept-Shift-Index - 1)
      TO Permit-Dept-Entry (Dept-Shift-Index)
    .


Write-Dept-Line.
    IF PA-Lines-On-Page >= PA-Lines-Per-Page
       PERFORM Write-PA-Heading
    END-IF
    MOVE PD-Dept-Prefix (Dept-Search-Index)  TO PAL-Dept-Prefix
    MOVE PD-Issued (Dept-Search-Index)       TO PAL-Issued
    MOVE PD-Used (Dept-Search-Index)         TO PAL-Used
    MOVE PD-Expired (Dept-Search-Index)      TO PAL-Expired
    MOVE PD-Revoked (Dept-Search-Index)      TO PAL-Revoked
    MOVE PD-Outstanding (Dept-Search-Index)  TO PAL-Outstanding
    WRITE PA-Line FROM PA-Detail-Line
    ADD 1 TO PA-Lines-On-Page
    .

Write-Grand-Total.
    IF PA-Lines-On-Page >= PA-Lines-Per-Page
       PERFORM Write-PA-Heading
    END-IF
    MOVE SPACES TO PA-Line
    WRITE PA-Line
    MOVE 'ALL   '       TO PAL-Dept-Prefix
    MOVE PG-Issued      TO PAL-Issued
    MOVE PG-Used        TO PAL-Used
    MOVE PG-Expired     TO PAL-Expired
    MOVE PG-Revoked     TO PAL-Revoked
    MOVE PG-Outstanding TO PAL-Outstanding
    WRITE PA-Line FROM PA-Detail-Line
    ADD 2 TO PA-Lines-On-Page
    .

Write-PA-Heading.
    ADD 1 TO PA-Page-Number
    MOVE PA-Page-Number  TO PAH-Page-No
    MOVE Current-Term    TO PAH-Term
    MOVE Todays-Run-Date TO PAH-Run-Date
    WRITE PA-Line FROM PA-Heading-1
    WRITE PA-Line FROM PA-Heading-2
    WRITE PA-Line FROM PA-Heading-3
    MOVE SPACES TO PA-Line
    WRITE PA-Line
    MOVE ZERO TO PA-Lines-On-Page
    .
