IDENTIFICATION DIVISION.
PROGRAM-ID.  Section-Demand-Projection.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>***************************************************************
*> Program Abstract:
*>    The planning report the chairs take into the scheduling
*>    meeting.  For each catalog course (the six-character catalog
*>    portion of a Course-ID) it projects next term's demand and
*>    sets it against what is already built for that term:
*>
*>      - the prior-year base:  the average enrollment of the course
*>        in the same term of prior years, off the section images
*>        Term-Rollover archived to Course-Term-History.Dat.  Term
*>        codes carry no season or year a program could take apart,
*>        so the operator keys the planning term and then the
*>        comparable prior terms (up to four) at the console;
*>      - this term's peak:  the most students the course held on
*>        any night of the current term, off the nightly snapshots
*>        in Course-Enrollment-History.Dat.  A course with no
*>        prior-year history is projected from this instead;
*>      - this term's unserved waitlist:  the current-term entries
*>        still parked in Course-Waitlist.Dat.
*>
*>    Projected demand is the base plus the unserved waitlist.  It
*>    is compared with the sections and seats already built for the
*>    planning term in Courses.IDX, and sections to add (or to
*>    cancel) are recommended at the built sections' average size
*>    -- Standard-Section-Capacity when nothing is built yet.  A
*>    surplus only recommends cancelling whole sections' worth of
*>    empty seats, and never the last section of a course that
*>    still has demand.  Titles and owning departments come from
*>    Course-Catalog.IDX when the course is on it; retired courses
*>    are left off and counted.  The report is sorted by department
*>    prefix, each department on its own page with a subtotal, so a
*>    chair can be handed just their own pages.
*>
*>  INPUT:
*>    Console:  planning term; comparable prior terms.
*>    Course-Term-History.Dat, Course-Enrollment-History.Dat,
*>    Course-Waitlist.Dat, Courses.IDX, Course-Term-Control.Dat,
*>    Course-Catalog.IDX (optional).
*>
*>  OUTPUT:
*>    Section-Demand-Projection.Rpt; run counts DISPLAYed.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Indexed-File  ASSIGN TO "Courses.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS Course-Key
       FILE STATUS IS WS-File-Status.

    SELECT Term-History-File  ASSIGN TO "Course-Term-History.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Enrollment-History-File
       ASSIGN TO "Course-Enrollment-History.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Waitlist-File  ASSIGN TO "Course-Waitlist.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Catalog-Master-File  ASSIGN TO "Course-Catalog.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS CA-Catalog-ID
       FILE STATUS IS DP-Catalog-File-Status.

    SELECT Term-Control-File  ASSIGN TO "Course-Term-Control.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Projection-Report
       ASSIGN TO "Section-Demand-Projection.Rpt"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

DATA DIVISION.

FILE SECTION.

FD  Indexed-File
       RECORD CONTAINS 100 TO 2800 CHARACTERS.
01  Course-Record.
    COPY "course-record.cpy".

*> Same record layouts Term-Rollover writes; only the archived
*> section images ('C') are of interest here.
FD  Term-History-File
       RECORD CONTAINS 34 TO 2809 CHARACTERS
       DATA RECORDS ARE Term-History-Rec, Term-History-Grade-Rec.
01  Term-History-Rec.
    02 TH-Record-Type   PIC X.
       88 TH-Course-Image-Rec  VALUE 'C'.
    02 TH-Archive-Date  PIC 9(8).
    02 TH-Course-Image  PIC X(2800).
01  Term-History-Grade-Rec.
    02 THG-Record-Type   PIC X.
    02 THG-Archive-Date  PIC 9(8).
    02 THG-Student-ID    PIC X(9).
    02 THG-Term          PIC X(5).
    02 THG-Course-ID     PIC X(9).
    02 THG-Grade         PIC X(2).

*> Same record layout Enrollment-Snapshot writes.
FD  Enrollment-History-File.
01  Enrollment-History-Rec.
    02 ES-Run-Date   PIC 9(8).
    02 ES-Term       PIC X(5).
    02 ES-Course-ID  PIC X(9).
    02 ES-Enrolled   PIC 9(4).
    02 ES-Capacity   PIC 9(4).

FD  Waitlist-File.
01  Waitlist-Record.
    COPY "waitlist-record.cpy".

FD  Catalog-Master-File.
01  Catalog-Master-Record.
    COPY "catalog-record.cpy".

FD  Term-Control-File.
01  Term-Control-Record.
    02 TC-Current-Term  PIC X(5).

FD  Projection-Report.
01  DP-Line  PIC X(100).

WORKING-STORAGE SECTION.

01  Courses-EOF-Flag  PIC X.
    88 Courses-EOF      VALUE '1'.
    88 Courses-EOF-Not  VALUE '0'.

01  History-EOF-Flag  PIC X.
    88 History-EOF      VALUE '1'.
    88 History-EOF-Not  VALUE '0'.

01  Snapshot-EOF-Flag  PIC X.
    88 Snapshot-EOF      VALUE '1'.
    88 Snapshot-EOF-Not  VALUE '0'.

01  Waitlist-EOF-Flag  PIC X.
    88 Waitlist-EOF      VALUE '1'.
    88 Waitlist-EOF-Not  VALUE '0'.

01  DP-Catalog-File-Status  PIC XX  VALUE "00".

01  Catalog-Master-Available-Flag  PIC X  VALUE 'N'.
    88 Catalog-Master-Available  VALUE 'Y'.

01  Default-Term  PIC X(5)  VALUE 'CURR1'.
01  Current-Term  PIC X(5).
01  Planning-Term PIC X(5).

*> The comparable prior terms -- the planning term's season in
*> earlier years -- as keyed by the operator.
01  Max-Comparison-Terms   PIC 9  VALUE 4.
01  Comparison-Term-Count  PIC 9  VALUE ZERO.
01  Comparison-Term-Table.
    02 Comparison-Term  PIC X(5)  OCCURS 4 TIMES.
01  Comparison-Index  PIC 9.
01  Keyed-Term        PIC X(5).

01  Keying-Done-Flag  PIC X.
    88 Keying-Done      VALUE 'Y'.
    88 Keying-Not-Done  VALUE 'N'.

*> The leading fields of an archived section image -- the same
*> positions course-record.cpy gives them -- as far as the
*> enrollment count.
01  History-Course-View.
    02 HV-Term            PIC X(5).
    02 HV-Course-ID       PIC X(9).
    02 FILLER             PIC X(4).
    02 HV-Capacity        PIC 9(4).
    02 HV-Last-Changed    PIC 9(8).
    02 HV-Title           PIC X(30).
    02 HV-Credit-Hours    PIC 9(2).
    02 HV-Meeting-Days    PIC X(7).
    02 HV-Meeting-Time    PIC X(9).
    02 HV-Room            PIC X(8).
    02 HV-Instructor-ID   PIC X(6).
    02 HV-Enrolled        PIC 9(4).

*> One entry per catalog course met anywhere in the inputs, held
*> whole and sorted by department / catalog ID for printing -- the
*> same insertion-sort shape Course-Catalog-Bulletin uses.  A table
*> past the ceiling refuses the run rather than planning from part
*> of the catalog.
01  Max-Demand-Courses   PIC 9(4)  VALUE 3000.
01  Demand-Course-Count  PIC 9(4)  VALUE ZERO.
01  Demand-Course-Table.
    02 Demand-Course  OCCURS 0 TO 3000 TIMES
                      DEPENDING ON Demand-Course-Count.
       03 DC-Dept-Code      PIC X(6).
       03 DC-Catalog-ID     PIC X(6).
       03 DC-Title          PIC X(30).
       03 DC-Retired-Flag   PIC X.
          88 DC-Retired        VALUE 'Y'.
       03 DC-Prior-Term-Data  OCCURS 4 TIMES.
          04 DC-Prior-Enrolled  PIC 9(5).
          04 DC-Prior-Offered   PIC X.
             88 DC-Offered-Then    VALUE 'Y'.
       03 DC-Day-Total      PIC 9(5).
       03 DC-Term-Peak      PIC 9(5).
       03 DC-Waitlisted     PIC 9(4).
       03 DC-Sections       PIC 9(3).
       03 DC-Seats          PIC 9(5).
01  Demand-Index  PIC 9(4).
01  Found-Index   PIC 9(4).

01  Demand-Overflow-Flag  PIC X  VALUE 'N'.
    88 Demand-Table-Overflowed  VALUE 'Y'.

01  Demand-Found-Flag  PIC X.
    88 Demand-Found      VALUE 'Y'.
    88 Demand-Not-Found  VALUE 'N'.

01  Sort-Hold-Entry.
    02 SH-Dept-Code      PIC X(6).
    02 SH-Catalog-ID     PIC X(6).
    02 FILLER            PIC X(77).
01  Sort-Outer-Index  PIC 9(4).
01  Sort-Inner-Index  PIC 9(4).
01  Sort-Slot-Index   PIC 9(4).

*> The catalog course being looked up or added, and its department.
01  Lookup-Catalog-ID  PIC X(6).
01  Lookup-Course-ID   PIC X(9).

*> The snapshot night being totalled, so each course's day total can
*> be folded into its peak as the run date turns over.
01  Snapshot-Day  PIC 9(8)  VALUE ZERO.

*> The projection for the course being printed.
01  Standard-Section-Capacity  PIC 9(4)  VALUE 30.
01  Terms-Offered        PIC 9     VALUE ZERO.
01  Prior-Enrolled-Sum   PIC 9(6)  VALUE ZERO.
01  Demand-Base          PIC 9(5)  VALUE ZERO.
01  Projected-Demand     PIC 9(5)  VALUE ZERO.
01  Section-Size         PIC 9(4)  VALUE ZERO.
01  Seat-Difference      PIC 9(5)  VALUE ZERO.
01  Sections-To-Change   PIC 9(3)  VALUE ZERO.
01  Demand-Basis         PIC X(7).

01  Current-Print-Dept  PIC X(6)  VALUE LOW-VALUES.

01  Dept-Totals.
    02 DT-Projected      PIC 9(6)  VALUE ZERO.
    02 DT-Seats          PIC 9(6)  VALUE ZERO.
    02 DT-Sections-Add   PIC 9(4)  VALUE ZERO.
    02 DT-Sections-Cut   PIC 9(4)  VALUE ZERO.

01  Run-Totals.
    02 DP-Courses-Listed   PIC 9(5)  VALUE ZERO.
    02 DP-Courses-Retired  PIC 9(5)  VALUE ZERO.
    02 DP-Sections-Add     PIC 9(5)  VALUE ZERO.
    02 DP-Sections-Cut     PIC 9(5)  VALUE ZERO.
    02 DP-History-Images   PIC 9(7)  VALUE ZERO.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.

01  DP-Lines-Per-Page  PIC 9(3)  VALUE 55.
01  DP-Lines-On-Page   PIC 9(3)  VALUE ZERO.
01  DP-Page-Number     PIC 9(3)  VALUE ZERO.

01  DP-Heading-1.
    02 FILLER        PIC X(33)  VALUE
                        'SECTION DEMAND PROJECTION -- TERM'.
    02 FILLER        PIC X(1)   VALUE SPACES.
    02 DPH-Plan-Term PIC X(5).
    02 FILLER        PIC X(49)  VALUE SPACES.
    02 FILLER        PIC X(5)   VALUE 'PAGE '.
    02 DPH-Page-No   PIC ZZ9.

01  DP-Heading-2.
    02 FILLER          PIC X(10)  VALUE 'Run date: '.
    02 DPH-Run-Date     PIC 9(8).
    02 FILLER          PIC X(16)  VALUE '  Current term: '.
    02 DPH-Current-Term PIC X(5).
    02 FILLER          PIC X(18)  VALUE '  Compared terms: '.
    02 DPH-Compare-Terms PIC X(24)  VALUE SPACES.

01  DP-Heading-3.
    02 FILLER  PIC X(34)  VALUE 'COURSE  TITLE'.
    02 FILLER  PIC X(30)  VALUE 'BASIS   PRIOR  PEAK WAIT  PROJ'.
    02 FILLER  PIC X(27)  VALUE ' SECT SEATS  RECOMMENDATION'.

01  DP-Dept-Line.
    02 FILLER            PIC X(11)  VALUE 'DEPARTMENT '.
    02 DPD-Dept          PIC X(6).

01  DP-Detail-Line.
    02 DPL-Catalog    PIC X(6).
    02 FILLER         PIC X(2)   VALUE SPACES.
    02 DPL-Title      PIC X(25).
    02 FILLER         PIC X(1)   VALUE SPACES.
    02 DPL-Basis      PIC X(7).
    02 FILLER         PIC X(1)   VALUE SPACES.
    02 DPL-Prior      PIC ZZZZ9.
    02 FILLER         PIC X(1)   VALUE SPACES.
    02 DPL-Peak       PIC ZZZZ9.
    02 FILLER         PIC X(1)   VALUE SPACES.
    02 DPL-Waitlist   PIC ZZZ9.
    02 FILLER         PIC X(1)   VALUE SPACES.
    02 DPL-Projected  PIC ZZZZ9.
    02 FILLER         PIC X(1)   VALUE SPACES.
    02 DPL-Sections   PIC ZZZ9.
    02 FILLER         PIC X(1)   VALUE SPACES.
    02 DPL-Seats      PIC ZZZZ9.
    02 FILLER         PIC X(2)   VALUE SPACES.
    02 DPL-Recommend  PIC X(22).

01  DP-Dept-Total-Line.
    02 FILLER         PIC X(20)  VALUE '  DEPARTMENT TOTAL: '.
    02 FILLER         PIC X(10)  VALUE 'projected '.
    02 DPT-Projected  PIC ZZZZZ9.
    02 FILLER         PIC X(8)   VALUE '  seats '.
    02 DPT-Seats      PIC ZZZZZ9.
    02 FILLER         PIC X(7)   VALUE '  add '.
    02 DPT-Add        PIC ZZZ9.
    02 FILLER         PIC X(10)  VALUE '  cancel '.
    02 DPT-Cut        PIC ZZZ9.
    02 FILLER         PIC X(12)  VALUE ' section(s)'.

01  DP-Recommend-Text.
    02 DPR-Verb       PIC X(7).
    02 DPR-Count      PIC ZZ9.
    02 FILLER         PIC X(12)  VALUE ' SECTION(S)'.

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Program.
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
    PERFORM Read-Current-Term

    DISPLAY 'Planning term: ' WITH NO ADVANCING
    ACCEPT Planning-Term
    IF Planning-Term = SPACES
       DISPLAY 'No planning term keyed -- projection abandoned.'
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    SET Keying-Not-Done TO TRUE
    PERFORM Accept-Comparison-Term
       UNTIL Keying-Done
          OR Comparison-Term-Count = Max-Comparison-Terms

    OPEN INPUT Catalog-Master-File
    IF DP-Catalog-File-Status = "00"
       SET Catalog-Master-Available TO TRUE
    END-IF

    PERFORM Load-Prior-Year-Enrollment
    PERFORM Load-Term-Peaks
    PERFORM Load-Unserved-Waitlist
    PERFORM Load-Planned-Sections

    IF Catalog-Master-Available
       CLOSE Catalog-Master-File
    END-IF

    IF Demand-Table-Overflowed
       DISPLAY 'More than ' Max-Demand-Courses ' catalog courses '
               'to project -- the table has been outgrown; '
               'projection abandoned.'
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF

    PERFORM Sort-Demand-Table

    MOVE "SECTION-DEMAND-PROJECTION.RPT" TO WS-File-ID
    OPEN OUTPUT Projection-Report
    PERFORM Check-File-Status
    PERFORM Write-DP-Heading

    MOVE LOW-VALUES TO Current-Print-Dept
    PERFORM Print-One-Demand-Course
       VARYING Demand-Index FROM 1 BY 1
       UNTIL Demand-Index > Demand-Course-Count
    IF Current-Print-Dept = LOW-VALUES
       MOVE 'No enrollment history, waitlist, or planned sections '
         TO DP-Line
       PERFORM Write-DP-Line
       MOVE 'on file for the terms keyed.' TO DP-Line
       PERFORM Write-DP-Line
    ELSE
       PERFORM Write-Department-Total
    END-IF

    MOVE "SECTION-DEMAND-PROJECTION.RPT" TO WS-File-ID
    CLOSE Projection-Report
    PERFORM Check-File-Status

    DISPLAY 'Demand projection for ' Planning-Term ' complete: '
            DP-Courses-Listed ' course(s) listed, '
            DP-Sections-Add ' section(s) to add, '
            DP-Sections-Cut ' to cancel'
    DISPLAY '  ' DP-History-Images ' archived section(s) read; '
            DP-Courses-Retired ' retired course(s) omitted'
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
*> The same term in prior years, one per prompt; a blank line ends
*> the list.  The terms keyed are echoed in the report heading.
*>-----------------------------------------------------------------
Accept-Comparison-Term.
    DISPLAY 'Same term, a prior year (blank to end): '
       WITH NO ADVANCING
    ACCEPT Keyed-Term
    IF Keyed-Term = SPACES
       SET Keying-Done TO TRUE
    ELSE
       ADD 1 TO Comparison-Term-Count
       MOVE Keyed-Term TO Comparison-Term (Comparison-Term-Count)
       MOVE Keyed-Term
         TO DPH-Compare-Terms (Comparison-Term-Count * 6 - 5 : 5)
    END-IF
    .


*>-----------------------------------------------------------------
*> Each archived section of a comparable term adds its enrollment to
*> its catalog course's total for that term.
*>-----------------------------------------------------------------
Load-Prior-Year-Enrollment.
    MOVE "COURSE-TERM-HISTORY.DAT" TO WS-File-ID
    OPEN INPUT Term-History-File
    IF WS-File-Status NOT = "35"
       PERFORM Check-File-Status
       SET History-EOF-Not TO TRUE
       PERFORM Read-Term-History-Rec
       PERFORM Tally-History-Section
          UNTIL History-EOF
       CLOSE Term-History-File
       PERFORM Check-File-Status
    END-IF
    .

Read-Term-History-Rec.
    READ Term-History-File
       AT END  SET History-EOF TO TRUE
    END-READ
    .

Tally-History-Section.
    IF TH-Course-Image-Rec
       ADD 1 TO DP-History-Images
       MOVE TH-Course-Image (1:96) TO History-Course-View
       PERFORM Match-Comparison-Term
          VARYING Comparison-Index FROM 1 BY 1
          UNTIL Comparison-Index > Comparison-Term-Count
    END-IF
    PERFORM Read-Term-History-Rec
    .

Match-Comparison-Term.
    IF HV-Term = Comparison-Term (Comparison-Index)
       MOVE HV-Course-ID TO Lookup-Course-ID
       PERFORM Find-Or-Add-Demand-Course
       IF Demand-Found
          ADD HV-Enrolled
            TO DC-Prior-Enrolled (Found-Index, Comparison-Index)
          MOVE 'Y' TO DC-Prior-Offered (Found-Index, Comparison-Index)
       END-IF
    END-IF
    .


*>-----------------------------------------------------------------
*> The nightly snapshots for the current term, totalled per catalog
*> course for each night; the highest night's total is the course's
*> peak for the term.  Snapshots are appended a night at a time, so
*> a change of run date closes off the previous night.
*>-----------------------------------------------------------------
Load-Term-Peaks.
    MOVE "COURSE-ENROLLMENT-HISTORY.DAT" TO WS-File-ID
    OPEN INPUT Enrollment-History-File
    IF WS-File-Status NOT = "35"
       PERFORM Check-File-Status
       MOVE ZERO TO Snapshot-Day
       SET Snapshot-EOF-Not TO TRUE
       PERFORM Read-Snapshot-Rec
       PERFORM Tally-Snapshot
          UNTIL Snapshot-EOF
       PERFORM Close-Snapshot-Day
       CLOSE Enrollment-History-File
       PERFORM Check-File-Status
    END-IF
    .

Read-Snapshot-Rec.
    READ Enrollment-History-File
       AT END  SET Snapshot-EOF TO TRUE
    END-READ
    .

Tally-Snapshot.
    IF ES-Term = Current-Term
       IF ES-Run-Date NOT = Snapshot-Day
          PERFORM Close-Snapshot-Day
          MOVE ES-Run-Date TO Snapshot-Day
       END-IF
       MOVE ES-Course-ID TO Lookup-Course-ID
       PERFORM Find-Or-Add-Demand-Course
       IF Demand-Found
          ADD ES-Enrolled TO DC-Day-Total (Found-Index)
       END-IF
    END-IF
    PERFORM Read-Snapshot-Rec
    .

Close-Snapshot-Day.
    PERFORM Fold-Day-Into-Peak
       VARYING Demand-Index FROM 1 BY 1
       UNTIL Demand-Index > Demand-Course-Count
    .

Fold-Day-Into-Peak.
    IF DC-Day-Total (Demand-Index) > DC-Term-Peak (Demand-Index)
       MOVE DC-Day-Total (Demand-Index) TO DC-Term-Peak (Demand-Index)
    END-IF
    MOVE ZERO TO DC-Day-Total (Demand-Index)
    .


*>-----------------------------------------------------------------
*> Students still parked on a current-term waitlist are demand the
*> term did not serve.
*>-----------------------------------------------------------------
Load-Unserved-Waitlist.
    MOVE "COURSE-WAITLIST.DAT" TO WS-File-ID
    OPEN INPUT Waitlist-File
    IF WS-File-Status NOT = "35"
       PERFORM Check-File-Status
       SET Waitlist-EOF-Not TO TRUE
       PERFORM Read-Waitlist-Rec
       PERFORM Tally-Waitlist-Entry
          UNTIL Waitlist-EOF
       CLOSE Waitlist-File
       PERFORM Check-File-Status
    END-IF
    .

Read-Waitlist-Rec.
    READ Waitlist-File
       AT END  SET Waitlist-EOF TO TRUE
    END-READ
    .

Tally-Waitlist-Entry.
    IF WL-Term = Current-Term
       MOVE WL-Course-ID TO Lookup-Course-ID
       PERFORM Find-Or-Add-Demand-Course
       IF Demand-Found
          ADD 1 TO DC-Waitlisted (Found-Index)
       END-IF
    END-IF
    PERFORM Read-Waitlist-Rec
    .


*>-----------------------------------------------------------------
*> The sections already built for the planning term, and their
*> seats.  The term leads Course-Key, so one START reaches them all.
*>-----------------------------------------------------------------
Load-Planned-Sections.
    MOVE "COURSES.IDX" TO WS-File-ID
    OPEN INPUT Indexed-File
    PERFORM Check-File-Status
    MOVE Planning-Term TO Course-Term
    MOVE LOW-VALUES    TO Course-ID
    SET Courses-EOF-Not TO TRUE
    START Indexed-File KEY IS NOT LESS THAN Course-Key
       INVALID KEY  SET Courses-EOF TO TRUE
    END-START
    IF Courses-EOF-Not
       PERFORM Read-Planned-Section
       PERFORM Tally-Planned-Section
          UNTIL Courses-EOF
    END-IF
    MOVE "COURSES.IDX" TO WS-File-ID
    CLOSE Indexed-File
    PERFORM Check-File-Status
    .

Read-Planned-Section.
    READ Indexed-File NEXT RECORD
       AT END      SET Courses-EOF TO TRUE
       NOT AT END  IF Course-Term NOT = Planning-Term
                      SET Courses-EOF TO TRUE
                   END-IF
    END-READ
    .

Tally-Planned-Section.
    MOVE Course-ID TO Lookup-Course-ID
    PERFORM Find-Or-Add-Demand-Course
    IF Demand-Found
       ADD 1               TO DC-Sections (Found-Index)
       ADD Course-Capacity TO DC-Seats (Found-Index)
    END-IF
    PERFORM Read-Planned-Section
    .


*>-----------------------------------------------------------------
*> Locates Lookup-Course-ID's catalog course in the table, adding it
*> (with its title and department off Course-Catalog.IDX) the first
*> time it is met.  Demand-Not-Found is left only when the table is
*> full.
*>-----------------------------------------------------------------
Find-Or-Add-Demand-Course.
    MOVE Lookup-Course-ID (1:6) TO Lookup-Catalog-ID
    SET Demand-Not-Found TO TRUE
    PERFORM Match-Demand-Course
       VARYING Demand-Index FROM 1 BY 1
       UNTIL Demand-Index > Demand-Course-Count
          OR Demand-Found
    IF Demand-Not-Found
       IF Demand-Course-Count < Max-Demand-Courses
          ADD 1 TO Demand-Course-Count
          MOVE Demand-Course-Count TO Found-Index
          PERFORM Start-Demand-Course
          SET Demand-Found TO TRUE
       ELSE
          SET Demand-Table-Overflowed TO TRUE
       END-IF
    END-IF
    .

Match-Demand-Course.
    IF DC-Catalog-ID (Demand-Index) = Lookup-Catalog-ID
       SET Demand-Found TO TRUE
       MOVE Demand-Index TO Found-Index
    END-IF
    .

Start-Demand-Course.
    INITIALIZE Demand-Course (Found-Index)
    MOVE Lookup-Catalog-ID       TO DC-Catalog-ID (Found-Index)
    MOVE Lookup-Course-ID (1:4)  TO DC-Dept-Code (Found-Index)
    MOVE 'N'                     TO DC-Retired-Flag (Found-Index)
    IF Catalog-Master-Available
       MOVE Lookup-Catalog-ID TO CA-Catalog-ID
       READ Catalog-Master-File
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             MOVE CA-Course-Title TO DC-Title (Found-Index)
             IF CA-Dept-Code NOT = SPACES
                MOVE CA-Dept-Code TO DC-Dept-Code (Found-Index)
             END-IF
             IF CA-Retired
                MOVE 'Y' TO DC-Retired-Flag (Found-Index)
             END-IF
       END-READ
    END-IF
    .


*>-----------------------------------------------------------------
*> The same insertion sort Course-Catalog-Bulletin uses, over the
*> department / catalog-ID prefix of each entry.
*>-----------------------------------------------------------------
Sort-Demand-Table.
    PERFORM Insert-One-Demand-Entry
       VARYING Sort-Outer-Index FROM 2 BY 1
       UNTIL Sort-Outer-Index > Demand-Course-Count
    .

Insert-One-Demand-Entry.
    MOVE Demand-Course (Sort-Outer-Index) TO Sort-Hold-Entry
    MOVE Sort-Outer-Index TO Sort-Slot-Index
    PERFORM Shift-Greater-Entries
       VARYING Sort-Inner-Index FROM Sort-Outer-Index BY -1
       UNTIL Sort-Inner-Index < 2
          OR Sort-Slot-Index NOT = Sort-Inner-Index
    MOVE Sort-Hold-Entry TO Demand-Course (Sort-Slot-Index)
    .

Shift-Greater-Entries.
    IF Demand-Course (Sort-Inner-Index - 1) (1:12)
          > Sort-Hold-Entry (1:12)
       MOVE Demand-Course (Sort-Inner-Index - 1)
         TO Demand-Course (Sort-Inner-Index)
       COMPUTE Sort-Slot-Index = Sort-Inner-Index - 1
    END-IF
    .


*>-----------------------------------------------------------------
*> One line per catalog course: the base the projection is built on
*> (PRIOR-year average, this term's PEAK when the course has no
*> comparable history), the unserved waitlist, the projection, what
*> is built, and the recommendation.  Each department starts a page.
*>-----------------------------------------------------------------
Print-One-Demand-Course.
    IF DC-Retired (Demand-Index)
       ADD 1 TO DP-Courses-Retired
    ELSE
       IF DC-Dept-Code (Demand-Index) NOT = Current-Print-Dept
          IF Current-Print-Dept NOT = LOW-VALUES
             PERFORM Write-Department-Total
             PERFORM Write-DP-Heading
          END-IF
          MOVE DC-Dept-Code (Demand-Index) TO Current-Print-Dept
          INITIALIZE Dept-Totals
          MOVE Current-Print-Dept TO DPD-Dept
          MOVE DP-Dept-Line TO DP-Line
          PERFORM Write-DP-Line
       END-IF
       PERFORM Project-Course-Demand
       PERFORM Recommend-Sections
       ADD 1 TO DP-Courses-Listed
       ADD Projected-Demand        TO DT-Projected
       ADD DC-Seats (Demand-Index) TO DT-Seats
       MOVE DC-Catalog-ID (Demand-Index)  TO DPL-Catalog
       MOVE DC-Title (Demand-Index)       TO DPL-Title
       MOVE Demand-Basis                  TO DPL-Basis
       MOVE Demand-Base                   TO DPL-Prior
       MOVE DC-Term-Peak (Demand-Index)   TO DPL-Peak
       MOVE DC-Waitlisted (Demand-Index)  TO DPL-Waitlist
       MOVE Projected-Demand              TO DPL-Projected
       MOVE DC-Sections (Demand-Index)    TO DPL-Sections
       MOVE DC-Seats (Demand-Index)       TO DPL-Seats
       MOVE DP-Detail-Line TO DP-Line
       PERFORM Write-DP-Line
    END-IF
    .

Project-Course-Demand.
    MOVE ZERO TO Terms-Offered  Prior-Enrolled-Sum
    PERFORM Add-Prior-Term
       VARYING Comparison-Index FROM 1 BY 1
       UNTIL Comparison-Index > Comparison-Term-Count
    IF Terms-Offered > ZERO
       COMPUTE Demand-Base ROUNDED = Prior-Enrolled-Sum / Terms-Offered
       MOVE 'PRIOR' TO Demand-Basis
    ELSE
       MOVE DC-Term-Peak (Demand-Index) TO Demand-Base
       IF Demand-Base > ZERO
          MOVE 'PEAK' TO Demand-Basis
       ELSE
          MOVE 'NONE' TO Demand-Basis
       END-IF
    END-IF
    COMPUTE Projected-Demand =
       Demand-Base + DC-Waitlisted (Demand-Index)
    .

Add-Prior-Term.
    IF DC-Offered-Then (Demand-Index, Comparison-Index)
       ADD 1 TO Terms-Offered
       ADD DC-Prior-Enrolled (Demand-Index, Comparison-Index)
         TO Prior-Enrolled-Sum
    END-IF
    .

*>-----------------------------------------------------------------
*> Shortfall:  enough sections of the average built size to seat
*> it, rounded up.  Surplus:  only whole sections' worth of empty
*> seats, keeping one section while any demand is projected.
*>-----------------------------------------------------------------
Recommend-Sections.
    IF DC-Sections (Demand-Index) > ZERO
       COMPUTE Section-Size =
          DC-Seats (Demand-Index) / DC-Sections (Demand-Index)
    ELSE
       MOVE ZERO TO Section-Size
    END-IF
    IF Section-Size = ZERO
       MOVE Standard-Section-Capacity TO Section-Size
    END-IF
    MOVE ZERO TO Sections-To-Change
    MOVE 'NO CHANGE' TO DPL-Recommend

    IF Projected-Demand > DC-Seats (Demand-Index)
       COMPUTE Seat-Difference =
          Projected-Demand - DC-Seats (Demand-Index)
       COMPUTE Sections-To-Change =
          (Seat-Difference + Section-Size - 1) / Section-Size
       MOVE 'ADD' TO DPR-Verb
       ADD Sections-To-Change TO DT-Sections-Add  DP-Sections-Add
    ELSE
       COMPUTE Seat-Difference =
          DC-Seats (Demand-Index) - Projected-Demand
       COMPUTE Sections-To-Change = Seat-Difference / Section-Size
       IF Projected-Demand > ZERO
             AND Sections-To-Change NOT < DC-Sections (Demand-Index)
          COMPUTE Sections-To-Change =
             DC-Sections (Demand-Index) - 1
       END-IF
       IF Projected-Demand = ZERO
          MOVE DC-Sections (Demand-Index) TO Sections-To-Change
       END-IF
       MOVE 'CANCEL' TO DPR-Verb
       ADD Sections-To-Change TO DT-Sections-Cut  DP-Sections-Cut
    END-IF

    IF Sections-To-Change > ZERO
       MOVE Sections-To-Change TO DPR-Count
       MOVE DP-Recommend-Text  TO DPL-Recommend
    END-IF
    .

Write-Department-Total.
    MOVE DT-Projected    TO DPT-Projected
    MOVE DT-Seats        TO DPT-Seats
    MOVE DT-Sections-Add TO DPT-Add
    MOVE DT-Sections-Cut TO DPT-Cut
    MOVE SPACES TO DP-Line
    PERFORM Write-DP-Line
    MOVE DP-Dept-Total-Line TO DP-Line
    PERFORM Write-DP-Line
    .


Write-DP-Line.
    IF DP-Lines-On-Page >= DP-Lines-Per-Page
       PERFORM Write-DP-Heading
    END-IF
    WRITE DP-Line
    ADD 1 TO DP-Lines-On-Page
    .

Write-DP-Heading.
    ADD 1 TO DP-Page-Number
    MOVE DP-Page-Number  TO DPH-Page-No
    MOVE Planning-Term   TO DPH-Plan-Term
    MOVE Todays-Run-Date TO DPH-Run-Date
    MOVE Current-Term    TO DPH-Current-Term
    IF DP-Page-Number > 1
       MOVE SPACES TO DP-Line
       WRITE DP-Line BEFORE ADVANCING PAGE
    END-IF
    WRITE DP-Line FROM DP-Heading-1
    WRITE DP-Line FROM DP-Heading-2
    WRITE DP-Line FROM DP-Heading-3
    MOVE SPACES TO DP-Line
    WRITE DP-Line
    MOVE ZERO TO DP-Lines-On-Page
    .
