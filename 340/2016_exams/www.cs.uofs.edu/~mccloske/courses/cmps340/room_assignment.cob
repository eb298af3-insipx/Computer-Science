IDENTIFICATION DIVISION.
PROGRAM-ID.  Room-Assignment.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>***************************************************************
*> Program Abstract:
*>    Term-Rollover's 'I' step leaves the new term's sections
*>    without rooms, and the scheduler used to key a Change-Trans
*>    with Chg-Room for each of hundreds of them, checking
*>    Room-Schedule-Report every time for a double booking.  This
*>    program places them.  Every current-term section that has a
*>    meeting pattern (Course-Meeting-Days and an HHMM-HHMM
*>    Course-Meeting-Time) but no Course-Room is given the smallest
*>    active room on Rooms.IDX whose Room-Seat-Count covers its
*>    Course-Capacity and which is free on those days at that
*>    time -- free under the overlap rule Room-Schedule-Report and
*>    Courses-Interact apply, checked against the term's rooms
*>    already assigned and against every placement this run has
*>    made.  The largest sections are placed first, so a small
*>    section never takes the last room a big one could use.
*>
*>    The placements are written as one complete batch -- header,
*>    'C' Change transactions carrying only Chg-Room and the
*>    change date, hash-total trailer -- to Course-Trans-Source5.Dat,
*>    the merge source slot Course-Trans-Merge feeds into the
*>    nightly stream, where Courses-Interact's Check-Room-Master
*>    validates each one as it does a keyed Chg-Room.  A batch
*>    still sitting unconsumed in that slot refuses the run
*>    (RETURN-CODE 16), the rule Course-Trans-Entry applies to its
*>    own slot, as does a missing room master.  The report lists
*>    the placements, then the sections that could not be placed
*>    and why.
*>
*>  INPUT:
*>    Courses.IDX, Rooms.IDX, Course-Term-Control.Dat,
*>    Course-Trans-Source5.Dat (checked empty).
*>
*>  OUTPUT:
*>    Course-Trans-Source5.Dat written with the placements;
*>    Room-Assignment.Rpt; run counts DISPLAYed.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Indexed-File  ASSIGN TO "Courses.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS SEQUENTIAL
       RECORD KEY IS Course-Key
       FILE STATUS IS WS-File-Status.

    SELECT Room-Master-File  ASSIGN TO "Rooms.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS SEQUENTIAL
       RECORD KEY IS Room-Master-ID
       FILE STATUS IS WS-File-Status.

    SELECT Term-Control-File  ASSIGN TO "Course-Term-Control.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Entry-Transaction-File  ASSIGN TO "Course-Trans-Source5.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Assignment-Report  ASSIGN TO "Room-Assignment.Rpt"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

DATA DIVISION.

FILE SECTION.

FD  Indexed-File
       RECORD CONTAINS 100 TO 2800 CHARACTERS.
01  Course-Record.
    COPY "course-record.cpy".

FD  Room-Master-File.
01  Room-Master-Record.
    COPY "room-record.cpy".

FD  Term-Control-File.
01  Term-Control-Record.
    02 TC-Current-Term  PIC X(5).

*> Same 103-character record layouts Course-Trans-Merge combines.
FD  Entry-Transaction-File
     RECORD CONTAINS 103 CHARACTERS
     DATA RECORDS ARE Entry-Header-Rec, Entry-Trans-Rec,
                      Entry-Trailer-Rec.

01  Entry-Header-Rec.
    02 EH-Record-Type            PIC X.
    02 EH-Expected-Trans-Count   PIC 9(6).
    02 FILLER                    PIC X(96).

01  Entry-Trans-Rec  PIC X(103).

01  Entry-Trailer-Rec.
    02 ET-Record-Type   PIC X.
    02 ET-Hash-Total    PIC 9(9).
    02 FILLER           PIC X(93).

FD  Assignment-Report.
01  RA-Line  PIC X(100).

WORKING-STORAGE SECTION.

01  Default-Term  PIC X(5)  VALUE 'CURR1'.
01  Current-Term  PIC X(5)  VALUE SPACES.

01  Courses-EOF-Flag  PIC X.
    88 Courses-EOF      VALUE '1'.
    88 Courses-EOF-Not  VALUE '0'.

01  Rooms-EOF-Flag  PIC X.
    88 Rooms-EOF      VALUE '1'.
    88 Rooms-EOF-Not  VALUE '0'.

*> The term's sections, collected in one sequential pass -- the
*> ones with rooms are the bookings a placement must not collide
*> with, and a placement fills in RA-Room so later placements see
*> it too.  A term past the ceiling refuses the run: an uncollected
*> booking would let a room be double-booked.
01  Max-Term-Sections   PIC 9(4)  VALUE 2000.
01  Term-Section-Count  PIC 9(4)  VALUE ZERO.
01  Term-Section-Table.
    02 Term-Section  OCCURS 0 TO 2000 TIMES
                     DEPENDING ON Term-Section-Count.
       03 RA-Course-ID      PIC X(9).
       03 RA-Room           PIC X(8).
       03 RA-Days           PIC X(7).
       03 RA-Time           PIC X(9).
       03 RA-Capacity       PIC 9(4).
01  Section-Index  PIC 9(4).
01  Booking-Index  PIC 9(4).

*> The active rooms, smallest first (then by room ID), so the first
*> free room that fits is the smallest one.
01  Max-Active-Rooms   PIC 9(3)  VALUE 500.
01  Active-Room-Count  PIC 9(3)  VALUE ZERO.
01  Active-Room-Table.
    02 Active-Room  OCCURS 0 TO 500 TIMES
                    DEPENDING ON Active-Room-Count.
       03 AR-Seat-Count  PIC 9(4).
       03 AR-Room-ID     PIC X(8).
01  Room-Index  PIC 9(3).

01  Room-Hold-Entry.
    02 RH-Seat-Count  PIC 9(4).
    02 RH-Room-ID     PIC X(8).
01  Room-Sort-Outer   PIC 9(3).
01  Room-Sort-Inner   PIC 9(3).
01  Room-Sort-Slot    PIC 9(3).

*> The sections to place, as Term-Section-Table subscripts ordered
*> by capacity, largest first.
01  Placement-Count  PIC 9(4)  VALUE ZERO.
01  Placement-Table.
    02 Placement-Entry  OCCURS 0 TO 2000 TIMES
                        DEPENDING ON Placement-Count.
       03 PL-Capacity       PIC 9(4).
       03 PL-Section-Index  PIC 9(4).
01  Placement-Index  PIC 9(4).

01  Placement-Hold-Entry.
    02 PH-Capacity       PIC 9(4).
    02 PH-Section-Index  PIC 9(4).
01  Place-Sort-Outer  PIC 9(4).
01  Place-Sort-Inner  PIC 9(4).
01  Place-Sort-Slot   PIC 9(4).

01  Table-Overflow-Flag  PIC X  VALUE 'N'.
    88 Table-Overflowed    VALUE 'Y'.

*> The section being placed and the outcome of the room search.
01  Placing-Index   PIC 9(4).
01  Chosen-Room     PIC X(8).
01  Room-Fits-Flag  PIC X.
    88 Some-Room-Fits    VALUE 'Y'.
    88 No-Room-Fits      VALUE 'N'.

01  Room-Free-Flag  PIC X.
    88 Room-Is-Free      VALUE 'Y'.
    88 Room-Is-Booked    VALUE 'N'.

*> The overlap machinery -- the same day-letter and HHMM-HHMM
*> comparison Room-Schedule-Report and Courses-Interact's
*> Check-Pattern-Overlap perform.
01  Pattern-A-Days  PIC X(7).
01  Pattern-A-Day-Bytes REDEFINES Pattern-A-Days.
    02 Pattern-A-Byte  PIC X  OCCURS 7 TIMES.
01  Pattern-A-Time  PIC X(9).
01  Pattern-A-Time-View REDEFINES Pattern-A-Time.
    02 PAV-Start  PIC X(4).
    02 FILLER     PIC X(1).
    02 PAV-End    PIC X(4).

01  Pattern-B-Days  PIC X(7).
01  Pattern-B-Day-Bytes REDEFINES Pattern-B-Days.
    02 Pattern-B-Byte  PIC X  OCCURS 7 TIMES.
01  Pattern-B-Time  PIC X(9).
01  Pattern-B-Time-View REDEFINES Pattern-B-Time.
    02 PBV-Start  PIC X(4).
    02 FILLER     PIC X(1).
    02 PBV-End    PIC X(4).

01  Day-Index-A  PIC 9(1).
01  Day-Index-B  PIC 9(1).

01  Common-Day-Flag  PIC X.
    88 Common-Day-Found      VALUE 'Y'.
    88 Common-Day-Not-Found  VALUE 'N'.

01  Pattern-Overlap-Flag  PIC X.
    88 Patterns-Overlap        VALUE 'Y'.
    88 Patterns-Do-Not-Overlap VALUE 'N'.

*> The generated Change transactions, in Courses-Interact's
*> Trans-Rec layout.
01  Work-Trans-Rec.
    02 TY-Trans-Type   PIC X.
    02 TY-Trans-Sequence-Number PIC 9(6).
    02 TY-Trans-Key             PIC X(9).
    02 TY-Trans-Key-Bytes       REDEFINES TY-Trans-Key.
       03 TY-Trans-Key-Byte        PIC X  OCCURS 9 TIMES.
    02 TY-Trans-Term            PIC X(5).
    02 TY-Rest-of-Trans-Rec     PIC X(82).
    02 TY-Rest-of-Change-Trans  REDEFINES TY-Rest-of-Trans-Rec.
       03 TY-Chg-Last-Changed-Date  PIC 9(8).
       03 TY-Chg-Course-Title       PIC X(30).
       03 TY-Chg-Credit-Hours       PIC X(2).
       03 TY-Chg-Meeting-Days       PIC X(7).
       03 TY-Chg-Meeting-Time       PIC X(9).
       03 TY-Chg-Room               PIC X(8).
       03 FILLER                    PIC X(18).

01  Next-Sequence-Number  PIC 9(6)  VALUE ZERO.
01  Batch-Hash-Total      PIC 9(9)  VALUE ZERO.
01  Hash-Byte-Index       PIC 9(2)  VALUE ZERO.

01  Assignment-Totals.
    02 RA-Sections-Placed     PIC 9(5)  VALUE ZERO.
    02 RA-Sections-Unplaced   PIC 9(5)  VALUE ZERO.
    02 RA-Sections-No-Pattern PIC 9(5)  VALUE ZERO.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.

01  RA-Lines-Per-Page  PIC 9(3)  VALUE 55.
01  RA-Lines-On-Page   PIC 9(3)  VALUE ZERO.
01  RA-Page-Number     PIC 9(3)  VALUE ZERO.

01  RA-Heading-1.
    02 FILLER        PIC X(22)  VALUE 'ROOM ASSIGNMENT REPORT'.
    02 FILLER        PIC X(48)  VALUE SPACES.
    02 FILLER        PIC X(5)   VALUE 'PAGE '.
    02 RAH-Page-No   PIC ZZ9.

01  RA-Heading-2.
    02 FILLER        PIC X(10)  VALUE 'Run date: '.
    02 RAH-Run-Date  PIC 9(8).
    02 FILLER        PIC X(10)  VALUE '    Term: '.
    02 RAH-Term      PIC X(5).

01  RA-Detail-Line.
    02 FILLER         PIC X(2)   VALUE SPACES.
    02 RAL-Course-ID  PIC X(9).
    02 FILLER         PIC X(2)   VALUE SPACES.
    02 RAL-Days       PIC X(7).
    02 FILLER         PIC X(1)   VALUE SPACES.
    02 RAL-Time       PIC X(9).
    02 FILLER         PIC X(2)   VALUE SPACES.
    02 RAL-Capacity   PIC ZZZ9.
    02 FILLER         PIC X(7)   VALUE ' seats '.
    02 RAL-Outcome    PIC X(40).

01  RA-Count-Line.
    02 FILLER         PIC X(2)   VALUE SPACES.
    02 RAC-Label      PIC X(30).
    02 RAC-Count      PIC ZZZZ9.

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Program.
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
    PERFORM Check-Source-Slot-Pending
    PERFORM Read-Current-Term

    PERFORM Load-Active-Rooms
    PERFORM Load-Term-Sections
    IF Table-Overflowed
       DISPLAY 'The term''s sections or the room master have '
               'outgrown this program''s tables -- run abandoned, '
               'nothing placed.'
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF

    PERFORM Sort-Active-Rooms
    PERFORM Sort-Placements

    MOVE "ROOM-ASSIGNMENT.RPT" TO WS-File-ID
    OPEN OUTPUT Assignment-Report
    PERFORM Check-File-Status
    PERFORM Write-RA-Heading
    MOVE 'SECTIONS PLACED:' TO RA-Line
    PERFORM Write-RA-Line

    PERFORM Place-One-Section
       VARYING Placement-Index FROM 1 BY 1
       UNTIL Placement-Index > Placement-Count
    IF RA-Sections-Placed = ZERO
       MOVE '  (none)' TO RA-Line
       PERFORM Write-RA-Line
    END-IF

    MOVE SPACES TO RA-Line
    PERFORM Write-RA-Line
    MOVE 'SECTIONS NOT PLACED -- ASSIGN BY HAND:' TO RA-Line
    PERFORM Write-RA-Line
    PERFORM List-One-Unplaced
       VARYING Placement-Index FROM 1 BY 1
       UNTIL Placement-Index > Placement-Count
    IF RA-Sections-Unplaced = ZERO
       MOVE '  (none)' TO RA-Line
       PERFORM Write-RA-Line
    END-IF
    PERFORM Write-Assignment-Counts

    MOVE "ROOM-ASSIGNMENT.RPT" TO WS-File-ID
    CLOSE Assignment-Report
    PERFORM Check-File-Status

    IF RA-Sections-Placed > ZERO
       PERFORM Write-Assignment-Batch
    END-IF

    DISPLAY 'Room assignment complete: ' RA-Sections-Placed
            ' section(s) placed, ' RA-Sections-Unplaced
            ' not placed'
    STOP RUN
    .

COPY "file-status-check.cpy".


*>-----------------------------------------------------------------
*> A batch already sitting in Course-Trans-Source5.Dat has not yet
*> been consumed by Course-Trans-Merge -- writing another over it
*> would silently destroy it, and placing against a schedule that
*> does not yet show those rooms would double-book them.  The same
*> rule Course-Trans-Entry applies to Source1.
*>-----------------------------------------------------------------
Check-Source-Slot-Pending.
    MOVE "COURSE-TRANS-SOURCE5.DAT" TO WS-File-ID
    OPEN INPUT Entry-Transaction-File
    IF WS-File-Status NOT = "35"
       PERFORM Check-File-Status
       READ Entry-Transaction-File
          AT END
             CONTINUE
          NOT AT END
             DISPLAY 'Course-Trans-Source5.Dat already holds an '
                     'unconsumed batch -- run the nightly merge '
                     '(Course-Trans-Merge) first.'
             CLOSE Entry-Transaction-File
             MOVE 16 TO RETURN-CODE
             STOP RUN
       END-READ
       CLOSE Entry-Transaction-File
       PERFORM Check-File-Status
    END-IF
    .

*>-----------------------------------------------------------------
*> Reads the term being placed from Course-Term-Control.Dat; a site
*> that has never run Term-Rollover (status 35, or an empty record)
*> gets Default-Term.
*>-----------------------------------------------------------------
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
    DISPLAY 'Assigning rooms for term: ' Current-Term
    .


*>-----------------------------------------------------------------
*> Only an active room may be assigned (Check-Room-Master refuses
*> the rest), so only active rooms are candidates.  With no room
*> master there is nothing to place into.
*>-----------------------------------------------------------------
Load-Active-Rooms.
    MOVE "ROOMS.IDX" TO WS-File-ID
    OPEN INPUT Room-Master-File
    IF WS-File-Status = "35"
       DISPLAY 'No Rooms.IDX room master on file -- build it with '
               'Rooms-Maintain first.'
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM Check-File-Status
    SET Rooms-EOF-Not TO TRUE
    PERFORM Read-Room-Rec
    PERFORM Store-Active-Room
       UNTIL Rooms-EOF
    MOVE "ROOMS.IDX" TO WS-File-ID
    CLOSE Room-Master-File
    PERFORM Check-File-Status
    .

Read-Room-Rec.
    READ Room-Master-File NEXT RECORD
       AT END  SET Rooms-EOF TO TRUE
    END-READ
    .

Store-Active-Room.
    IF Room-Active
       IF Active-Room-Count < Max-Active-Rooms
          ADD 1 TO Active-Room-Count
          MOVE Room-Seat-Count TO AR-Seat-Count (Active-Room-Count)
          MOVE Room-Master-ID  TO AR-Room-ID (Active-Room-Count)
       ELSE
          SET Table-Overflowed TO TRUE
       END-IF
    END-IF
    PERFORM Read-Room-Rec
    .


*>-----------------------------------------------------------------
*> Every current-term section is a potential booking; the room-less
*> ones with a meeting pattern are also queued for placement.  A
*> room-less section with no meeting days has nothing to place by
*> and is only counted.
*>-----------------------------------------------------------------
Load-Term-Sections.
    MOVE "COURSES.IDX" TO WS-File-ID
    OPEN INPUT Indexed-File
    PERFORM Check-File-Status
    SET Courses-EOF-Not TO TRUE
    PERFORM Read-Course-Rec
    PERFORM Collect-One-Section
       UNTIL Courses-EOF
    MOVE "COURSES.IDX" TO WS-File-ID
    CLOSE Indexed-File
    PERFORM Check-File-Status
    .

Read-Course-Rec.
    READ Indexed-File NEXT RECORD
       AT END  SET Courses-EOF TO TRUE
    END-READ
    .

Collect-One-Section.
    IF Course-Term = Current-Term
       IF Term-Section-Count < Max-Term-Sections
          ADD 1 TO Term-Section-Count
          MOVE Course-ID           TO RA-Course-ID (Term-Section-Count)
          MOVE Course-Room         TO RA-Room (Term-Section-Count)
          MOVE Course-Meeting-Days TO RA-Days (Term-Section-Count)
          MOVE Course-Meeting-Time TO RA-Time (Term-Section-Count)
          MOVE Course-Capacity     TO RA-Capacity (Term-Section-Count)
          IF Course-Room = SPACES
             IF Course-Meeting-Days = SPACES
                ADD 1 TO RA-Sections-No-Pattern
             ELSE
                ADD 1 TO Placement-Count
                MOVE Course-Capacity
                  TO PL-Capacity (Placement-Count)
                MOVE Term-Section-Count
                  TO PL-Section-Index (Placement-Count)
             END-IF
          END-IF
       ELSE
          SET Table-Overflowed TO TRUE
       END-IF
    END-IF
    PERFORM Read-Course-Rec
    .


*>-----------------------------------------------------------------
*> The same insertion sort Course-Catalog-Bulletin uses: rooms
*> ascending by seat count, then room ID (the key fields lead the
*> entry, so the group comparison does the whole job) ...
*>-----------------------------------------------------------------
Sort-Active-Rooms.
    PERFORM Insert-One-Room
       VARYING Room-Sort-Outer FROM 2 BY 1
       UNTIL Room-Sort-Outer > Active-Room-Count
    .

Insert-One-Room.
    MOVE Active-Room (Room-Sort-Outer) TO Room-Hold-Entry
    MOVE Room-Sort-Outer TO Room-Sort-Slot
    PERFORM Shift-Larger-Rooms
       VARYING Room-Sort-Inner FROM Room-Sort-Outer BY -1
       UNTIL Room-Sort-Inner < 2
          OR Room-Sort-Slot NOT = Room-Sort-Inner
    MOVE Room-Hold-Entry TO Active-Room (Room-Sort-Slot)
    .

Shift-Larger-Rooms.
    IF Active-Room (Room-Sort-Inner - 1) > Room-Hold-Entry
       MOVE Active-Room (Room-Sort-Inner - 1)
         TO Active-Room (Room-Sort-Inner)
       COMPUTE Room-Sort-Slot = Room-Sort-Inner - 1
    END-IF
    .

*>-----------------------------------------------------------------
*> ... and the sections to place descending by capacity, so the
*> biggest sections get first pick of the big rooms.
*>-----------------------------------------------------------------
Sort-Placements.
    PERFORM Insert-One-Placement
       VARYING Place-Sort-Outer FROM 2 BY 1
       UNTIL Place-Sort-Outer > Placement-Count
    .

Insert-One-Placement.
    MOVE Placement-Entry (Place-Sort-Outer) TO Placement-Hold-Entry
    MOVE Place-Sort-Outer TO Place-Sort-Slot
    PERFORM Shift-Smaller-Placements
       VARYING Place-Sort-Inner FROM Place-Sort-Outer BY -1
       UNTIL Place-Sort-Inner < 2
          OR Place-Sort-Slot NOT = Place-Sort-Inner
    MOVE Placement-Hold-Entry TO Placement-Entry (Place-Sort-Slot)
    .

Shift-Smaller-Placements.
    IF PL-Capacity (Place-Sort-Inner - 1) < PH-Capacity
       MOVE Placement-Entry (Place-Sort-Inner - 1)
         TO Placement-Entry (Place-Sort-Inner)
       COMPUTE Place-Sort-Slot = Place-Sort-Inner - 1
    END-IF
    .


*>-----------------------------------------------------------------
*> Tries the rooms smallest first; the first one big enough and free
*> for the section's pattern is taken and booked in the table.  A
*> pattern whose time is not HHMM-HHMM cannot be checked for
*> conflicts and is left for the scheduler.
*>-----------------------------------------------------------------
Place-One-Section.
    MOVE PL-Section-Index (Placement-Index) TO Placing-Index
    MOVE RA-Days (Placing-Index) TO Pattern-A-Days
    MOVE RA-Time (Placing-Index) TO Pattern-A-Time
    IF PAV-Start IS NUMERIC  AND  PAV-End IS NUMERIC
       MOVE SPACES TO Chosen-Room
       SET No-Room-Fits TO TRUE
       PERFORM Try-One-Room
          VARYING Room-Index FROM 1 BY 1
          UNTIL Room-Index > Active-Room-Count
             OR Chosen-Room NOT = SPACES
       IF Chosen-Room NOT = SPACES
          MOVE Chosen-Room TO RA-Room (Placing-Index)
          ADD 1 TO RA-Sections-Placed
          PERFORM Load-Detail-Line
          MOVE 'ROOM ' TO RAL-Outcome
          MOVE Chosen-Room TO RAL-Outcome (6:8)
          MOVE RA-Detail-Line TO RA-Line
          PERFORM Write-RA-Line
       END-IF
    END-IF
    .

Try-One-Room.
    IF AR-Seat-Count (Room-Index) NOT < RA-Capacity (Placing-Index)
       SET Some-Room-Fits TO TRUE
       SET Room-Is-Free TO TRUE
       PERFORM Check-Room-Booking
          VARYING Booking-Index FROM 1 BY 1
          UNTIL Booking-Index > Term-Section-Count
             OR Room-Is-Booked
       IF Room-Is-Free
          MOVE AR-Room-ID (Room-Index) TO Chosen-Room
       END-IF
    END-IF
    .

Check-Room-Booking.
    IF RA-Room (Booking-Index) = AR-Room-ID (Room-Index)
       PERFORM Compare-Section-Patterns
       IF Patterns-Overlap
          SET Room-Is-Booked TO TRUE
       END-IF
    END-IF
    .

*>-----------------------------------------------------------------
*> Sets Pattern-Overlap-Flag for the section being placed (pattern
*> A, loaded by Place-One-Section) against the booking at
*> Booking-Index: a shared meeting-day letter with each pattern's
*> start before the other's end.  A booking with a blank or
*> non-numeric pattern overlaps nothing, as in
*> Room-Schedule-Report.
*>-----------------------------------------------------------------
Compare-Section-Patterns.
    SET Patterns-Do-Not-Overlap TO TRUE
    MOVE RA-Days (Booking-Index) TO Pattern-B-Days
    MOVE RA-Time (Booking-Index) TO Pattern-B-Time
    IF Pattern-B-Days NOT = SPACES
          AND PBV-Start IS NUMERIC  AND  PBV-End IS NUMERIC
       SET Common-Day-Not-Found TO TRUE
       PERFORM Match-Pattern-A-Day
          VARYING Day-Index-A FROM 1 BY 1
          UNTIL Day-Index-A > 7  OR  Common-Day-Found
       IF Common-Day-Found
             AND PAV-Start < PBV-End
             AND PBV-Start < PAV-End
          SET Patterns-Overlap TO TRUE
       END-IF
    END-IF
    .

Match-Pattern-A-Day.
    IF Pattern-A-Byte (Day-Index-A) NOT = SPACE
       PERFORM Match-Pattern-B-Day
          VARYING Day-Index-B FROM 1 BY 1
          UNTIL Day-Index-B > 7  OR  Common-Day-Found
    END-IF
    .

Match-Pattern-B-Day.
    IF Pattern-B-Byte (Day-Index-B) = Pattern-A-Byte (Day-Index-A)
       SET Common-Day-Found TO TRUE
    END-IF
    .


*>-----------------------------------------------------------------
*> The exception list: every queued section still without a room,
*> with the reason -- no HHMM-HHMM time to check against, no active
*> room with the seats at all, or every room that fits already
*> taken at that hour.
*>-----------------------------------------------------------------
List-One-Unplaced.
    MOVE PL-Section-Index (Placement-Index) TO Placing-Index
    IF RA-Room (Placing-Index) = SPACES
       ADD 1 TO RA-Sections-Unplaced
       PERFORM Load-Detail-Line
       MOVE RA-Time (Placing-Index) TO Pattern-A-Time
       IF PAV-Start IS NUMERIC  AND  PAV-End IS NUMERIC
          SET No-Room-Fits TO TRUE
          PERFORM Note-Room-Fits
             VARYING Room-Index FROM 1 BY 1
             UNTIL Room-Index > Active-Room-Count
                OR Some-Room-Fits
          IF Some-Room-Fits
             MOVE 'EVERY ROOM THAT FITS IS BOOKED THEN'
               TO RAL-Outcome
          ELSE
             MOVE 'NO ACTIVE ROOM HAS ENOUGH SEATS'
               TO RAL-Outcome
          END-IF
       ELSE
          MOVE 'MEETING TIME IS NOT HHMM-HHMM' TO RAL-Outcome
       END-IF
       MOVE RA-Detail-Line TO RA-Line
       PERFORM Write-RA-Line
    END-IF
    .

Note-Room-Fits.
    IF AR-Seat-Count (Room-Index) NOT < RA-Capacity (Placing-Index)
       SET Some-Room-Fits TO TRUE
    END-IF
    .

Load-Detail-Line.
    MOVE RA-Course-ID (Placing-Index) TO RAL-Course-ID
    MOVE RA-Days (Placing-Index)      TO RAL-Days
    MOVE RA-Time (Placing-Index)      TO RAL-Time
    MOVE RA-Capacity (Placing-Index)  TO RAL-Capacity
    MOVE SPACES                       TO RAL-Outcome
    .

Write-Assignment-Counts.
    MOVE SPACES TO RA-Line
    PERFORM Write-RA-Line
    MOVE 'Sections placed:' TO RAC-Label
    MOVE RA-Sections-Placed TO RAC-Count
    MOVE RA-Count-Line TO RA-Line
    PERFORM Write-RA-Line
    MOVE 'Sections not placed:' TO RAC-Label
    MOVE RA-Sections-Unplaced TO RAC-Count
    MOVE RA-Count-Line TO RA-Line
    PERFORM Write-RA-Line
    MOVE 'No room, no meeting days:' TO RAC-Label
    MOVE RA-Sections-No-Pattern TO RAC-Count
    MOVE RA-Count-Line TO RA-Line
    PERFORM Write-RA-Line
    .


*>-----------------------------------------------------------------
*> The placements, one 'C' transaction each carrying only the room
*> (every other Chg- field left as spaces, so nothing else on the
*> section changes), as a complete balanced batch for the merge.
*>-----------------------------------------------------------------
Write-Assignment-Batch.
    MOVE "COURSE-TRANS-SOURCE5.DAT" TO WS-File-ID
    OPEN OUTPUT Entry-Transaction-File
    PERFORM Check-File-Status

    MOVE 'H'                TO EH-Record-Type
    MOVE RA-Sections-Placed TO EH-Expected-Trans-Count
    WRITE Entry-Header-Rec

    PERFORM Write-Room-Change
       VARYING Placement-Index FROM 1 BY 1
       UNTIL Placement-Index > Placement-Count

    MOVE 'T'              TO ET-Record-Type
    MOVE Batch-Hash-Total TO ET-Hash-Total
    WRITE Entry-Trailer-Rec

    MOVE "COURSE-TRANS-SOURCE5.DAT" TO WS-File-ID
    CLOSE Entry-Transaction-File
    PERFORM Check-File-Status
    .

Write-Room-Change.
    MOVE PL-Section-Index (Placement-Index) TO Placing-Index
    IF RA-Room (Placing-Index) NOT = SPACES
       MOVE SPACES TO Work-Trans-Rec
       MOVE 'C' TO TY-Trans-Type
       ADD 1 TO Next-Sequence-Number
       MOVE Next-Sequence-Number        TO TY-Trans-Sequence-Number
       MOVE RA-Course-ID (Placing-Index) TO TY-Trans-Key
       MOVE Current-Term                TO TY-Trans-Term
       MOVE Todays-Run-Date             TO TY-Chg-Last-Changed-Date
       MOVE RA-Room (Placing-Index)      TO TY-Chg-Room
       MOVE Work-Trans-Rec TO Entry-Trans-Rec
       WRITE Entry-Trans-Rec
       PERFORM Add-Key-Byte-To-Hash
          VARYING Hash-Byte-Index FROM 1 BY 1
          UNTIL Hash-Byte-Index > 9
    END-IF
    .

Add-Key-Byte-To-Hash.
    ADD FUNCTION ORD (TY-Trans-Key-Byte (Hash-Byte-Index))
      TO Batch-Hash-Total
    .


Write-RA-Line.
    IF RA-Lines-On-Page >= RA-Lines-Per-Page
       PERFORM Write-RA-Heading
    END-IF
    WRITE RA-Line
    ADD 1 TO RA-Lines-On-Page
    .

Write-RA-Heading.
    ADD 1 TO RA-Page-Number
    MOVE RA-Page-Number  TO RAH-Page-No
    MOVE Todays-Run-Date TO RAH-Run-Date
    MOVE Current-Term    TO RAH-Term
    IF RA-Page-Number > 1
       MOVE SPACES TO RA-Line
       WRITE RA-Line BEFORE ADVANCING PAGE
    END-IF
    WRITE RA-Line FROM RA-Heading-1
    WRITE RA-Line FROM RA-Heading-2
    MOVE SPACES TO RA-Line
    WRITE RA-Line
    MOVE ZERO TO RA-Lines-On-Page
    .
