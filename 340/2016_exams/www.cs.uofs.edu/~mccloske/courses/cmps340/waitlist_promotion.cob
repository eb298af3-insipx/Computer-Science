*>             students who long since gave up (a waitlist written
*>             under the old priority-less layout converts once via
*>             Course-Files-Convert)
*>             modified Oct. 15, 2026 to enroll each promoted student
*>             on the letter grading basis (SC-Grading-Basis 'L',
*>             echoed in the 'S' audit entry for the bursar feed); a
*>             waitlist entry carries no basis, so a student who
*>             wants pass/fail or audit files a Basis-Change
*>             transaction before the term's basis deadline
*>             modified Oct. 15, 2026 to honor the class-level seat
*>             holds in Seat-Reservations.IDX the way Courses-Interact
*>             does: until a hold's release date, a seat its level
*>             has not filled is not open to a waiting student of
*>             another level (class levels from Students.IDX; with
*>             either file absent the holds are not enforced)
*>             modified Oct. 15, 2026 to enroll each promoted student
*>             on the grading basis parked on the waitlist entry
*>             (WL-Grading-Basis, blank = letter) rather than always
*>             letter, and to carry it on the entries still waiting
*>***************************************************************
*> Program Abstract:
*>    Courses-Interact's Add-Student-To-Waitlist parks a student in
*>    reported.
*>
*>  INPUT:
*>    Course-Waitlist.Dat, Courses.IDX, Course-Roster-Overflow.IDX,
*>    Seat-Reservations.IDX and Students.IDX (both optional).
*>
*>  OUTPUT:
*>    Courses.IDX updated with the promoted enrollments;
       RECORD KEY IS SC-Key
       FILE STATUS IS WS-File-Status.

    SELECT Seat-Reservation-File  ASSIGN TO "Seat-Reservations.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS SR-Key
       FILE STATUS IS WS-File-Status.

    SELECT Student-Master-File  ASSIGN TO "Students.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS Student-Master-ID
       FILE STATUS IS WS-File-Status.

    SELECT Run-Lock-File  ASSIGN TO "Course-Run-Lock.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS LK-File-Status.
01  Student-Course-Rec.
    COPY "student-course-record.cpy".

*> The class-level seat holds Seat-Reservations-Maintain builds,
*> and the student master their class levels are read from.
FD  Seat-Reservation-File.
01  Seat-Reservation-Record.
    COPY "seat-reservation-record.cpy".

FD  Student-Master-File.
01  Student-Master-Record.
    COPY "student-record.cpy".

FD  Run-Lock-File.
01  Run-Lock-Record.
    COPY "run-lock-record.cpy".
       03 WPT-Student-ID   PIC X(9).
       03 WPT-Date-Added   PIC 9(8).
       03 WPT-Priority     PIC 9(1).
       03 WPT-Grading-Basis  PIC X.
       03 WPT-Disposition  PIC X.
          88 WPT-Promoted         VALUE 'P'.
          88 WPT-Still-Waiting    VALUE 'W'.
    02 WPS-Term        PIC X(5)  VALUE LOW-VALUES.
    02 WPS-Course-ID   PIC X(9)  VALUE LOW-VALUES.

*> Whether the seat holds can be enforced this run: both
*> Seat-Reservations.IDX and Students.IDX must be on hand.
01  WP-Hold-Validation-Flag  PIC X  VALUE 'N'.
    88 WP-Hold-Validation-On   VALUE 'Y'.
    88 WP-Hold-Validation-Off  VALUE 'N'.

01  WP-Hold-Scan-EOF-Flag  PIC X.
    88 WP-Hold-Scan-EOF      VALUE 'Y'.
    88 WP-Hold-Scan-EOF-Not  VALUE 'N'.

*> The section's holds in force today for levels other than the
*> waiting student's, with how many of each level the roster
*> already seats -- the same table Courses-Interact builds.
01  WP-Max-Holds     PIC 9  VALUE 5.
01  WP-Hold-Count    PIC 9  VALUE ZERO.
01  WP-Hold-Table.
    02 WP-Hold-Entry  OCCURS 0 TO 5 TIMES
                      DEPENDING ON WP-Hold-Count.
       03 WPH-Class-Level   PIC X(2).
       03 WPH-Seats-Held    PIC 9(4).
       03 WPH-Seats-Filled  PIC 9(4).
01  WP-Hold-Index         PIC 9.
01  WP-Hold-Roster-Index  PIC 9(3).

01  WP-Enrolling-Level  PIC X(2)  VALUE SPACES.
01  WP-Roster-Level     PIC X(2)  VALUE SPACES.
01  WP-Seats-Withheld   PIC 9(4)  VALUE ZERO.

01  Promotion-Totals.
    02 WP-Entries-Read      PIC 9(5)  VALUE ZERO.
    02 WP-Promotions        PIC 9(5)  VALUE ZERO.
    02 SH-Student-ID   PIC X(9).
    02 SH-Date-Added   PIC 9(8).
    02 SH-Priority     PIC 9(1).
    02 SH-Grading-Basis  PIC X.
    02 SH-Disposition  PIC X.
01  Sort-Outer-Index  PIC 9(4).
01  Sort-Inner-Index  PIC 9(4).
       END-IF
       PERFORM Check-File-Status
       PERFORM Open-Audit-Trail-Extend
       PERFORM Open-Seat-Hold-Files
       MOVE "WAITLIST-PROMOTIONS.DAT" TO WS-File-ID
       OPEN EXTEND Promotion-Log-File
       IF WS-File-Status = "35"
       MOVE "WAITLIST-PROMOTIONS.DAT" TO WS-File-ID
       CLOSE Promotion-Log-File
       PERFORM Check-File-Status
       IF WP-Hold-Validation-On
          MOVE "SEAT-RESERVATIONS.IDX" TO WS-File-ID
          CLOSE Seat-Reservation-File
          PERFORM Check-File-Status
          MOVE "STUDENTS.IDX" TO WS-File-ID
          CLOSE Student-Master-File
          PERFORM Check-File-Status
       END-IF

       PERFORM Rewrite-Waitlist-File
       PERFORM Release-Run-Lock
       MOVE WL-Student-ID TO WPT-Student-ID (Waitlist-Entry-Count)
       MOVE WL-Date-Added TO WPT-Date-Added (Waitlist-Entry-Count)
       MOVE WL-Priority   TO WPT-Priority   (Waitlist-Entry-Count)
       IF WL-Grading-Basis = SPACE
          MOVE 'L' TO WPT-Grading-Basis (Waitlist-Entry-Count)
       ELSE
          MOVE WL-Grading-Basis
            TO WPT-Grading-Basis (Waitlist-Entry-Count)
       END-IF
       SET WPT-Still-Waiting (Waitlist-Entry-Count) TO TRUE
    ELSE
       SET Waitlist-Table-Overflowed TO TRUE
    .


*>-----------------------------------------------------------------
*> The holds are enforced only when both files are on hand; either
*> one absent (35) is a normal site without them.
*>-----------------------------------------------------------------
Open-Seat-Hold-Files.
    SET WP-Hold-Validation-Off TO TRUE
    MOVE "SEAT-RESERVATIONS.IDX" TO WS-File-ID
    OPEN INPUT Seat-Reservation-File
    IF WS-File-Status NOT = "35"
       PERFORM Check-File-Status
       MOVE "STUDENTS.IDX" TO WS-File-ID
       OPEN INPUT Student-Master-File
       IF WS-File-Status = "35"
          DISPLAY 'No Students.IDX to take class levels from -- '
                  'class-level seat holds will not be enforced'
          MOVE "SEAT-RESERVATIONS.IDX" TO WS-File-ID
          CLOSE Seat-Reservation-File
          PERFORM Check-File-Status
       ELSE
          PERFORM Check-File-Status
          SET WP-Hold-Validation-On TO TRUE
       END-IF
    END-IF
    .


*>-----------------------------------------------------------------
*> Looks the entry's course up and, if a seat has opened
*> (Total-Number-Of-Students below Course-Capacity, less any seats
*> still held for other class levels), enrolls the
*> student exactly as Courses-Interact's Add-Student-To-Roster would:
*> into Class-List while under the 300-student ceiling, into
*> Course-Roster-Overflow.IDX past it.
    .

Promote-If-Seat-Open.
    PERFORM Compute-Reserved-Seats
    IF Total-Number-Of-Students + WP-Seats-Withheld < Course-Capacity
       PERFORM Check-Already-Enrolled
       IF WP-Already-On-Roster
          SET WPT-Already-Enrolled (Waitlist-Index) TO TRUE
    END-IF
    .

*>-----------------------------------------------------------------
*> Leaves in WP-Seats-Withheld how many of the section's seats are
*> held, as of today, for class levels other than the waiting
*> student's and not yet taken by students of those levels -- the
*> same count Courses-Interact's Compute-Reserved-Seats makes.
*>-----------------------------------------------------------------
Compute-Reserved-Seats.
    MOVE ZERO TO WP-Seats-Withheld
    IF WP-Hold-Validation-On
       MOVE WPT-Student-ID (Waitlist-Index) TO Student-Master-ID
       READ Student-Master-File
          INVALID KEY      MOVE SPACES TO WP-Enrolling-Level
          NOT INVALID KEY  MOVE Student-Class-Level
                             TO WP-Enrolling-Level
       END-READ
       PERFORM Load-Section-Holds
       IF WP-Hold-Count > ZERO
          PERFORM Count-Roster-Class-Level
             VARYING WP-Hold-Roster-Index FROM 1 BY 1
             UNTIL WP-Hold-Roster-Index > Number-Of-Students
          IF Course-Has-Overflow
             PERFORM Count-Overflow-Class-Levels
          END-IF
          PERFORM Add-Unfilled-Hold
             VARYING WP-Hold-Index FROM 1 BY 1
             UNTIL WP-Hold-Index > WP-Hold-Count
       END-IF
    END-IF
    .

Load-Section-Holds.
    MOVE ZERO        TO WP-Hold-Count
    MOVE Course-Term TO SR-Term
    MOVE Course-ID   TO SR-Course-ID
    MOVE LOW-VALUES  TO SR-Class-Level
    SET WP-Hold-Scan-EOF-Not TO TRUE
    START Seat-Reservation-File KEY IS NOT LESS THAN SR-Key
       INVALID KEY  SET WP-Hold-Scan-EOF TO TRUE
    END-START
    IF WP-Hold-Scan-EOF-Not
       PERFORM Read-Next-Section-Hold
       PERFORM Keep-Section-Hold
          UNTIL WP-Hold-Scan-EOF
    END-IF
    .

Read-Next-Section-Hold.
    READ Seat-Reservation-File NEXT RECORD
       AT END  SET WP-Hold-Scan-EOF TO TRUE
    END-READ
    IF WP-Hold-Scan-EOF-Not
       IF SR-Term NOT = Course-Term
             OR SR-Course-ID NOT = Course-ID
          SET WP-Hold-Scan-EOF TO TRUE
       END-IF
    END-IF
    .

*>  A hold is in force through the day before its release date.
Keep-Section-Hold.
    IF SR-Release-Date > Todays-Run-Date
          AND SR-Class-Level NOT = WP-Enrolling-Level
          AND WP-Hold-Count < WP-Max-Holds
       ADD 1 TO WP-Hold-Count
       MOVE SR-Class-Level TO WPH-Class-Level (WP-Hold-Count)
       MOVE SR-Seats-Held  TO WPH-Seats-Held (WP-Hold-Count)
       MOVE ZERO           TO WPH-Seats-Filled (WP-Hold-Count)
    END-IF
    PERFORM Read-Next-Section-Hold
    .

Count-Roster-Class-Level.
    MOVE Student-ID (WP-Hold-Roster-Index) TO Student-Master-ID
    PERFORM Tally-Roster-Class-Level
    .

Count-Overflow-Class-Levels.
    MOVE Course-Term       TO WPL-Term
    MOVE Course-ID         TO WPL-Course-ID
    MOVE ZERO              TO WPL-Seq-No
    MOVE WP-Search-Low-Key TO Overflow-Key
    SET Promo-Scan-EOF-Not TO TRUE
    START Course-Roster-Overflow-File KEY IS NOT LESS THAN Overflow-Key
       INVALID KEY  SET Promo-Scan-EOF TO TRUE
    END-START
    IF NOT Promo-Scan-EOF
       PERFORM Read-Next-Scan-Rec
       PERFORM Count-Overflow-Class-Level
          UNTIL Promo-Scan-EOF
    END-IF
    .

Count-Overflow-Class-Level.
    IF Overflow-Course-ID NOT = Course-ID
          OR Overflow-Term NOT = Course-Term
       SET Promo-Scan-EOF TO TRUE
    ELSE
       MOVE Overflow-Student-ID TO Student-Master-ID
       PERFORM Tally-Roster-Class-Level
       PERFORM Read-Next-Scan-Rec
    END-IF
    .

Tally-Roster-Class-Level.
    READ Student-Master-File
       INVALID KEY      MOVE SPACES TO WP-Roster-Level
       NOT INVALID KEY  MOVE Student-Class-Level TO WP-Roster-Level
    END-READ
    PERFORM Match-Hold-Class-Level
       VARYING WP-Hold-Index FROM 1 BY 1
       UNTIL WP-Hold-Index > WP-Hold-Count
    .

Match-Hold-Class-Level.
    IF WPH-Class-Level (WP-Hold-Index) = WP-Roster-Level
       ADD 1 TO WPH-Seats-Filled (WP-Hold-Index)
    END-IF
    .

Add-Unfilled-Hold.
    IF WPH-Seats-Held (WP-Hold-Index)
          > WPH-Seats-Filled (WP-Hold-Index)
       COMPUTE WP-Seats-Withheld = WP-Seats-Withheld
             + WPH-Seats-Held (WP-Hold-Index)
             - WPH-Seats-Filled (WP-Hold-Index)
    END-IF
    .

*>-----------------------------------------------------------------
*> Reads the optional course-load override record; absent (status
*> 35) or empty, the standard limit stands -- the same record
    MOVE Course-Record TO Audit-After-Image
    MOVE 'S' TO Audit-Trans-Type
    MOVE WPT-Student-ID (Waitlist-Index) TO Audit-Student-ID
    MOVE WPT-Grading-Basis (Waitlist-Index) TO Audit-Grading-Basis
    MOVE SPACES TO Audit-Prior-Basis
                   Audit-Permit-ID
    PERFORM Write-Audit-Record
    PERFORM Write-Student-Course-Rec
    MOVE Todays-Run-Date                 TO PL-Date
    MOVE Course-Term                     TO SC-Term
    MOVE Course-ID                       TO SC-Course-ID
    MOVE SPACES                          TO SC-Grade
    MOVE WPT-Grading-Basis (Waitlist-Index) TO SC-Grading-Basis
    WRITE Student-Course-Rec
       INVALID KEY
          DISPLAY 'Duplicate Student-Course key: ', SC-Key
       MOVE WPT-Student-ID (Waitlist-Index) TO WL-Student-ID
       MOVE WPT-Date-Added (Waitlist-Index) TO WL-Date-Added
       MOVE WPT-Priority   (Waitlist-Index) TO WL-Priority
       MOVE WPT-Grading-Basis (Waitlist-Index) TO WL-Grading-Basis
       WRITE Waitlist-Rec
    END-IF
    .
