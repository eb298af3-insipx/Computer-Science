AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Aug. 22, 2026.
*>             modified Oct. 15, 2026 to show, per course and in the
*>             subtotals, the seats still held for a class level in
*>             Seat-Reservations.IDX (held but not yet filled by that
*>             level, release date not yet reached) apart from the
*>             seats open to anyone
*>***************************************************************
*> Program Abstract:
*>    During registration week the registrar's most-asked question is
*>    hand.  This program reads Courses.IDX sequentially together
*>    with Course-Waitlist.Dat and prints, per course:
*>    Course-Capacity, Total-Number-Of-Students, the count of
*>    waitlisted students, reserved seats, and open seats -- with a
*>    subtotal line at each department-prefix break (the same
*>    leading-6-character view of Course-ID that Course-ID-Generator
*>    uses; Courses.IDX's key order already groups a department's
*>    sections together), a grand total, and a flag line under any
*>    section that is full with students waiting or is
*>    under-enrolled.
*>
*>  INPUT:
*>    Courses.IDX, Course-Waitlist.Dat; Seat-Reservations.IDX,
*>    Students.IDX, and Course-Roster-Overflow.IDX (all optional).
*>
*>  OUTPUT:
*>    Seat-Availability.Rpt, a headed, paginated listing.
       ORGANIZATION IS SEQUENTIAL
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

    SELECT Course-Roster-Overflow-File
       ASSIGN TO "Course-Roster-Overflow.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS Overflow-Key
       FILE STATUS IS WS-File-Status.

    SELECT Availability-Report  ASSIGN TO "Seat-Availability.Rpt"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.
01  Waitlist-Rec.
    COPY "waitlist-record.cpy".

*> The class-level seat holds Seat-Reservations-Maintain builds; a
*> hold's level fills it first, so the students' levels come from
*> the student master, over the whole roster (overflow included).
FD  Seat-Reservation-File.
01  Seat-Reservation-Record.
    COPY "seat-reservation-record.cpy".

FD  Student-Master-File.
01  Student-Master-Record.
    COPY "student-record.cpy".

FD  Course-Roster-Overflow-File.
01  Overflow-Roster-Record.
    COPY "course-roster-overflow-record.cpy".

FD  Availability-Report.
01  SA-Line  PIC X(80).

    88 Waitlist-Course-Not-Found  VALUE 'N'.

01  This-Course-Waiting  PIC 9(4)  VALUE ZERO.
01  This-Course-Reserved PIC 9(4) VALUE ZERO.
01  This-Course-Open     PIC S9(4) VALUE ZERO.

*> A section with fewer students than this is flagged as

01  Current-Dept-Prefix  PIC X(6)  VALUE SPACES.

*> Which of the optional files are on hand.  Without the holds file
*> nothing is reserved; without the student master a hold's seats
*> are all shown reserved, since none can be credited to its level.
01  SA-Holds-Available-Flag  PIC X  VALUE 'N'.
    88 SA-Holds-Available       VALUE 'Y'.
01  SA-Names-Available-Flag  PIC X  VALUE 'N'.
    88 SA-Names-Available       VALUE 'Y'.
01  SA-Overflow-Available-Flag  PIC X  VALUE 'N'.
    88 SA-Overflow-Available       VALUE 'Y'.

01  SA-Scan-EOF-Flag  PIC X.
    88 SA-Scan-EOF      VALUE 'Y'.
    88 SA-Scan-EOF-Not  VALUE 'N'.

*> The course's holds in force today, with how many of each level
*> the roster already seats.  One row per level.
01  SA-Max-Holds     PIC 9  VALUE 5.
01  SA-Hold-Count    PIC 9  VALUE ZERO.
01  SA-Hold-Table.
    02 SA-Hold-Entry  OCCURS 0 TO 5 TIMES
                      DEPENDING ON SA-Hold-Count.
       03 SAH-Class-Level   PIC X(2).
       03 SAH-Seats-Held    PIC 9(4).
       03 SAH-Seats-Filled  PIC 9(4).
01  SA-Hold-Index    PIC 9.
01  SA-Roster-Index  PIC 9(3).
01  SA-Roster-Level  PIC X(2)  VALUE SPACES.

01  SA-Overflow-Low-Key.
    02 SAO-Term        PIC X(5).
    02 SAO-Course-ID   PIC X(9).
    02 SAO-Seq-No      PIC 9(3)  VALUE ZERO.

01  Dept-Totals.
    02 SAD-Sections   PIC 9(4)  VALUE ZERO.
    02 SAD-Capacity   PIC 9(6)  VALUE ZERO.
    02 SAD-Enrolled   PIC 9(6)  VALUE ZERO.
    02 SAD-Waiting    PIC 9(6)  VALUE ZERO.
    02 SAD-Reserved   PIC 9(6)  VALUE ZERO.
    02 SAD-Open       PIC S9(6) VALUE ZERO.

01  Grand-Totals.
    02 SAG-Capacity   PIC 9(6)  VALUE ZERO.
    02 SAG-Enrolled   PIC 9(6)  VALUE ZERO.
    02 SAG-Waiting    PIC 9(6)  VALUE ZERO.
    02 SAG-Reserved   PIC 9(6)  VALUE ZERO.
    02 SAG-Open       PIC S9(6) VALUE ZERO.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.
    02 FILLER  PIC X(2)   VALUE SPACES.
    02 FILLER  PIC X(10)  VALUE 'Waitlisted'.
    02 FILLER  PIC X(2)   VALUE SPACES.
    02 FILLER  PIC X(8)   VALUE 'Reserved'.
    02 FILLER  PIC X(2)   VALUE SPACES.
    02 FILLER  PIC X(10)  VALUE 'Open seats'.

01  SA-Detail-Line.
    02 SAL-Enrolled    PIC ZZZ9.
    02 FILLER          PIC X(8)   VALUE SPACES.
    02 SAL-Waiting     PIC ZZZ9.
    02 FILLER          PIC X(6)   VALUE SPACES.
    02 SAL-Reserved    PIC ZZZ9.
    02 FILLER          PIC X(7)   VALUE SPACES.
    02 SAL-Open        PIC ---9.

    02 SAL-Flag-Text   PIC X(40).

01  SA-Subtotal-Line.
    02 FILLER          PIC X(5)   VALUE 'Dept '.
    02 SAL-Sub-Prefix  PIC X(6).
    02 FILLER          PIC X(1)   VALUE ':'.
    02 SAL-Sub-Sections PIC ZZZ9.
    02 FILLER          PIC X(5)   VALUE ' sec '.
    02 SAL-Sub-Capacity PIC ZZZZZ9.
    02 FILLER          PIC X(5)   VALUE ' cap '.
    02 SAL-Sub-Enrolled PIC ZZZZZ9.
    02 FILLER          PIC X(5)   VALUE ' enr '.
    02 SAL-Sub-Waiting  PIC ZZZZZ9.
    02 FILLER          PIC X(6)   VALUE ' wait '.
    02 SAL-Sub-Reserved PIC ZZZZZ9.
    02 FILLER          PIC X(5)   VALUE ' rsv '.
    02 SAL-Sub-Open     PIC -----9.
    02 FILLER          PIC X(5)   VALUE ' open'.

    MOVE "COURSES.IDX" TO WS-File-ID
    OPEN INPUT Indexed-File
    PERFORM Check-File-Status
    PERFORM Open-Seat-Hold-Files
    MOVE "SEAT-AVAILABILITY.RPT" TO WS-File-ID
    OPEN OUTPUT Availability-Report
    PERFORM Check-File-Status
    MOVE "SEAT-AVAILABILITY.RPT" TO WS-File-ID
    CLOSE Availability-Report
    PERFORM Check-File-Status
    PERFORM Close-Seat-Hold-Files
    STOP RUN
    .

    .


*>-----------------------------------------------------------------
*> Each optional file absent (status 35) is a normal site without
*> it -- see SA-Holds-Available-Flag.
*>-----------------------------------------------------------------
Open-Seat-Hold-Files.
    MOVE "SEAT-RESERVATIONS.IDX" TO WS-File-ID
    OPEN INPUT Seat-Reservation-File
    IF WS-File-Status NOT = "35"
       PERFORM Check-File-Status
       MOVE 'Y' TO SA-Holds-Available-Flag
       MOVE "STUDENTS.IDX" TO WS-File-ID
       OPEN INPUT Student-Master-File
       IF WS-File-Status NOT = "35"
          PERFORM Check-File-Status
          MOVE 'Y' TO SA-Names-Available-Flag
       END-IF
       MOVE "COURSE-ROSTER-OVERFLOW.IDX" TO WS-File-ID
       OPEN INPUT Course-Roster-Overflow-File
       IF WS-File-Status NOT = "35"
          PERFORM Check-File-Status
          MOVE 'Y' TO SA-Overflow-Available-Flag
       END-IF
    END-IF
    .

Close-Seat-Hold-Files.
    IF SA-Holds-Available
       MOVE "SEAT-RESERVATIONS.IDX" TO WS-File-ID
       CLOSE Seat-Reservation-File
       PERFORM Check-File-Status
    END-IF
    IF SA-Names-Available
       MOVE "STUDENTS.IDX" TO WS-File-ID
       CLOSE Student-Master-File
       PERFORM Check-File-Status
    END-IF
    IF SA-Overflow-Available
       MOVE "COURSE-ROSTER-OVERFLOW.IDX" TO WS-File-ID
       CLOSE Course-Roster-Overflow-File
       PERFORM Check-File-Status
    END-IF
    .

*>-----------------------------------------------------------------
*> Leaves in This-Course-Reserved the seats of the course in
*> Course-Record still held for a class level today and not yet
*> filled by students of that level -- the seats Courses-Interact
*> keeps from everyone else.
*>-----------------------------------------------------------------
Look-Up-Reserved-Seats.
    MOVE ZERO TO This-Course-Reserved
    IF SA-Holds-Available
       PERFORM Load-Course-Holds
       IF SA-Hold-Count > ZERO  AND  SA-Names-Available
          PERFORM Count-Roster-Class-Level
             VARYING SA-Roster-Index FROM 1 BY 1
             UNTIL SA-Roster-Index > Number-Of-Students
          IF Course-Has-Overflow  AND  SA-Overflow-Available
             PERFORM Count-Overflow-Class-Levels
          END-IF
       END-IF
       PERFORM Add-Unfilled-Hold
          VARYING SA-Hold-Index FROM 1 BY 1
          UNTIL SA-Hold-Index > SA-Hold-Count
    END-IF
    .

Load-Course-Holds.
    MOVE ZERO        TO SA-Hold-Count
    MOVE Course-Term TO SR-Term
    MOVE Course-ID   TO SR-Course-ID
    MOVE LOW-VALUES  TO SR-Class-Level
    SET SA-Scan-EOF-Not TO TRUE
    START Seat-Reservation-File KEY IS NOT LESS THAN SR-Key
       INVALID KEY  SET SA-Scan-EOF TO TRUE
    END-START
    IF SA-Scan-EOF-Not
       PERFORM Read-Next-Course-Hold
       PERFORM Keep-Course-Hold
          UNTIL SA-Scan-EOF
    END-IF
    .

Read-Next-Course-Hold.
    READ Seat-Reservation-File NEXT RECORD
       AT END  SET SA-Scan-EOF TO TRUE
    END-READ
    IF SA-Scan-EOF-Not
       IF SR-Term NOT = Course-Term
             OR SR-Course-ID NOT = Course-ID
          SET SA-Scan-EOF TO TRUE
       END-IF
    END-IF
    .

*>  A hold is in force through the day before its release date.
Keep-Course-Hold.
    IF SR-Release-Date > Todays-Run-Date
          AND SA-Hold-Count < SA-Max-Holds
       ADD 1 TO SA-Hold-Count
       MOVE SR-Class-Level TO SAH-Class-Level (SA-Hold-Count)
       MOVE SR-Seats-Held  TO SAH-Seats-Held (SA-Hold-Count)
       MOVE ZERO           TO SAH-Seats-Filled (SA-Hold-Count)
    END-IF
    PERFORM Read-Next-Course-Hold
    .

Count-Roster-Class-Level.
    MOVE Student-ID (SA-Roster-Index) TO Student-Master-ID
    PERFORM Tally-Roster-Class-Level
    .

Count-Overflow-Class-Levels.
    MOVE Course-Term         TO SAO-Term
    MOVE Course-ID           TO SAO-Course-ID
    MOVE ZERO                TO SAO-Seq-No
    MOVE SA-Overflow-Low-Key TO Overflow-Key
    SET SA-Scan-EOF-Not TO TRUE
    START Course-Roster-Overflow-File KEY IS NOT LESS THAN Overflow-Key
       INVALID KEY  SET SA-Scan-EOF TO TRUE
    END-START
    IF SA-Scan-EOF-Not
       PERFORM Read-Next-Overflow-Rec
       PERFORM Count-Overflow-Class-Level
          UNTIL SA-Scan-EOF
    END-IF
    .

Read-Next-Overflow-Rec.
    READ Course-Roster-Overflow-File NEXT RECORD
       AT END  SET SA-Scan-EOF TO TRUE
    END-READ
    .

Count-Overflow-Class-Level.
    IF Overflow-Course-ID NOT = Course-ID
          OR Overflow-Term NOT = Course-Term
       SET SA-Scan-EOF TO TRUE
    ELSE
       MOVE Overflow-Student-ID TO Student-Master-ID
       PERFORM Tally-Roster-Class-Level
       PERFORM Read-Next-Overflow-Rec
    END-IF
    .

Tally-Roster-Class-Level.
    READ Student-Master-File
       INVALID KEY      MOVE SPACES TO SA-Roster-Level
       NOT INVALID KEY  MOVE Student-Class-Level TO SA-Roster-Level
    END-READ
    PERFORM Match-Hold-Class-Level
       VARYING SA-Hold-Index FROM 1 BY 1
       UNTIL SA-Hold-Index > SA-Hold-Count
    .

Match-Hold-Class-Level.
    IF SAH-Class-Level (SA-Hold-Index) = SA-Roster-Level
       ADD 1 TO SAH-Seats-Filled (SA-Hold-Index)
    END-IF
    .

Add-Unfilled-Hold.
    IF SAH-Seats-Held (SA-Hold-Index)
          > SAH-Seats-Filled (SA-Hold-Index)
       COMPUTE This-Course-Reserved = This-Course-Reserved
             + SAH-Seats-Held (SA-Hold-Index)
             - SAH-Seats-Filled (SA-Hold-Index)
    END-IF
    .


Read-Course-Rec.
    READ Indexed-File NEXT RECORD
       AT END  SET EOF-Indexed TO TRUE
    END-IF

    PERFORM Look-Up-Waitlist-Count
    PERFORM Look-Up-Reserved-Seats
    COMPUTE This-Course-Open =
       Course-Capacity - Total-Number-Of-Students
          - This-Course-Reserved

    MOVE Course-ID                TO SAL-Course-ID
    MOVE Course-Capacity          TO SAL-Capacity
    MOVE Total-Number-Of-Students TO SAL-Enrolled
    MOVE This-Course-Waiting      TO SAL-Waiting
    MOVE This-Course-Reserved     TO SAL-Reserved
    MOVE This-Course-Open         TO SAL-Open
    PERFORM Write-SA-Detail

    IF Total-Number-Of-Students + This-Course-Reserved
          >= Course-Capacity
          AND This-Course-Waiting > ZERO
       MOVE '** FULL -- STUDENTS WAITING **' TO SAL-Flag-Text
       PERFORM Write-SA-Flag
    ADD Course-Capacity           TO SAD-Capacity SAG-Capacity
    ADD Total-Number-Of-Students  TO SAD-Enrolled SAG-Enrolled
    ADD This-Course-Waiting       TO SAD-Waiting  SAG-Waiting
    ADD This-Course-Reserved      TO SAD-Reserved SAG-Reserved
    ADD This-Course-Open          TO SAD-Open     SAG-Open
    .

    MOVE SAD-Capacity        TO SAL-Sub-Capacity
    MOVE SAD-Enrolled        TO SAL-Sub-Enrolled
    MOVE SAD-Waiting         TO SAL-Sub-Waiting
    MOVE SAD-Reserved        TO SAL-Sub-Reserved
    MOVE SAD-Open            TO SAL-Sub-Open
    WRITE SA-Line FROM SA-Subtotal-Line
    MOVE SPACES TO SA-Line
    WRITE SA-Line
    ADD 2 TO SA-Lines-On-Page
    MOVE ZERO TO SAD-Sections SAD-Capacity SAD-Enrolled
                 SAD-Waiting  SAD-Reserved SAD-Open
    .

Write-Grand-Total.
    MOVE SAG-Capacity   TO SAL-Sub-Capacity
    MOVE SAG-Enrolled   TO SAL-Sub-Enrolled
    MOVE SAG-Waiting    TO SAL-Sub-Waiting
    MOVE SAG-Reserved   TO SAL-Sub-Reserved
    MOVE SAG-Open       TO SAL-Sub-Open
    WRITE SA-Line FROM SA-Subtotal-Line
    ADD 1 TO SA-Lines-On-Page
