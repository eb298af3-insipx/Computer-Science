IDENTIFICATION DIVISION.
PROGRAM-ID.  Training-Region-Copy.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>             modified Oct. 15, 2026 for the waitlist's grading
*>             basis byte (33-byte training copy)
*>***************************************************************
*> Program Abstract:
*>    New staff are trained, and new transaction batches tried out,
*>    against copies of the live files -- which used to mean real
*>    names, addresses, phone numbers and wages sitting in a
*>    practice directory.  This utility refreshes a training region
*>    from the live masters with everything identifying masked:
*>
*>      Students.IDX         ID, name, and contact block
*>      Employees.IDX        ID, name, and hourly wage
*>      Instructors.IDX      ID and name
*>      Courses.IDX          instructor of record and class list
*>      Course-Roster-Overflow.IDX, Student-Course.IDX,
*>      Student-History.IDX, Student-Holds.IDX,
*>      Course-Waitlist.Dat  the student ID
*>      Dept-Class.IDX, Course-Term-Control.Dat
*>                           copied as they are (nothing personal)
*>
*>    A real ID always masks to the same training ID, in every file
*>    and on every run, and no two real IDs mask alike, so the
*>    cross-file links (class list to Student-Course.IDX to the
*>    student master, course to instructor, and so on) still join
*>    and every key stays unique.  The mask works character by
*>    character -- a digit stays a digit, a letter a letter, each
*>    shifted by a fixed key and by the character masked before it
*>    -- so an ID keeps its shape.  The fake names, addresses,
*>    phones and wages are picked from the masked ID, so they are
*>    the same on every refresh too.  A blank contact block stays
*>    blank, so the region still has students with no address on
*>    file.
*>
*>    The operator signs on (operations role, OP) and keys the
*>    training directory.  The copy writes only into a directory
*>    that has been set up as a training region -- one holding a
*>    Training-Region.Dat marker record -- and refuses to run at all
*>    where the live directory itself carries one, so no spelling of
*>    the directory name can land the copy on the live file names.
*>    The marker is stamped with the date and time of the refresh.
*>
*>  INPUT:
*>    The live files above (any not on file is skipped, with a
*>    message); the training directory keyed at the console; that
*>    directory's Training-Region.Dat.
*>
*>  OUTPUT:
*>    The same file names, masked, in the training directory;
*>    Training-Region.Dat re-stamped; counts DISPLAYed as a control
*>    total.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Student-Master-File  ASSIGN TO "Students.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS SEQUENTIAL
       RECORD KEY IS Student-Master-ID
       FILE STATUS IS WS-File-Status.

    SELECT Employee-File  ASSIGN TO "Employees.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS SEQUENTIAL
       RECORD KEY IS Empl-ID
       FILE STATUS IS WS-File-Status.

    SELECT Instructor-Master-File  ASSIGN TO "Instructors.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS SEQUENTIAL
       RECORD KEY IS Instructor-Master-ID
       FILE STATUS IS WS-File-Status.

    SELECT Indexed-File  ASSIGN TO "Courses.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS SEQUENTIAL
       RECORD KEY IS Course-Key
       FILE STATUS IS WS-File-Status.

    SELECT Course-Roster-Overflow-File
       ASSIGN TO "Course-Roster-Overflow.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS SEQUENTIAL
       RECORD KEY IS Overflow-Key
       FILE STATUS IS WS-File-Status.

    SELECT Student-Course-File  ASSIGN TO "Student-Course.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS SEQUENTIAL
       RECORD KEY IS SC-Key
       FILE STATUS IS WS-File-Status.

    SELECT Student-History-File  ASSIGN TO "Student-History.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS SEQUENTIAL
       RECORD KEY IS HS-Key
       FILE STATUS IS WS-File-Status.

    SELECT Hold-Master-File  ASSIGN TO "Student-Holds.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS SEQUENTIAL
       RECORD KEY IS SH-Key
       FILE STATUS IS WS-File-Status.

    SELECT Waitlist-File  ASSIGN TO "Course-Waitlist.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Dept-Class-File  ASSIGN TO "Dept-Class.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS SEQUENTIAL
       RECORD KEY IS DC-Key
       FILE STATUS IS WS-File-Status.

    SELECT Term-Control-File  ASSIGN TO "Course-Term-Control.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Live-Marker-File  ASSIGN TO "Training-Region.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

*> The training region's files, named at run time from the keyed
*> directory (the Audit-Archive-Trim convention).  The masked keys
*> no longer come in the live files' order, so the indexed copies
*> are written by key.
    SELECT Training-Marker-File  ASSIGN TO TR-Marker-Name
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Training-Student-File  ASSIGN TO TR-Student-Name
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS TS-Student-ID
       FILE STATUS IS WS-File-Status.

    SELECT Training-Employee-File  ASSIGN TO TR-Employee-Name
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS TE-Empl-ID
       FILE STATUS IS WS-File-Status.

    SELECT Training-Instructor-File  ASSIGN TO TR-Instructor-Name
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS TI-Instructor-ID
       FILE STATUS IS WS-File-Status.

    SELECT Training-Course-File  ASSIGN TO TR-Course-Name
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS TC-Course-Key
       FILE STATUS IS WS-File-Status.

    SELECT Training-Overflow-File  ASSIGN TO TR-Overflow-Name
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS TO-Overflow-Key
       FILE STATUS IS WS-File-Status.

    SELECT Training-SC-File  ASSIGN TO TR-SC-Name
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS TSC-Key
       FILE STATUS IS WS-File-Status.

    SELECT Training-History-File  ASSIGN TO TR-History-Name
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS THS-Key
       FILE STATUS IS WS-File-Status.

    SELECT Training-Hold-File  ASSIGN TO TR-Hold-Name
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS TSH-Key
       FILE STATUS IS WS-File-Status.

    SELECT Training-Waitlist-File  ASSIGN TO TR-Waitlist-Name
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Training-Dept-Class-File  ASSIGN TO TR-Dept-Class-Name
       ORGANIZATION IS INDEXED
       ACCESS IS SEQUENTIAL
       RECORD KEY IS TDC-Key
       FILE STATUS IS WS-File-Status.

    SELECT Training-Term-Control-File  ASSIGN TO TR-Term-Control-Name
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Run-Status-File  ASSIGN TO "Job-Run-Status.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS RS-File-Status.

DATA DIVISION.

FILE SECTION.

FD  Student-Master-File.
01  Student-Master-Record.
    COPY "student-record.cpy".

FD  Employee-File.
01  Employee-Record.
    COPY "employee-record.cpy".

FD  Instructor-Master-File.
01  Instructor-Master-Record.
    COPY "instructor-record.cpy".

FD  Indexed-File
       RECORD CONTAINS 100 TO 2800 CHARACTERS.
01  Course-Record.
    COPY "course-record.cpy".

FD  Course-Roster-Overflow-File.
01  Overflow-Roster-Record.
    COPY "course-roster-overflow-record.cpy".

FD  Student-Course-File.
01  Student-Course-Rec.
    COPY "student-course-record.cpy".

FD  Student-History-File.
01  Student-History-Record.
    COPY "student-history-record.cpy".

FD  Hold-Master-File.
01  Hold-Master-Record.
    COPY "student-hold-record.cpy".

FD  Waitlist-File.
01  Waitlist-Record.
    COPY "waitlist-record.cpy".

FD  Dept-Class-File.
01  Dept-Class-Record.
    COPY "dept-class-record.cpy".

FD  Term-Control-File.
01  Term-Control-Record.
    02 TC-Current-Term  PIC X(5).

*> One record marks a directory as a training region: its name, and
*> when this utility last refreshed it.  The live directory never
*> has one.
FD  Live-Marker-File.
01  Live-Marker-Record.
    02 LV-Region-Name        PIC X(30).
    02 LV-Last-Refresh-Date  PIC 9(8).
    02 LV-Last-Refresh-Time  PIC 9(8).

FD  Training-Marker-File.
01  Training-Marker-Record.
    02 TM-Region-Name        PIC X(30).
    02 TM-Last-Refresh-Date  PIC 9(8).
    02 TM-Last-Refresh-Time  PIC 9(8).

*> The training copies: the same bytes as the live records, with
*> their own key names (the real names live in the copybooks and
*> may appear only once per program).
FD  Training-Student-File.
01  Training-Student-Record.
    02 TS-Student-ID  PIC X(9).
    02 FILLER         PIC X(194).

FD  Training-Employee-File.
01  Training-Employee-Record.
    02 TE-Empl-ID     PIC X(6).
    02 FILLER         PIC X(46).

FD  Training-Instructor-File.
01  Training-Instructor-Record.
    02 TI-Instructor-ID  PIC X(6).
    02 FILLER            PIC X(25).

FD  Training-Course-File
       RECORD CONTAINS 100 TO 2800 CHARACTERS.
01  Training-Course-Record.
    02 TC-Course-Key.
       03 TC-Term       PIC X(5).
       03 TC-Course-ID  PIC X(9).
    02 TC-Course-Rest   PIC X(2786).

FD  Training-Overflow-File.
01  Training-Overflow-Record.
    02 TO-Overflow-Key  PIC X(17).
    02 TO-Student-ID    PIC X(9).

FD  Training-SC-File.
01  Training-SC-Record.
    02 TSC-Key          PIC X(23).
    02 FILLER           PIC X(3).

FD  Training-History-File.
01  Training-History-Record.
    02 THS-Key          PIC X(23).
    02 FILLER           PIC X(42).

FD  Training-Hold-File.
01  Training-Hold-Record.
    02 TSH-Key          PIC X(11).
    02 FILLER           PIC X(26).

FD  Training-Waitlist-File.
01  Training-Waitlist-Record  PIC X(33).

FD  Training-Dept-Class-File.
01  Training-Dept-Class-Record.
    02 TDC-Key          PIC X(6).
    02 FILLER           PIC X(31).

FD  Training-Term-Control-File.
01  Training-Term-Control-Record  PIC X(5).

FD  Run-Status-File.
01  Run-Status-Rec.
    COPY "run-status-record.cpy".

WORKING-STORAGE SECTION.

*> The run-status file gets its own status byte pair: a problem
*> appending to the log should warn, not abort the business run.
01  RS-File-Status  PIC XX  VALUE "00".

01  Operator-Session.
    COPY "operator-session.cpy".

01  Training-Directory  PIC X(60)  VALUE SPACES.
01  TR-Region-Name      PIC X(30)  VALUE SPACES.

01  Training-File-Names.
    02 TR-Marker-Name        PIC X(80).
    02 TR-Student-Name       PIC X(80).
    02 TR-Employee-Name      PIC X(80).
    02 TR-Instructor-Name    PIC X(80).
    02 TR-Course-Name        PIC X(80).
    02 TR-Overflow-Name      PIC X(80).
    02 TR-SC-Name            PIC X(80).
    02 TR-History-Name       PIC X(80).
    02 TR-Hold-Name          PIC X(80).
    02 TR-Waitlist-Name      PIC X(80).
    02 TR-Dept-Class-Name    PIC X(80).
    02 TR-Term-Control-Name  PIC X(80).

01  TR-Live-File-Name  PIC X(30).
01  TR-Target-Name     PIC X(80).

01  Copy-EOF-Flag  PIC X.
    88 Copy-EOF      VALUE '1'.
    88 Copy-EOF-Not  VALUE '0'.

01  Live-File-Flag  PIC X.
    88 Live-File-Present  VALUE 'Y'.
    88 Live-File-Absent   VALUE 'N'.

*> The ID mask.  Each digit (or capital letter) of the ID is shifted
*> by its position's key digit and by the value of the character
*> masked just before it, modulo 10 (or 26).  Read left to right the
*> shifts can be undone one character at a time, so two different
*> IDs can never mask to the same one.  Anything else -- a space, a
*> hyphen -- is carried over as it is.
01  Mask-Key-Digits  PIC X(9)  VALUE '731594862'.
01  Mask-Key-Table REDEFINES Mask-Key-Digits.
    02 Mask-Key  PIC 9  OCCURS 9 TIMES.

01  Mask-Letters  PIC X(26)  VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
01  Mask-Letter-Table REDEFINES Mask-Letters.
    02 Mask-Letter  PIC X  OCCURS 26 TIMES.

01  Mask-ID-In  PIC X(9).
01  Mask-ID-In-Chars REDEFINES Mask-ID-In.
    02 MI-Char  PIC X  OCCURS 9 TIMES.
01  Mask-ID-Out  PIC X(9).
01  Mask-ID-Out-Chars REDEFINES Mask-ID-Out.
    02 MO-Char  PIC X  OCCURS 9 TIMES.

01  Mask-Char-Index    PIC 9(2).
01  Mask-Letter-Index  PIC 9(2).
01  Mask-Digit         PIC 9.
01  Mask-Chain         PIC 9(2).
01  Mask-Value         PIC 9(2).
01  Mask-Work          PIC 9(4).
01  Mask-Quotient      PIC 9(4).

*> The sum of the masked ID's character values: the seed every fake
*> name, address, phone and wage is picked from.
01  Mask-Sum  PIC 9(4).

01  Mask-Char-Flag  PIC X.
    88 Mask-Char-Shifted  VALUE 'Y'.
    88 Mask-Char-Kept     VALUE 'N'.

01  Fake-Last-Name-Values.
    02 FILLER  PIC X(14)  VALUE 'ANDERSON'.
    02 FILLER  PIC X(14)  VALUE 'BAKER'.
    02 FILLER  PIC X(14)  VALUE 'CARTER'.
    02 FILLER  PIC X(14)  VALUE 'DONOVAN'.
    02 FILLER  PIC X(14)  VALUE 'ELLIS'.
    02 FILLER  PIC X(14)  VALUE 'FLANAGAN'.
    02 FILLER  PIC X(14)  VALUE 'GRAHAM'.
    02 FILLER  PIC X(14)  VALUE 'HOLLOWAY'.
    02 FILLER  PIC X(14)  VALUE 'IVERSON'.
    02 FILLER  PIC X(14)  VALUE 'JENKINS'.
    02 FILLER  PIC X(14)  VALUE 'KOWALSKI'.
    02 FILLER  PIC X(14)  VALUE 'LAMBERT'.
    02 FILLER  PIC X(14)  VALUE 'MORRISON'.
    02 FILLER  PIC X(14)  VALUE 'NOWAK'.
    02 FILLER  PIC X(14)  VALUE 'OSBORNE'.
    02 FILLER  PIC X(14)  VALUE 'PRESTON'.
    02 FILLER  PIC X(14)  VALUE 'QUINLAN'.
    02 FILLER  PIC X(14)  VALUE 'RAFFERTY'.
    02 FILLER  PIC X(14)  VALUE 'SULLIVAN'.
    02 FILLER  PIC X(14)  VALUE 'TRAINOR'.
01  Fake-Last-Name-Table REDEFINES Fake-Last-Name-Values.
    02 Fake-Last-Name  PIC X(14)  OCCURS 20 TIMES.

01  Fake-First-Name-Values.
    02 FILLER  PIC X(10)  VALUE 'ALEX'.
    02 FILLER  PIC X(10)  VALUE 'BRIDGET'.
    02 FILLER  PIC X(10)  VALUE 'CONNOR'.
    02 FILLER  PIC X(10)  VALUE 'DANA'.
    02 FILLER  PIC X(10)  VALUE 'EMMETT'.
    02 FILLER  PIC X(10)  VALUE 'FIONA'.
    02 FILLER  PIC X(10)  VALUE 'GAVIN'.
    02 FILLER  PIC X(10)  VALUE 'HANNAH'.
    02 FILLER  PIC X(10)  VALUE 'IAN'.
    02 FILLER  PIC X(10)  VALUE 'JOANNA'.
    02 FILLER  PIC X(10)  VALUE 'KEVIN'.
    02 FILLER  PIC X(10)  VALUE 'LAURA'.
    02 FILLER  PIC X(10)  VALUE 'MARTIN'.
    02 FILLER  PIC X(10)  VALUE 'NORA'.
    02 FILLER  PIC X(10)  VALUE 'OWEN'.
    02 FILLER  PIC X(10)  VALUE 'PAULA'.
    02 FILLER  PIC X(10)  VALUE 'QUINN'.
    02 FILLER  PIC X(10)  VALUE 'ROSE'.
    02 FILLER  PIC X(10)  VALUE 'SEAN'.
    02 FILLER  PIC X(10)  VALUE 'TERESA'.
01  Fake-First-Name-Table REDEFINES Fake-First-Name-Values.
    02 Fake-First-Name  PIC X(10)  OCCURS 20 TIMES.

01  Fake-Street-Values.
    02 FILLER  PIC X(20)  VALUE 'MULBERRY STREET'.
    02 FILLER  PIC X(20)  VALUE 'LINDEN STREET'.
    02 FILLER  PIC X(20)  VALUE 'MONROE AVENUE'.
    02 FILLER  PIC X(20)  VALUE 'CLAY AVENUE'.
    02 FILLER  PIC X(20)  VALUE 'QUINCY AVENUE'.
    02 FILLER  PIC X(20)  VALUE 'VINE STREET'.
    02 FILLER  PIC X(20)  VALUE 'MADISON AVENUE'.
    02 FILLER  PIC X(20)  VALUE 'WYOMING AVENUE'.
    02 FILLER  PIC X(20)  VALUE 'OLIVE STREET'.
    02 FILLER  PIC X(20)  VALUE 'PINE STREET'.
01  Fake-Street-Table REDEFINES Fake-Street-Values.
    02 Fake-Street  PIC X(20)  OCCURS 10 TIMES.

01  Fake-Picked-Last  PIC X(14).
01  Fake-Picked-First PIC X(10).
01  Fake-Index        PIC 9(2).
01  Fake-House-Number PIC 9(4).
01  Fake-House-Edit   PIC ZZZ9.
01  Fake-Phone-Suffix PIC 9(4).
01  Fake-Wage-Cents   PIC 9(4).

01  Roster-Index  PIC 9(3).

01  Copy-Totals.
    02 TR-Students-Copied      PIC 9(6)  VALUE ZERO.
    02 TR-Employees-Copied     PIC 9(6)  VALUE ZERO.
    02 TR-Instructors-Copied   PIC 9(6)  VALUE ZERO.
    02 TR-Courses-Copied       PIC 9(6)  VALUE ZERO.
    02 TR-Overflow-Copied      PIC 9(6)  VALUE ZERO.
    02 TR-Enrollments-Copied   PIC 9(6)  VALUE ZERO.
    02 TR-History-Copied       PIC 9(6)  VALUE ZERO.
    02 TR-Holds-Copied         PIC 9(6)  VALUE ZERO.
    02 TR-Waitlist-Copied      PIC 9(6)  VALUE ZERO.
    02 TR-Dept-Classes-Copied  PIC 9(6)  VALUE ZERO.
    02 TR-Records-Written      PIC 9(7)  VALUE ZERO.
    02 TR-Duplicate-Keys       PIC 9(6)  VALUE ZERO.

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Program.
    MOVE 'S'    TO OS-Request-Code
    MOVE 'TRAINING-REGION-COPY' TO OS-Program-Name
    MOVE SPACES TO OS-Roles-Allowed
    MOVE 'OP'   TO OS-Role-Allowed (1)
    CALL 'Operator-Sign-On' USING Operator-Session
    IF OS-Refused
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF

    PERFORM Write-Run-Status-Start
    DISPLAY 'Training directory to refresh: ' WITH NO ADVANCING
    ACCEPT Training-Directory
    PERFORM Check-Training-Directory
    PERFORM Build-Training-Names

    PERFORM Copy-Students
    PERFORM Copy-Employees
    PERFORM Copy-Instructors
    PERFORM Copy-Courses
    PERFORM Copy-Roster-Overflow
    PERFORM Copy-Student-Courses
    PERFORM Copy-Student-History
    PERFORM Copy-Student-Holds
    PERFORM Copy-Waitlist
    PERFORM Copy-Dept-Classes
    PERFORM Copy-Term-Control
    PERFORM Stamp-Training-Marker

    DISPLAY 'Training region ' Training-Directory
    DISPLAY '  Students:            ' TR-Students-Copied
    DISPLAY '  Employees:           ' TR-Employees-Copied
    DISPLAY '  Instructors:         ' TR-Instructors-Copied
    DISPLAY '  Course sections:     ' TR-Courses-Copied
    DISPLAY '  Roster overflow:     ' TR-Overflow-Copied
    DISPLAY '  Enrollments:         ' TR-Enrollments-Copied
    DISPLAY '  History entries:     ' TR-History-Copied
    DISPLAY '  Holds:               ' TR-Holds-Copied
    DISPLAY '  Waitlist entries:    ' TR-Waitlist-Copied
    DISPLAY '  Dept/classes:        ' TR-Dept-Classes-Copied
    IF TR-Duplicate-Keys > ZERO
       DISPLAY '  Records refused as duplicate keys: '
               TR-Duplicate-Keys
       MOVE 8 TO RETURN-CODE
    END-IF
    PERFORM Write-Run-Status-End
    STOP RUN
    .

COPY "file-status-check.cpy".

*>-----------------------------------------------------------------
*> The shared job-run log: one 'S' record as the run begins, one
*> 'E' record (with counts and return code) as it ends.
*>-----------------------------------------------------------------
Write-Run-Status-Start.
    MOVE 'TRAINING-REGION-COPY' TO RS-Program-Name
    SET RS-Start-Record TO TRUE
    MOVE ZERO TO RS-Records-Processed
                 RS-Records-Rejected
                 RS-Return-Code
    PERFORM Append-Run-Status-Rec
    .

Write-Run-Status-End.
    MOVE 'TRAINING-REGION-COPY' TO RS-Program-Name
    SET RS-End-Record TO TRUE
    MOVE TR-Records-Written TO RS-Records-Processed
    MOVE TR-Duplicate-Keys  TO RS-Records-Rejected
    MOVE RETURN-CODE TO RS-Return-Code
    PERFORM Append-Run-Status-Rec
    .

Append-Run-Status-Rec.
    ACCEPT RS-Run-Date FROM DATE YYYYMMDD
    ACCEPT RS-Run-Time FROM TIME
    OPEN EXTEND Run-Status-File
    IF RS-File-Status = "35"
       OPEN OUTPUT Run-Status-File
    END-IF
    IF RS-File-Status = "00"
       WRITE Run-Status-Rec
       CLOSE Run-Status-File
    ELSE
       DISPLAY 'Job-Run-Status.Dat not updated -- status '
               RS-File-Status
    END-IF
    .


*>-----------------------------------------------------------------
*> The guard against writing over the live files.  The directory
*> must be named, must not be this one, and must carry the
*> training-region marker -- which the live directory must not.
*>-----------------------------------------------------------------
Check-Training-Directory.
    IF Training-Directory = SPACES OR '.' OR './'
       DISPLAY 'A training directory other than the live one must '
               'be named -- run refused.'
       PERFORM Refuse-Training-Copy
    END-IF

    MOVE "TRAINING-REGION.DAT" TO WS-File-ID
    OPEN INPUT Live-Marker-File
    IF WS-File-Status NOT = "35"
       PERFORM Check-File-Status
       CLOSE Live-Marker-File
       DISPLAY 'Training-Region.Dat is present here -- this is a '
               'training region, not the live directory; run refused.'
       PERFORM Refuse-Training-Copy
    END-IF

    MOVE SPACES TO TR-Marker-Name
    STRING Training-Directory DELIMITED BY SPACE
           '/Training-Region.Dat' DELIMITED BY SIZE
       INTO TR-Marker-Name
    MOVE "TRAINING-REGION.DAT" TO WS-File-ID
    OPEN INPUT Training-Marker-File
    IF WS-File-Status = "35"
       DISPLAY TR-Marker-Name
       DISPLAY '  not found -- the directory has not been set up as '
               'a training region; run refused.'
       PERFORM Refuse-Training-Copy
    END-IF
    PERFORM Check-File-Status
    READ Training-Marker-File
       AT END      MOVE SPACES TO TR-Region-Name
       NOT AT END  MOVE TM-Region-Name TO TR-Region-Name
    END-READ
    CLOSE Training-Marker-File
    PERFORM Check-File-Status
    DISPLAY 'Refreshing training region ' TR-Region-Name
    .

Refuse-Training-Copy.
    MOVE 16 TO RETURN-CODE
    PERFORM Write-Run-Status-End
    STOP RUN
    .

Build-Training-Names.
    MOVE 'Students.IDX' TO TR-Live-File-Name
    PERFORM Build-One-Training-Name
    MOVE TR-Target-Name TO TR-Student-Name
    MOVE 'Employees.IDX' TO TR-Live-File-Name
    PERFORM Build-One-Training-Name
    MOVE TR-Target-Name TO TR-Employee-Name
    MOVE 'Instructors.IDX' TO TR-Live-File-Name
    PERFORM Build-One-Training-Name
    MOVE TR-Target-Name TO TR-Instructor-Name
    MOVE 'Courses.IDX' TO TR-Live-File-Name
    PERFORM Build-One-Training-Name
    MOVE TR-Target-Name TO TR-Course-Name
    MOVE 'Course-Roster-Overflow.IDX' TO TR-Live-File-Name
    PERFORM Build-One-Training-Name
    MOVE TR-Target-Name TO TR-Overflow-Name
    MOVE 'Student-Course.IDX' TO TR-Live-File-Name
    PERFORM Build-One-Training-Name
    MOVE TR-Target-Name TO TR-SC-Name
    MOVE 'Student-History.IDX' TO TR-Live-File-Name
    PERFORM Build-One-Training-Name
    MOVE TR-Target-Name TO TR-History-Name
    MOVE 'Student-Holds.IDX' TO TR-Live-File-Name
    PERFORM Build-One-Training-Name
    MOVE TR-Target-Name TO TR-Hold-Name
    MOVE 'Course-Waitlist.Dat' TO TR-Live-File-Name
    PERFORM Build-One-Training-Name
    MOVE TR-Target-Name TO TR-Waitlist-Name
    MOVE 'Dept-Class.IDX' TO TR-Live-File-Name
    PERFORM Build-One-Training-Name
    MOVE TR-Target-Name TO TR-Dept-Class-Name
    MOVE 'Course-Term-Control.Dat' TO TR-Live-File-Name
    PERFORM Build-One-Training-Name
    MOVE TR-Target-Name TO TR-Term-Control-Name
    .

Build-One-Training-Name.
    MOVE SPACES TO TR-Target-Name
    STRING Training-Directory DELIMITED BY SPACE
           '/' DELIMITED BY SIZE
           TR-Live-File-Name DELIMITED BY SPACE
       INTO TR-Target-Name
    .


*>-----------------------------------------------------------------
*> Masks Mask-ID-In into Mask-ID-Out, leaving Mask-Sum as the seed
*> for the fake values that go with the ID.
*>-----------------------------------------------------------------
Mask-One-ID.
    MOVE SPACES TO Mask-ID-Out
    MOVE ZERO   TO Mask-Chain
                   Mask-Sum
    PERFORM Mask-One-Char
       VARYING Mask-Char-Index FROM 1 BY 1
       UNTIL Mask-Char-Index > 9
    .

Mask-One-Char.
    SET Mask-Char-Shifted TO TRUE
    EVALUATE TRUE
       WHEN MI-Char (Mask-Char-Index) IS NUMERIC
          MOVE MI-Char (Mask-Char-Index) TO Mask-Digit
          COMPUTE Mask-Work = Mask-Digit + Mask-Key (Mask-Char-Index)
                            + Mask-Chain
          DIVIDE Mask-Work BY 10 GIVING Mask-Quotient
             REMAINDER Mask-Value
          MOVE Mask-Value TO Mask-Digit
          MOVE Mask-Digit TO MO-Char (Mask-Char-Index)
       WHEN MI-Char (Mask-Char-Index) IS ALPHABETIC-UPPER
        AND MI-Char (Mask-Char-Index) NOT = SPACE
          PERFORM Find-Mask-Letter
             VARYING Mask-Letter-Index FROM 1 BY 1
             UNTIL Mask-Letter-Index > 26
                OR Mask-Letter (Mask-Letter-Index)
                      = MI-Char (Mask-Char-Index)
          COMPUTE Mask-Work = Mask-Letter-Index - 1
                            + Mask-Key (Mask-Char-Index) + Mask-Chain
          DIVIDE Mask-Work BY 26 GIVING Mask-Quotient
             REMAINDER Mask-Value
          MOVE Mask-Letter (Mask-Value + 1) TO MO-Char (Mask-Char-Index)
       WHEN OTHER
          SET Mask-Char-Kept TO TRUE
          MOVE MI-Char (Mask-Char-Index) TO MO-Char (Mask-Char-Index)
    END-EVALUATE
    IF Mask-Char-Shifted
       MOVE Mask-Value TO Mask-Chain
       ADD Mask-Value TO Mask-Sum
    END-IF
    .

Find-Mask-Letter.
    CONTINUE
    .

*>-----------------------------------------------------------------
*> The fake name for the ID just masked.
*>-----------------------------------------------------------------
Pick-Fake-Name.
    DIVIDE Mask-Sum BY 20 GIVING Mask-Quotient REMAINDER Fake-Index
    ADD 1 TO Fake-Index
    MOVE Fake-Last-Name (Fake-Index) TO Fake-Picked-Last
    COMPUTE Mask-Work = Mask-Sum + Mask-Chain * 3
    DIVIDE Mask-Work BY 20 GIVING Mask-Quotient REMAINDER Fake-Index
    ADD 1 TO Fake-Index
    MOVE Fake-First-Name (Fake-Index) TO Fake-Picked-First
    .


Copy-Students.
    MOVE "STUDENTS.IDX" TO WS-File-ID
    OPEN INPUT Student-Master-File
    PERFORM Note-Live-File-Status
    IF Live-File-Present
       MOVE "TRAINING STUDENTS.IDX" TO WS-File-ID
       OPEN OUTPUT Training-Student-File
       PERFORM Check-File-Status
       SET Copy-EOF-Not TO TRUE
       PERFORM UNTIL Copy-EOF
          READ Student-Master-File NEXT RECORD
             AT END      SET Copy-EOF TO TRUE
             NOT AT END  PERFORM Mask-Student
          END-READ
       END-PERFORM
       MOVE "STUDENTS.IDX" TO WS-File-ID
       CLOSE Student-Master-File
       PERFORM Check-File-Status
       MOVE "TRAINING STUDENTS.IDX" TO WS-File-ID
       CLOSE Training-Student-File
       PERFORM Check-File-Status
    END-IF
    .

*>-----------------------------------------------------------------
*> A contact block on file gets a fake one; a blank one stays blank.
*>-----------------------------------------------------------------
Mask-Student.
    MOVE Student-Master-ID TO Mask-ID-In
    PERFORM Mask-One-ID
    MOVE Mask-ID-Out TO Student-Master-ID
    PERFORM Pick-Fake-Name
    MOVE Fake-Picked-Last  TO Student-Last-Name
    MOVE Fake-Picked-First TO Student-First-Name
    IF Student-Contact NOT = SPACES
       COMPUTE Mask-Work = Mask-Sum * 7
       DIVIDE Mask-Work BY 10 GIVING Mask-Quotient
          REMAINDER Fake-Index
       ADD 1 TO Fake-Index
       COMPUTE Fake-House-Number = Mask-Sum * 13 + 100
       MOVE Fake-House-Number TO Fake-House-Edit
       MOVE SPACES TO Student-Contact
       STRING Fake-House-Edit DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              Fake-Street (Fake-Index) DELIMITED BY SIZE
          INTO Student-Address-Line-1
       MOVE 'SCRANTON' TO Student-City
       MOVE 'PA'       TO Student-State
       MOVE '18510'    TO Student-Zip
       COMPUTE Fake-Phone-Suffix = Mask-Sum * 37 + Mask-Chain
       STRING '570-555-' Fake-Phone-Suffix DELIMITED BY SIZE
          INTO Student-Phone
       STRING 'S' DELIMITED BY SIZE
              Mask-ID-Out DELIMITED BY SPACE
              '@TRAINING.INVALID' DELIMITED BY SIZE
          INTO Student-Email
    END-IF
    WRITE Training-Student-Record FROM Student-Master-Record
       INVALID KEY   PERFORM Note-Duplicate-Key
       NOT INVALID KEY
          ADD 1 TO TR-Students-Copied
          ADD 1 TO TR-Records-Written
    END-WRITE
    .


Copy-Employees.
    MOVE "EMPLOYEES.IDX" TO WS-File-ID
    OPEN INPUT Employee-File
    PERFORM Note-Live-File-Status
    IF Live-File-Present
       MOVE "TRAINING EMPLOYEES.IDX" TO WS-File-ID
       OPEN OUTPUT Training-Employee-File
       PERFORM Check-File-Status
       SET Copy-EOF-Not TO TRUE
       PERFORM UNTIL Copy-EOF
          READ Employee-File NEXT RECORD
             AT END      SET Copy-EOF TO TRUE
             NOT AT END  PERFORM Mask-Employee
          END-READ
       END-PERFORM
       MOVE "EMPLOYEES.IDX" TO WS-File-ID
       CLOSE Employee-File
       PERFORM Check-File-Status
       MOVE "TRAINING EMPLOYEES.IDX" TO WS-File-ID
       CLOSE Training-Employee-File
       PERFORM Check-File-Status
    END-IF
    .

*>-----------------------------------------------------------------
*> The fake wage runs from 12.00 to 31.99 an hour.
*>-----------------------------------------------------------------
Mask-Employee.
    MOVE SPACES TO Mask-ID-In
    MOVE Empl-ID TO Mask-ID-In
    PERFORM Mask-One-ID
    MOVE Mask-ID-Out TO Empl-ID
    PERFORM Pick-Fake-Name
    MOVE Fake-Picked-Last  TO Last-Name
    MOVE Fake-Picked-First TO First-Name
    COMPUTE Mask-Work = Mask-Sum * 17 + Mask-Chain
    DIVIDE Mask-Work BY 2000 GIVING Mask-Quotient
       REMAINDER Fake-Wage-Cents
    COMPUTE Hourly-Wage = 12.00 + Fake-Wage-Cents / 100
    WRITE Training-Employee-Record FROM Employee-Record
       INVALID KEY   PERFORM Note-Duplicate-Key
       NOT INVALID KEY
          ADD 1 TO TR-Employees-Copied
          ADD 1 TO TR-Records-Written
    END-WRITE
    .


Copy-Instructors.
    MOVE "INSTRUCTORS.IDX" TO WS-File-ID
    OPEN INPUT Instructor-Master-File
    PERFORM Note-Live-File-Status
    IF Live-File-Present
       MOVE "TRAINING INSTRUCTORS.IDX" TO WS-File-ID
       OPEN OUTPUT Training-Instructor-File
       PERFORM Check-File-Status
       SET Copy-EOF-Not TO TRUE
       PERFORM UNTIL Copy-EOF
          READ Instructor-Master-File NEXT RECORD
             AT END      SET Copy-EOF TO TRUE
             NOT AT END  PERFORM Mask-Instructor
          END-READ
       END-PERFORM
       MOVE "INSTRUCTORS.IDX" TO WS-File-ID
       CLOSE Instructor-Master-File
       PERFORM Check-File-Status
       MOVE "TRAINING INSTRUCTORS.IDX" TO WS-File-ID
       CLOSE Training-Instructor-File
       PERFORM Check-File-Status
    END-IF
    .

Mask-Instructor.
    MOVE SPACES TO Mask-ID-In
    MOVE Instructor-Master-ID TO Mask-ID-In
    PERFORM Mask-One-ID
    MOVE Mask-ID-Out TO Instructor-Master-ID
    PERFORM Pick-Fake-Name
    MOVE Fake-Picked-Last  TO Instructor-Last-Name
    MOVE Fake-Picked-First TO Instructor-First-Name
    WRITE Training-Instructor-Record FROM Instructor-Master-Record
       INVALID KEY   PERFORM Note-Duplicate-Key
       NOT INVALID KEY
          ADD 1 TO TR-Instructors-Copied
          ADD 1 TO TR-Records-Written
    END-WRITE
    .


Copy-Courses.
    MOVE "COURSES.IDX" TO WS-File-ID
    OPEN INPUT Indexed-File
    PERFORM Note-Live-File-Status
    IF Live-File-Present
       MOVE "TRAINING COURSES.IDX" TO WS-File-ID
       OPEN OUTPUT Training-Course-File
       PERFORM Check-File-Status
       SET Copy-EOF-Not TO TRUE
       PERFORM UNTIL Copy-EOF
          READ Indexed-File NEXT RECORD
             AT END      SET Copy-EOF TO TRUE
             NOT AT END  PERFORM Mask-Course
          END-READ
       END-PERFORM
       MOVE "COURSES.IDX" TO WS-File-ID
       CLOSE Indexed-File
       PERFORM Check-File-Status
       MOVE "TRAINING COURSES.IDX" TO WS-File-ID
       CLOSE Training-Course-File
       PERFORM Check-File-Status
    END-IF
    .

*>-----------------------------------------------------------------
*> The section keeps its own key; the instructor of record and
*> every student on the class list are masked, in roster order.
*>-----------------------------------------------------------------
Mask-Course.
    MOVE SPACES TO Mask-ID-In
    MOVE Course-Instructor-ID TO Mask-ID-In
    PERFORM Mask-One-ID
    MOVE Mask-ID-Out TO Course-Instructor-ID
    PERFORM Mask-Roster-Student
       VARYING Roster-Index FROM 1 BY 1
       UNTIL Roster-Index > Number-Of-Students
    WRITE Training-Course-Record FROM Course-Record
       INVALID KEY   PERFORM Note-Duplicate-Key
       NOT INVALID KEY
          ADD 1 TO TR-Courses-Copied
          ADD 1 TO TR-Records-Written
    END-WRITE
    .

Mask-Roster-Student.
    MOVE Student-ID (Roster-Index) TO Mask-ID-In
    PERFORM Mask-One-ID
    MOVE Mask-ID-Out TO Student-ID (Roster-Index)
    .


Copy-Roster-Overflow.
    MOVE "COURSE-ROSTER-OVERFLOW.IDX" TO WS-File-ID
    OPEN INPUT Course-Roster-Overflow-File
    PERFORM Note-Live-File-Status
    IF Live-File-Present
       MOVE "TRAINING ROSTER-OVERFLOW.IDX" TO WS-File-ID
       OPEN OUTPUT Training-Overflow-File
       PERFORM Check-File-Status
       SET Copy-EOF-Not TO TRUE
       PERFORM UNTIL Copy-EOF
          READ Course-Roster-Overflow-File NEXT RECORD
             AT END      SET Copy-EOF TO TRUE
             NOT AT END  PERFORM Mask-Overflow-Entry
          END-READ
       END-PERFORM
       MOVE "COURSE-ROSTER-OVERFLOW.IDX" TO WS-File-ID
       CLOSE Course-Roster-Overflow-File
       PERFORM Check-File-Status
       MOVE "TRAINING ROSTER-OVERFLOW.IDX" TO WS-File-ID
       CLOSE Training-Overflow-File
       PERFORM Check-File-Status
    END-IF
    .

Mask-Overflow-Entry.
    MOVE Overflow-Student-ID TO Mask-ID-In
    PERFORM Mask-One-ID
    MOVE Mask-ID-Out TO Overflow-Student-ID
    WRITE Training-Overflow-Record FROM Overflow-Roster-Record
       INVALID KEY   PERFORM Note-Duplicate-Key
       NOT INVALID KEY
          ADD 1 TO TR-Overflow-Copied
          ADD 1 TO TR-Records-Written
    END-WRITE
    .


Copy-Student-Courses.
    MOVE "STUDENT-COURSE.IDX" TO WS-File-ID
    OPEN INPUT Student-Course-File
    PERFORM Note-Live-File-Status
    IF Live-File-Present
       MOVE "TRAINING STUDENT-COURSE.IDX" TO WS-File-ID
       OPEN OUTPUT Training-SC-File
       PERFORM Check-File-Status
       SET Copy-EOF-Not TO TRUE
       PERFORM UNTIL Copy-EOF
          READ Student-Course-File NEXT RECORD
             AT END      SET Copy-EOF TO TRUE
             NOT AT END  PERFORM Mask-Enrollment
          END-READ
       END-PERFORM
       MOVE "STUDENT-COURSE.IDX" TO WS-File-ID
       CLOSE Student-Course-File
       PERFORM Check-File-Status
       MOVE "TRAINING STUDENT-COURSE.IDX" TO WS-File-ID
       CLOSE Training-SC-File
       PERFORM Check-File-Status
    END-IF
    .

Mask-Enrollment.
    MOVE SC-Student-ID TO Mask-ID-In
    PERFORM Mask-One-ID
    MOVE Mask-ID-Out TO SC-Student-ID
    WRITE Training-SC-Record FROM Student-Course-Rec
       INVALID KEY   PERFORM Note-Duplicate-Key
       NOT INVALID KEY
          ADD 1 TO TR-Enrollments-Copied
          ADD 1 TO TR-Records-Written
    END-WRITE
    .


Copy-Student-History.
    MOVE "STUDENT-HISTORY.IDX" TO WS-File-ID
    OPEN INPUT Student-History-File
    PERFORM Note-Live-File-Status
    IF Live-File-Present
       MOVE "TRAINING STUDENT-HISTORY.IDX" TO WS-File-ID
       OPEN OUTPUT Training-History-File
       PERFORM Check-File-Status
       SET Copy-EOF-Not TO TRUE
       PERFORM UNTIL Copy-EOF
          READ Student-History-File NEXT RECORD
             AT END      SET Copy-EOF TO TRUE
             NOT AT END  PERFORM Mask-History-Entry
          END-READ
       END-PERFORM
       MOVE "STUDENT-HISTORY.IDX" TO WS-File-ID
       CLOSE Student-History-File
       PERFORM Check-File-Status
       MOVE "TRAINING STUDENT-HISTORY.IDX" TO WS-File-ID
       CLOSE Training-History-File
       PERFORM Check-File-Status
    END-IF
    .

Mask-History-Entry.
    MOVE HS-Student-ID TO Mask-ID-In
    PERFORM Mask-One-ID
    MOVE Mask-ID-Out TO HS-Student-ID
    WRITE Training-History-Record FROM Student-History-Record
       INVALID KEY   PERFORM Note-Duplicate-Key
       NOT INVALID KEY
          ADD 1 TO TR-History-Copied
          ADD 1 TO TR-Records-Written
    END-WRITE
    .


Copy-Student-Holds.
    MOVE "STUDENT-HOLDS.IDX" TO WS-File-ID
    OPEN INPUT Hold-Master-File
    PERFORM Note-Live-File-Status
    IF Live-File-Present
       MOVE "TRAINING STUDENT-HOLDS.IDX" TO WS-File-ID
       OPEN OUTPUT Training-Hold-File
       PERFORM Check-File-Status
       SET Copy-EOF-Not TO TRUE
       PERFORM UNTIL Copy-EOF
          READ Hold-Master-File NEXT RECORD
             AT END      SET Copy-EOF TO TRUE
             NOT AT END  PERFORM Mask-Hold
          END-READ
       END-PERFORM
       MOVE "STUDENT-HOLDS.IDX" TO WS-File-ID
       CLOSE Hold-Master-File
       PERFORM Check-File-Status
       MOVE "TRAINING STUDENT-HOLDS.IDX" TO WS-File-ID
       CLOSE Training-Hold-File
       PERFORM Check-File-Status
    END-IF
    .

Mask-Hold.
    MOVE SH-Student-ID TO Mask-ID-In
    PERFORM Mask-One-ID
    MOVE Mask-ID-Out TO SH-Student-ID
    WRITE Training-Hold-Record FROM Hold-Master-Record
       INVALID KEY   PERFORM Note-Duplicate-Key
       NOT INVALID KEY
          ADD 1 TO TR-Holds-Copied
          ADD 1 TO TR-Records-Written
    END-WRITE
    .


Copy-Waitlist.
    MOVE "COURSE-WAITLIST.DAT" TO WS-File-ID
    OPEN INPUT Waitlist-File
    PERFORM Note-Live-File-Status
    IF Live-File-Present
       MOVE "TRAINING COURSE-WAITLIST.DAT" TO WS-File-ID
       OPEN OUTPUT Training-Waitlist-File
       PERFORM Check-File-Status
       SET Copy-EOF-Not TO TRUE
       PERFORM UNTIL Copy-EOF
          READ Waitlist-File
             AT END      SET Copy-EOF TO TRUE
             NOT AT END  MOVE WL-Student-ID TO Mask-ID-In
                         PERFORM Mask-One-ID
                         MOVE Mask-ID-Out TO WL-Student-ID
                         WRITE Training-Waitlist-Record
                            FROM Waitlist-Record
                         ADD 1 TO TR-Waitlist-Copied
                         ADD 1 TO TR-Records-Written
          END-READ
       END-PERFORM
       MOVE "COURSE-WAITLIST.DAT" TO WS-File-ID
       CLOSE Waitlist-File
       PERFORM Check-File-Status
       MOVE "TRAINING COURSE-WAITLIST.DAT" TO WS-File-ID
       CLOSE Training-Waitlist-File
       PERFORM Check-File-Status
    END-IF
    .


*>-----------------------------------------------------------------
*> The department/job-class master and the term control carry
*> nothing personal; they go across as they are so the region runs.
*>-----------------------------------------------------------------
Copy-Dept-Classes.
    MOVE "DEPT-CLASS.IDX" TO WS-File-ID
    OPEN INPUT Dept-Class-File
    PERFORM Note-Live-File-Status
    IF Live-File-Present
       MOVE "TRAINING DEPT-CLASS.IDX" TO WS-File-ID
       OPEN OUTPUT Training-Dept-Class-File
       PERFORM Check-File-Status
       SET Copy-EOF-Not TO TRUE
       PERFORM UNTIL Copy-EOF
          READ Dept-Class-File NEXT RECORD
             AT END      SET Copy-EOF TO TRUE
             NOT AT END  WRITE Training-Dept-Class-Record
                            FROM Dept-Class-Record
                         ADD 1 TO TR-Dept-Classes-Copied
                         ADD 1 TO TR-Records-Written
          END-READ
       END-PERFORM
       MOVE "DEPT-CLASS.IDX" TO WS-File-ID
       CLOSE Dept-Class-File
       PERFORM Check-File-Status
       MOVE "TRAINING DEPT-CLASS.IDX" TO WS-File-ID
       CLOSE Training-Dept-Class-File
       PERFORM Check-File-Status
    END-IF
    .

Copy-Term-Control.
    MOVE "COURSE-TERM-CONTROL.DAT" TO WS-File-ID
    OPEN INPUT Term-Control-File
    PERFORM Note-Live-File-Status
    IF Live-File-Present
       MOVE "TRAINING TERM-CONTROL.DAT" TO WS-File-ID
       OPEN OUTPUT Training-Term-Control-File
       PERFORM Check-File-Status
       READ Term-Control-File
          AT END      CONTINUE
          NOT AT END  WRITE Training-Term-Control-Record
                         FROM Term-Control-Record
                      ADD 1 TO TR-Records-Written
       END-READ
       MOVE "COURSE-TERM-CONTROL.DAT" TO WS-File-ID
       CLOSE Term-Control-File
       PERFORM Check-File-Status
       MOVE "TRAINING TERM-CONTROL.DAT" TO WS-File-ID
       CLOSE Training-Term-Control-File
       PERFORM Check-File-Status
    END-IF
    .


*>-----------------------------------------------------------------
*> After an OPEN INPUT of a live file: a file not on file is
*> skipped with a message, anything else but success aborts.
*>-----------------------------------------------------------------
Note-Live-File-Status.
    IF WS-File-Status = "35"
       SET Live-File-Absent TO TRUE
       DISPLAY WS-File-ID ' not on file -- not copied.'
    ELSE
       PERFORM Check-File-Status
       SET Live-File-Present TO TRUE
    END-IF
    .

Note-Duplicate-Key.
    ADD 1 TO TR-Duplicate-Keys
    DISPLAY 'Duplicate masked key writing ' WS-File-ID
            ' -- record not copied.'
    .

Stamp-Training-Marker.
    MOVE "TRAINING-REGION.DAT" TO WS-File-ID
    OPEN OUTPUT Training-Marker-File
    PERFORM Check-File-Status
    MOVE TR-Region-Name TO TM-Region-Name
    ACCEPT TM-Last-Refresh-Date FROM DATE YYYYMMDD
    ACCEPT TM-Last-Refresh-Time FROM TIME
    WRITE Training-Marker-Record
    CLOSE Training-Marker-File
    PERFORM Check-File-Status
    .
