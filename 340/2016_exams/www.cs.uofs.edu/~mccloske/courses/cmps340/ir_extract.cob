IDENTIFICATION DIVISION.
PROGRAM-ID.  IR-Extract.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>***************************************************************
*> Program Abstract:
*>    The institutional research office used to ask for a new
*>    one-off extract program every time a survey came due.  This
*>    one is driven instead by a deck of request cards
*>    (IR-Extract-Request.Dat, 80-column card images) that say what
*>    to pull:
*>
*>      'S' subject card -- the subject (SEC sections from
*>          Courses.IDX, ENR enrollments from Student-Course.IDX,
*>          STU students from Students.IDX, HIS archived history
*>          from Student-History.IDX), the output format ('D'
*>          delimited, 'F' fixed columns), the delimiter (blank =
*>          '|'), and a name for the request.  Exactly one.
*>      'F' field cards -- up to six field names per card, in
*>          13-column slots, in the order wanted.  No 'F' card
*>          means every field of the subject, in dictionary order.
*>      'C' criteria card -- term, department prefix (the same
*>          leading-prefix match Course-ID-Generator uses), and
*>          class level; any left blank selects everything.  At
*>          most one.
*>      '*' a comment, ignored.
*>
*>    The field names each subject offers are in the field
*>    dictionary in WORKING-STORAGE.  Class level is the student's
*>    class level on Students.IDX today (the history does not keep
*>    the level a student had when the course was taken), so it
*>    does not apply to a section extract; a term or department on
*>    a student extract selects the students with an enrollment on
*>    Student-Course.IDX in that term or department.
*>
*>    The output is self-describing: the first record is a header
*>    row naming the fields (delimited) or naming each field with
*>    its starting column and width, NAME(start,width) (fixed);
*>    the last is a *TRAILER* row with the record count, the
*>    subject, the request name, and the run date, so the office
*>    can tell a short file from a truncated one.  A bad card deck
*>    is reported and nothing is written.
*>
*>    A student under a FERPA confidentiality flag stays in the
*>    counts, but the directory fields (names, city, state, zip)
*>    are masked on that student's rows and the masking counted
*>    through Confidentiality-Log.
*>
*>  INPUT:
*>    IR-Extract-Request.Dat; Courses.IDX, Student-Course.IDX,
*>    Students.IDX, Student-History.IDX as the subject needs.
*>
*>  OUTPUT:
*>    IR-Extract.Dat (rewritten per run); Job-Run-Status.Dat
*>    appended; counts DISPLAYed.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Request-Card-File  ASSIGN TO "IR-Extract-Request.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Indexed-File  ASSIGN TO "Courses.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS Course-Key
       FILE STATUS IS WS-File-Status.

    SELECT Student-Course-File  ASSIGN TO "Student-Course.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS SC-Key
       FILE STATUS IS WS-File-Status.

    SELECT Student-Master-File  ASSIGN TO "Students.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS Student-Master-ID
       FILE STATUS IS WS-File-Status.

    SELECT Student-History-File  ASSIGN TO "Student-History.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS HS-Key
       FILE STATUS IS WS-File-Status.

    SELECT IR-Extract-File  ASSIGN TO "IR-Extract.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Run-Status-File  ASSIGN TO "Job-Run-Status.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS RS-File-Status.

DATA DIVISION.

FILE SECTION.

*> One 80-column card image, one shape per card type.
FD  Request-Card-File
       RECORD CONTAINS 80 CHARACTERS
       DATA RECORDS ARE Request-Card, Subject-Card, Field-Card,
                        Criteria-Card.
01  Request-Card.
    02 RQ-Card-Type        PIC X.
       88 RQ-Subject-Card     VALUE 'S'.
       88 RQ-Field-Card       VALUE 'F'.
       88 RQ-Criteria-Card    VALUE 'C'.
       88 RQ-Comment-Card     VALUE '*'.
    02 FILLER              PIC X(79).
01  Subject-Card.
    02 FILLER              PIC X.
    02 RQ-Subject          PIC X(3).
    02 RQ-Output-Format    PIC X.
    02 RQ-Delimiter        PIC X.
    02 RQ-Request-Name     PIC X(30).
    02 FILLER              PIC X(44).
01  Field-Card.
    02 FILLER              PIC X.
    02 RQ-Field-Slot       OCCURS 6 TIMES.
       03 RQ-Field-Name    PIC X(12).
       03 FILLER           PIC X.
    02 FILLER              PIC X.
01  Criteria-Card.
    02 FILLER              PIC X.
    02 RQ-Sel-Term         PIC X(5).
    02 RQ-Sel-Dept-Prefix  PIC X(6).
    02 RQ-Sel-Class-Level  PIC X(2).
    02 FILLER              PIC X(66).

FD  Indexed-File
       RECORD CONTAINS 100 TO 2800 CHARACTERS.
01  Course-Record.
    COPY "course-record.cpy".

FD  Student-Course-File.
01  Student-Course-Record.
    COPY "student-course-record.cpy".

FD  Student-Master-File.
01  Student-Master-Record.
    COPY "student-record.cpy".

FD  Student-History-File.
01  Student-History-Record.
    COPY "student-history-record.cpy".

*> Header row, data rows, and the trailer, each a line of text.
FD  IR-Extract-File
       RECORD CONTAINS 400 CHARACTERS.
01  IR-Extract-Line  PIC X(400).

FD  Run-Status-File.
01  Run-Status-Rec.
    COPY "run-status-record.cpy".

WORKING-STORAGE SECTION.

*> The run-status file gets its own status byte pair: a problem
*> appending to the log should warn, not abort the business run.
01  RS-File-Status  PIC XX  VALUE "00".

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.

01  Card-EOF-Flag  PIC X.
    88 Card-EOF      VALUE '1'.
    88 Card-EOF-Not  VALUE '0'.

01  Scan-EOF-Flag  PIC X.
    88 Scan-EOF      VALUE '1'.
    88 Scan-EOF-Not  VALUE '0'.

01  Enrollment-Scan-EOF-Flag  PIC X.
    88 Enrollment-Scan-EOF      VALUE '1'.
    88 Enrollment-Scan-EOF-Not  VALUE '0'.

01  Request-Valid-Flag  PIC X  VALUE 'Y'.
    88 Request-Valid     VALUE 'Y'.
    88 Request-Rejected  VALUE 'N'.

*> The request as the cards gave it.
01  IR-Request.
    02 IR-Subject-Count    PIC 9(2)  VALUE ZERO.
    02 IR-Criteria-Count   PIC 9(2)  VALUE ZERO.
    02 IR-Subject          PIC X(3)  VALUE SPACES.
       88 IR-Subject-Sections     VALUE 'SEC'.
       88 IR-Subject-Enrollments  VALUE 'ENR'.
       88 IR-Subject-Students     VALUE 'STU'.
       88 IR-Subject-History      VALUE 'HIS'.
       88 IR-Known-Subject        VALUES 'SEC' 'ENR' 'STU' 'HIS'.
    02 IR-Output-Format    PIC X     VALUE SPACES.
       88 IR-Delimited-Output     VALUE 'D'.
       88 IR-Fixed-Output         VALUE 'F'.
    02 IR-Delimiter        PIC X     VALUE '|'.
    02 IR-Request-Name     PIC X(30) VALUE SPACES.
    02 IR-Sel-Term         PIC X(5)  VALUE SPACES.
    02 IR-Sel-Dept-Prefix  PIC X(6)  VALUE SPACES.
    02 IR-Sel-Class-Level  PIC X(2)  VALUE SPACES.
       88 IR-Known-Class-Level    VALUES 'FR' 'SO' 'JR' 'SR' 'GR'.

01  IR-Prefix-Length  PIC 9(1)  VALUE ZERO.

*> The field names off the 'F' cards, before they are looked up.
01  Max-Requested-Fields   PIC 9(2)  VALUE 20.
01  Requested-Field-Count  PIC 9(2)  VALUE ZERO.
01  Requested-Field-Table.
    02 Requested-Field-Name  PIC X(12)  OCCURS 20 TIMES.
01  Requested-Field-Index  PIC 9(2).
01  Card-Slot-Index        PIC 9(1).

*>-----------------------------------------------------------------
*> The field dictionary: for each subject, the field names it
*> offers, and where each field's value is staged in
*> IR-Value-Area (starting column and width).  'D' marks FERPA
*> directory information, masked for a confidential student.
*>-----------------------------------------------------------------
01  Field-Dictionary-Values.
    02 FILLER  PIC X(21)  VALUE 'SECTERM        00105N'.
    02 FILLER  PIC X(21)  VALUE 'SECCOURSE-ID   00609N'.
    02 FILLER  PIC X(21)  VALUE 'SECTITLE       01530N'.
    02 FILLER  PIC X(21)  VALUE 'SECCREDITS     04502N'.
    02 FILLER  PIC X(21)  VALUE 'SECCAPACITY    04704N'.
    02 FILLER  PIC X(21)  VALUE 'SECENROLLED    05104N'.
    02 FILLER  PIC X(21)  VALUE 'SECDAYS        05507N'.
    02 FILLER  PIC X(21)  VALUE 'SECTIME        06209N'.
    02 FILLER  PIC X(21)  VALUE 'SECROOM        07108N'.
    02 FILLER  PIC X(21)  VALUE 'SECINSTRUCTOR  07906N'.
    02 FILLER  PIC X(21)  VALUE 'ENRSTUDENT-ID  08509N'.
    02 FILLER  PIC X(21)  VALUE 'ENRTERM        00105N'.
    02 FILLER  PIC X(21)  VALUE 'ENRCOURSE-ID   00609N'.
    02 FILLER  PIC X(21)  VALUE 'ENRGRADE       09402N'.
    02 FILLER  PIC X(21)  VALUE 'ENRBASIS       09601N'.
    02 FILLER  PIC X(21)  VALUE 'ENRCREDITS     04502N'.
    02 FILLER  PIC X(21)  VALUE 'ENRCLASS-LEVEL 09702N'.
    02 FILLER  PIC X(21)  VALUE 'ENRMAJOR       09906N'.
    02 FILLER  PIC X(21)  VALUE 'ENRLAST-NAME   11114D'.
    02 FILLER  PIC X(21)  VALUE 'ENRFIRST-NAME  12510D'.
    02 FILLER  PIC X(21)  VALUE 'STUSTUDENT-ID  08509N'.
    02 FILLER  PIC X(21)  VALUE 'STULAST-NAME   11114D'.
    02 FILLER  PIC X(21)  VALUE 'STUFIRST-NAME  12510D'.
    02 FILLER  PIC X(21)  VALUE 'STUSTATUS      13501N'.
    02 FILLER  PIC X(21)  VALUE 'STUCLASS-LEVEL 09702N'.
    02 FILLER  PIC X(21)  VALUE 'STUMAJOR       09906N'.
    02 FILLER  PIC X(21)  VALUE 'STUMINOR       10506N'.
    02 FILLER  PIC X(21)  VALUE 'STUCITY        13620D'.
    02 FILLER  PIC X(21)  VALUE 'STUSTATE       15602D'.
    02 FILLER  PIC X(21)  VALUE 'STUZIP         15810D'.
    02 FILLER  PIC X(21)  VALUE 'HISSTUDENT-ID  08509N'.
    02 FILLER  PIC X(21)  VALUE 'HISTERM        00105N'.
    02 FILLER  PIC X(21)  VALUE 'HISCOURSE-ID   00609N'.
    02 FILLER  PIC X(21)  VALUE 'HISGRADE       09402N'.
    02 FILLER  PIC X(21)  VALUE 'HISCREDITS     04502N'.
    02 FILLER  PIC X(21)  VALUE 'HISTITLE       01530N'.
    02 FILLER  PIC X(21)  VALUE 'HISARCHIVE-DATE16808N'.
    02 FILLER  PIC X(21)  VALUE 'HISCLASS-LEVEL 09702N'.
    02 FILLER  PIC X(21)  VALUE 'HISMAJOR       09906N'.
    02 FILLER  PIC X(21)  VALUE 'HISLAST-NAME   11114D'.
    02 FILLER  PIC X(21)  VALUE 'HISFIRST-NAME  12510D'.
01  Field-Dictionary REDEFINES Field-Dictionary-Values.
    02 Dictionary-Entry  OCCURS 41 TIMES.
       03 FD-Subject      PIC X(3).
       03 FD-Field-Name   PIC X(12).
       03 FD-Value-Start  PIC 9(3).
       03 FD-Value-Width  PIC 9(2).
       03 FD-Directory    PIC X.
          88 FD-Directory-Field  VALUE 'D'.
01  Dictionary-Entry-Count  PIC 9(2)  VALUE 41.
01  Dictionary-Index        PIC 9(2).

01  Dictionary-Found-Flag  PIC X.
    88 Dictionary-Field-Found      VALUE 'Y'.
    88 Dictionary-Field-Not-Found  VALUE 'N'.

*> The fields chosen, as dictionary entries, in output order, with
*> each one's starting column on a fixed-format row.
01  Chosen-Field-Count  PIC 9(2)  VALUE ZERO.
01  Chosen-Field-Table.
    02 Chosen-Field  OCCURS 20 TIMES.
       03 CF-Dictionary-Index  PIC 9(2).
       03 CF-Output-Start      PIC 9(3).
01  Chosen-Field-Index  PIC 9(2).
01  Chosen-Search-Index PIC 9(2).
01  Next-Output-Start   PIC 9(3).

01  Duplicate-Field-Flag  PIC X.
    88 Field-Already-Chosen  VALUE 'Y'.
    88 Field-Not-Yet-Chosen  VALUE 'N'.

01  Directory-Fields-Flag  PIC X  VALUE 'N'.
    88 Directory-Fields-Chosen  VALUE 'Y'.

*> One row's values, staged at the columns the dictionary names;
*> IR-Value-Text is the same area for the reference-modified moves.
01  IR-Value-Area.
    02 IV-Term          PIC X(5).
    02 IV-Course-ID     PIC X(9).
    02 IV-Title         PIC X(30).
    02 IV-Credits       PIC 9(2).
    02 IV-Capacity      PIC 9(4).
    02 IV-Enrolled      PIC 9(4).
    02 IV-Days          PIC X(7).
    02 IV-Time          PIC X(9).
    02 IV-Room          PIC X(8).
    02 IV-Instructor    PIC X(6).
    02 IV-Student-ID    PIC X(9).
    02 IV-Grade         PIC X(2).
    02 IV-Basis         PIC X.
    02 IV-Class-Level   PIC X(2).
    02 IV-Major         PIC X(6).
    02 IV-Minor         PIC X(6).
    02 IV-Last-Name     PIC X(14).
    02 IV-First-Name    PIC X(10).
    02 IV-Status        PIC X.
    02 IV-City          PIC X(20).
    02 IV-State         PIC X(2).
    02 IV-Zip           PIC X(10).
    02 IV-Archive-Date  PIC 9(8).
01  IR-Value-Text REDEFINES IR-Value-Area  PIC X(175).

*> One field's value (or a name for the header/trailer), and the
*> length it has once its trailing spaces are dropped.
01  IR-Field-Value   PIC X(30).
01  IR-Field-Width   PIC 9(2).
01  IR-Value-Length  PIC 9(2).

01  IR-Output-Line    PIC X(400).
01  IR-Line-Pointer   PIC 9(3).

01  IR-Header-Column.
    02 IH-Start  PIC 9(3).
    02 IH-Width  PIC 9(3).

01  Row-Selected-Flag  PIC X.
    88 Row-Selected      VALUE 'Y'.
    88 Row-Not-Selected  VALUE 'N'.

01  Master-Found-Flag  PIC X.
    88 Student-Master-Found      VALUE 'Y'.
    88 Student-Master-Not-Found  VALUE 'N'.

01  Enrollment-Match-Flag  PIC X.
    88 Student-Enrollment-Matched      VALUE 'Y'.
    88 Student-Enrollment-Not-Matched  VALUE 'N'.

01  IR-Totals.
    02 IR-Records-Read      PIC 9(7)  VALUE ZERO.
    02 IR-Records-Written   PIC 9(7)  VALUE ZERO.
    02 IR-Records-Masked    PIC 9(7)  VALUE ZERO.
    02 IR-Missing-Masters   PIC 9(7)  VALUE ZERO.

01  IR-Trailer-Count  PIC 9(9).

01  Suppression-Request.
    COPY "suppression-request.cpy".

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Paragraph.
    PERFORM Write-Run-Status-Start
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD

    PERFORM Read-Request-Cards
    IF Request-Valid
       PERFORM Resolve-Requested-Fields
    END-IF
    IF Request-Rejected
       DISPLAY 'IR extract request rejected -- nothing written.'
       MOVE 16 TO RETURN-CODE
       PERFORM Write-Run-Status-End
       STOP RUN
    END-IF

    PERFORM Open-Subject-Files
    MOVE "IR-EXTRACT.DAT" TO WS-File-ID
    OPEN OUTPUT IR-Extract-File
    PERFORM Check-File-Status

    PERFORM Write-Header-Row
    EVALUATE TRUE
       WHEN IR-Subject-Sections     PERFORM Extract-Sections
       WHEN IR-Subject-Enrollments  PERFORM Extract-Enrollments
       WHEN IR-Subject-Students     PERFORM Extract-Students
       WHEN IR-Subject-History      PERFORM Extract-History
    END-EVALUATE
    PERFORM Write-Trailer-Row

    MOVE "IR-EXTRACT.DAT" TO WS-File-ID
    CLOSE IR-Extract-File
    PERFORM Check-File-Status
    PERFORM Close-Subject-Files

    MOVE 'W'              TO SX-Request-Code
    MOVE 'IR-EXTRACT'     TO SX-Program-Name
    MOVE 'IR-EXTRACT.DAT' TO SX-Output-Name
    SET SX-Masked TO TRUE
    CALL 'Confidentiality-Log' USING Suppression-Request

    DISPLAY 'IR extract ' IR-Request-Name ' (' IR-Subject '):'
    DISPLAY '  Records read:                   ' IR-Records-Read
    DISPLAY '  Records written:                ' IR-Records-Written
    DISPLAY '  Confidential rows masked:       ' IR-Records-Masked
    DISPLAY '  Students missing from master:   ' IR-Missing-Masters
    PERFORM Write-Run-Status-End
    STOP RUN
    .

COPY "file-status-check.cpy".

*>-----------------------------------------------------------------
*> The shared job-run log: one 'S' record as the run begins, one
*> 'E' record (with counts and return code) as it ends.
*>-----------------------------------------------------------------
Write-Run-Status-Start.
    MOVE 'IR-EXTRACT' TO RS-Program-Name
    SET RS-Start-Record TO TRUE
    MOVE ZERO TO RS-Records-Processed
                 RS-Records-Rejected
                 RS-Return-Code
    PERFORM Append-Run-Status-Rec
    .

Write-Run-Status-End.
    MOVE 'IR-EXTRACT' TO RS-Program-Name
    SET RS-End-Record TO TRUE
    MOVE IR-Records-Written TO RS-Records-Processed
    MOVE ZERO TO RS-Records-Rejected
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
*> The card deck.  Every problem is reported, not just the first,
*> so the office can fix the deck in one pass.
*>-----------------------------------------------------------------
Read-Request-Cards.
    MOVE "IR-EXTRACT-REQUEST.DAT" TO WS-File-ID
    OPEN INPUT Request-Card-File
    IF WS-File-Status = "35"
       DISPLAY 'No IR-Extract-Request.Dat on file.'
       SET Request-Rejected TO TRUE
    ELSE
       PERFORM Check-File-Status
       SET Card-EOF-Not TO TRUE
       PERFORM UNTIL Card-EOF
          READ Request-Card-File
             AT END      SET Card-EOF TO TRUE
             NOT AT END  PERFORM Take-One-Card
          END-READ
       END-PERFORM
       MOVE "IR-EXTRACT-REQUEST.DAT" TO WS-File-ID
       CLOSE Request-Card-File
       PERFORM Check-File-Status
       PERFORM Check-Request
    END-IF
    .

Take-One-Card.
    EVALUATE TRUE
       WHEN RQ-Subject-Card   PERFORM Take-Subject-Card
       WHEN RQ-Field-Card     PERFORM Take-Field-Card
       WHEN RQ-Criteria-Card  PERFORM Take-Criteria-Card
       WHEN RQ-Comment-Card   CONTINUE
       WHEN OTHER
          DISPLAY 'Unrecognized card type: ' RQ-Card-Type
          SET Request-Rejected TO TRUE
    END-EVALUATE
    .

Take-Subject-Card.
    ADD 1 TO IR-Subject-Count
    MOVE RQ-Subject       TO IR-Subject
    MOVE RQ-Output-Format TO IR-Output-Format
    IF RQ-Delimiter NOT = SPACE
       MOVE RQ-Delimiter TO IR-Delimiter
    END-IF
    MOVE RQ-Request-Name  TO IR-Request-Name
    .

Take-Field-Card.
    PERFORM Take-Field-Slot
       VARYING Card-Slot-Index FROM 1 BY 1
       UNTIL Card-Slot-Index > 6
    .

Take-Field-Slot.
    IF RQ-Field-Name (Card-Slot-Index) NOT = SPACES
       IF Requested-Field-Count < Max-Requested-Fields
          ADD 1 TO Requested-Field-Count
          MOVE RQ-Field-Name (Card-Slot-Index)
            TO Requested-Field-Name (Requested-Field-Count)
       ELSE
          DISPLAY 'More than ' Max-Requested-Fields
                  ' fields requested: '
                  RQ-Field-Name (Card-Slot-Index)
          SET Request-Rejected TO TRUE
       END-IF
    END-IF
    .

Take-Criteria-Card.
    ADD 1 TO IR-Criteria-Count
    MOVE RQ-Sel-Term        TO IR-Sel-Term
    MOVE RQ-Sel-Dept-Prefix TO IR-Sel-Dept-Prefix
    MOVE RQ-Sel-Class-Level TO IR-Sel-Class-Level
    .

Check-Request.
    IF IR-Subject-Count NOT = 1
       DISPLAY 'The deck needs exactly one S card -- it has '
               IR-Subject-Count
       SET Request-Rejected TO TRUE
    END-IF
    IF IR-Subject-Count > ZERO  AND  NOT IR-Known-Subject
       DISPLAY 'Unknown subject (SEC ENR STU HIS): ' IR-Subject
       SET Request-Rejected TO TRUE
    END-IF
    IF IR-Subject-Count > ZERO
          AND NOT IR-Delimited-Output  AND  NOT IR-Fixed-Output
       DISPLAY 'Unknown output format (D or F): ' IR-Output-Format
       SET Request-Rejected TO TRUE
    END-IF
    IF IR-Criteria-Count > 1
       DISPLAY 'The deck may carry only one C card -- it has '
               IR-Criteria-Count
       SET Request-Rejected TO TRUE
    END-IF
    IF IR-Sel-Class-Level NOT = SPACES
       IF NOT IR-Known-Class-Level
          DISPLAY 'Unknown class level: ' IR-Sel-Class-Level
          SET Request-Rejected TO TRUE
       END-IF
       IF IR-Subject-Sections
          DISPLAY 'Class level does not apply to a section extract.'
          SET Request-Rejected TO TRUE
       END-IF
    END-IF
    MOVE ZERO TO IR-Prefix-Length
    INSPECT IR-Sel-Dept-Prefix
       TALLYING IR-Prefix-Length FOR CHARACTERS BEFORE SPACE
    IF IR-Prefix-Length = ZERO  AND  IR-Sel-Dept-Prefix NOT = SPACES
       DISPLAY 'Department prefix may not start with a space.'
       SET Request-Rejected TO TRUE
    END-IF
    .

*>-----------------------------------------------------------------
*> Each requested name is looked up under the subject; no 'F' card
*> takes every field the subject has.  The fixed-format starting
*> columns are laid out here, once.
*>-----------------------------------------------------------------
Resolve-Requested-Fields.
    MOVE ZERO TO Chosen-Field-Count
    MOVE 1    TO Next-Output-Start
    IF Requested-Field-Count = ZERO
       PERFORM Choose-Whole-Subject-Field
          VARYING Dictionary-Index FROM 1 BY 1
          UNTIL Dictionary-Index > Dictionary-Entry-Count
    ELSE
       PERFORM Choose-Requested-Field
          VARYING Requested-Field-Index FROM 1 BY 1
          UNTIL Requested-Field-Index > Requested-Field-Count
    END-IF
    .

Choose-Whole-Subject-Field.
    IF FD-Subject (Dictionary-Index) = IR-Subject
       PERFORM Add-Chosen-Field
    END-IF
    .

Choose-Requested-Field.
    SET Dictionary-Field-Not-Found TO TRUE
    PERFORM Search-Field-Dictionary
       VARYING Dictionary-Index FROM 1 BY 1
       UNTIL Dictionary-Index > Dictionary-Entry-Count
          OR Dictionary-Field-Found
    IF Dictionary-Field-Not-Found
       DISPLAY 'No field ' Requested-Field-Name (Requested-Field-Index)
               ' for subject ' IR-Subject
       SET Request-Rejected TO TRUE
    ELSE
       SUBTRACT 1 FROM Dictionary-Index
       SET Field-Not-Yet-Chosen TO TRUE
       PERFORM Search-Chosen-Fields
          VARYING Chosen-Search-Index FROM 1 BY 1
          UNTIL Chosen-Search-Index > Chosen-Field-Count
             OR Field-Already-Chosen
       IF Field-Already-Chosen
          DISPLAY 'Field requested twice: '
                  Requested-Field-Name (Requested-Field-Index)
          SET Request-Rejected TO TRUE
       ELSE
          PERFORM Add-Chosen-Field
       END-IF
    END-IF
    .

Search-Field-Dictionary.
    IF FD-Subject (Dictionary-Index) = IR-Subject
          AND FD-Field-Name (Dictionary-Index)
                 = Requested-Field-Name (Requested-Field-Index)
       SET Dictionary-Field-Found TO TRUE
    END-IF
    .

Search-Chosen-Fields.
    IF CF-Dictionary-Index (Chosen-Search-Index) = Dictionary-Index
       SET Field-Already-Chosen TO TRUE
    END-IF
    .

Add-Chosen-Field.
    ADD 1 TO Chosen-Field-Count
    MOVE Dictionary-Index  TO CF-Dictionary-Index (Chosen-Field-Count)
    MOVE Next-Output-Start TO CF-Output-Start (Chosen-Field-Count)
    ADD FD-Value-Width (Dictionary-Index) TO Next-Output-Start
    IF FD-Directory-Field (Dictionary-Index)
       SET Directory-Fields-Chosen TO TRUE
    END-IF
    .

*>-----------------------------------------------------------------
*> Only the masters the subject reads are opened.  The enrollment
*> and history extracts read Students.IDX for class level and
*> names; the student extract reads Student-Course.IDX only when a
*> term or department narrows it.
*>-----------------------------------------------------------------
Open-Subject-Files.
    IF IR-Subject-Sections  OR  IR-Subject-Enrollments
       MOVE "COURSES.IDX" TO WS-File-ID
       OPEN INPUT Indexed-File
       PERFORM Check-File-Status
    END-IF
    IF IR-Subject-Enrollments  OR  IR-Subject-Students
       MOVE "STUDENT-COURSE.IDX" TO WS-File-ID
       OPEN INPUT Student-Course-File
       PERFORM Check-File-Status
    END-IF
    IF NOT IR-Subject-Sections
       MOVE "STUDENTS.IDX" TO WS-File-ID
       OPEN INPUT Student-Master-File
       PERFORM Check-File-Status
    END-IF
    IF IR-Subject-History
       MOVE "STUDENT-HISTORY.IDX" TO WS-File-ID
       OPEN INPUT Student-History-File
       IF WS-File-Status = "35"
          DISPLAY 'No Student-History.IDX on file -- run '
                  'Student-History-Build first.'
          MOVE 16 TO RETURN-CODE
          PERFORM Write-Run-Status-End
          STOP RUN
       END-IF
       PERFORM Check-File-Status
    END-IF
    .

Close-Subject-Files.
    IF IR-Subject-Sections  OR  IR-Subject-Enrollments
       MOVE "COURSES.IDX" TO WS-File-ID
       CLOSE Indexed-File
       PERFORM Check-File-Status
    END-IF
    IF IR-Subject-Enrollments  OR  IR-Subject-Students
       MOVE "STUDENT-COURSE.IDX" TO WS-File-ID
       CLOSE Student-Course-File
       PERFORM Check-File-Status
    END-IF
    IF NOT IR-Subject-Sections
       MOVE "STUDENTS.IDX" TO WS-File-ID
       CLOSE Student-Master-File
       PERFORM Check-File-Status
    END-IF
    IF IR-Subject-History
       MOVE "STUDENT-HISTORY.IDX" TO WS-File-ID
       CLOSE Student-History-File
       PERFORM Check-File-Status
    END-IF
    .

*>-----------------------------------------------------------------
*> Sections: with a term, the scan starts at that term's first
*> section (and department, if given) and stops where the term
*> does; without one, every term on file is read.
*>-----------------------------------------------------------------
Extract-Sections.
    MOVE LOW-VALUES TO Course-Key
    IF IR-Sel-Term NOT = SPACES
       MOVE IR-Sel-Term TO Course-Term
       IF IR-Prefix-Length > ZERO
          MOVE IR-Sel-Dept-Prefix (1:IR-Prefix-Length)
            TO Course-ID (1:IR-Prefix-Length)
       END-IF
    END-IF
    SET Scan-EOF-Not TO TRUE
    START Indexed-File KEY IS NOT LESS THAN Course-Key
       INVALID KEY  SET Scan-EOF TO TRUE
    END-START
    PERFORM UNTIL Scan-EOF
       READ Indexed-File NEXT RECORD
          AT END  SET Scan-EOF TO TRUE
       END-READ
       IF NOT Scan-EOF
          IF IR-Sel-Term NOT = SPACES
                AND Course-Term NOT = IR-Sel-Term
             SET Scan-EOF TO TRUE
          ELSE
             PERFORM Extract-One-Section
          END-IF
       END-IF
    END-PERFORM
    .

Extract-One-Section.
    ADD 1 TO IR-Records-Read
    SET Row-Selected TO TRUE
    IF IR-Prefix-Length > ZERO
       IF Course-ID (1:IR-Prefix-Length)
             NOT = IR-Sel-Dept-Prefix (1:IR-Prefix-Length)
          SET Row-Not-Selected TO TRUE
       END-IF
    END-IF
    IF Row-Selected
       MOVE SPACES                   TO IR-Value-Area
       MOVE Course-Term              TO IV-Term
       MOVE Course-ID                TO IV-Course-ID
       MOVE Course-Title             TO IV-Title
       MOVE Course-Credit-Hours      TO IV-Credits
       MOVE Course-Capacity          TO IV-Capacity
       MOVE Total-Number-Of-Students TO IV-Enrolled
       MOVE Course-Meeting-Days      TO IV-Days
       MOVE Course-Meeting-Time      TO IV-Time
       MOVE Course-Room              TO IV-Room
       MOVE Course-Instructor-ID     TO IV-Instructor
       PERFORM Write-Data-Row
    END-IF
    .

*>-----------------------------------------------------------------
*> Enrollments: Student-Course.IDX is keyed student first, so the
*> whole index is read and the term and department tested on each
*> record.  Credit hours come from the section, when it is still
*> on Courses.IDX.
*>-----------------------------------------------------------------
Extract-Enrollments.
    SET Scan-EOF-Not TO TRUE
    PERFORM UNTIL Scan-EOF
       READ Student-Course-File NEXT RECORD
          AT END      SET Scan-EOF TO TRUE
          NOT AT END  PERFORM Extract-One-Enrollment
       END-READ
    END-PERFORM
    .

Extract-One-Enrollment.
    ADD 1 TO IR-Records-Read
    SET Row-Selected TO TRUE
    IF IR-Sel-Term NOT = SPACES  AND  SC-Term NOT = IR-Sel-Term
       SET Row-Not-Selected TO TRUE
    END-IF
    IF IR-Prefix-Length > ZERO
       IF SC-Course-ID (1:IR-Prefix-Length)
             NOT = IR-Sel-Dept-Prefix (1:IR-Prefix-Length)
          SET Row-Not-Selected TO TRUE
       END-IF
    END-IF
    IF Row-Selected
       MOVE SC-Student-ID TO Student-Master-ID
       PERFORM Read-Student-Master
       PERFORM Check-Class-Level
    END-IF
    IF Row-Selected
       MOVE SPACES           TO IR-Value-Area
       MOVE SC-Student-ID    TO IV-Student-ID
       MOVE SC-Term          TO IV-Term
       MOVE SC-Course-ID     TO IV-Course-ID
       MOVE SC-Grade         TO IV-Grade
       MOVE SC-Grading-Basis TO IV-Basis
       MOVE SC-Term          TO Course-Term
       MOVE SC-Course-ID     TO Course-ID
       READ Indexed-File
          INVALID KEY      CONTINUE
          NOT INVALID KEY  MOVE Course-Credit-Hours TO IV-Credits
       END-READ
       PERFORM Stage-Student-Master-Values
       PERFORM Write-Data-Row
    END-IF
    .

*>-----------------------------------------------------------------
*> Students: the whole master, by class level; a term or
*> department keeps only the students with a matching enrollment.
*>-----------------------------------------------------------------
Extract-Students.
    SET Scan-EOF-Not TO TRUE
    PERFORM UNTIL Scan-EOF
       READ Student-Master-File NEXT RECORD
          AT END      SET Scan-EOF TO TRUE
          NOT AT END  PERFORM Extract-One-Student
       END-READ
    END-PERFORM
    .

Extract-One-Student.
    ADD 1 TO IR-Records-Read
    SET Student-Master-Found TO TRUE
    SET Row-Selected TO TRUE
    PERFORM Check-Class-Level
    IF Row-Selected
          AND (IR-Sel-Term NOT = SPACES  OR  IR-Prefix-Length > ZERO)
       PERFORM Check-Student-Enrollment
       IF Student-Enrollment-Not-Matched
          SET Row-Not-Selected TO TRUE
       END-IF
    END-IF
    IF Row-Selected
       MOVE SPACES TO IR-Value-Area
       MOVE Student-Master-ID TO IV-Student-ID
       MOVE Student-Status    TO IV-Status
       MOVE Student-Minor-Program TO IV-Minor
       MOVE Student-City      TO IV-City
       MOVE Student-State     TO IV-State
       MOVE Student-Zip       TO IV-Zip
       PERFORM Stage-Student-Master-Values
       PERFORM Write-Data-Row
    END-IF
    .

Check-Student-Enrollment.
    SET Student-Enrollment-Not-Matched TO TRUE
    MOVE Student-Master-ID TO SC-Student-ID
    MOVE LOW-VALUES        TO SC-Term  SC-Course-ID
    IF IR-Sel-Term NOT = SPACES
       MOVE IR-Sel-Term TO SC-Term
    END-IF
    SET Enrollment-Scan-EOF-Not TO TRUE
    START Student-Course-File KEY IS NOT LESS THAN SC-Key
       INVALID KEY  SET Enrollment-Scan-EOF TO TRUE
    END-START
    PERFORM UNTIL Enrollment-Scan-EOF
          OR Student-Enrollment-Matched
       READ Student-Course-File NEXT RECORD
          AT END  SET Enrollment-Scan-EOF TO TRUE
       END-READ
       IF NOT Enrollment-Scan-EOF
          IF SC-Student-ID NOT = Student-Master-ID
             SET Enrollment-Scan-EOF TO TRUE
          ELSE
             PERFORM Match-Student-Enrollment
          END-IF
       END-IF
    END-PERFORM
    .

Match-Student-Enrollment.
    IF IR-Sel-Term = SPACES  OR  SC-Term = IR-Sel-Term
       IF IR-Prefix-Length = ZERO
          SET Student-Enrollment-Matched TO TRUE
       ELSE
          IF SC-Course-ID (1:IR-Prefix-Length)
                = IR-Sel-Dept-Prefix (1:IR-Prefix-Length)
             SET Student-Enrollment-Matched TO TRUE
          END-IF
       END-IF
    END-IF
    .

*>-----------------------------------------------------------------
*> Archived history: the whole of Student-History.IDX, tested
*> record by record the way the enrollments are.
*>-----------------------------------------------------------------
Extract-History.
    SET Scan-EOF-Not TO TRUE
    PERFORM UNTIL Scan-EOF
       READ Student-History-File NEXT RECORD
          AT END      SET Scan-EOF TO TRUE
          NOT AT END  PERFORM Extract-One-History-Rec
       END-READ
    END-PERFORM
    .

Extract-One-History-Rec.
    ADD 1 TO IR-Records-Read
    SET Row-Selected TO TRUE
    IF IR-Sel-Term NOT = SPACES  AND  HS-Term NOT = IR-Sel-Term
       SET Row-Not-Selected TO TRUE
    END-IF
    IF IR-Prefix-Length > ZERO
       IF HS-Course-ID (1:IR-Prefix-Length)
             NOT = IR-Sel-Dept-Prefix (1:IR-Prefix-Length)
          SET Row-Not-Selected TO TRUE
       END-IF
    END-IF
    IF Row-Selected
       MOVE HS-Student-ID TO Student-Master-ID
       PERFORM Read-Student-Master
       PERFORM Check-Class-Level
    END-IF
    IF Row-Selected
       MOVE SPACES          TO IR-Value-Area
       MOVE HS-Student-ID   TO IV-Student-ID
       MOVE HS-Term         TO IV-Term
       MOVE HS-Course-ID    TO IV-Course-ID
       MOVE HS-Grade        TO IV-Grade
       MOVE HS-Credit-Hours TO IV-Credits
       MOVE HS-Course-Title TO IV-Title
       MOVE HS-Archive-Date TO IV-Archive-Date
       PERFORM Stage-Student-Master-Values
       PERFORM Write-Data-Row
    END-IF
    .

Read-Student-Master.
    READ Student-Master-File
       INVALID KEY
          SET Student-Master-Not-Found TO TRUE
          ADD 1 TO IR-Missing-Masters
       NOT INVALID KEY
          SET Student-Master-Found TO TRUE
    END-READ
    .

*> A student not on the master has no class level to match.
Check-Class-Level.
    IF IR-Sel-Class-Level NOT = SPACES
       IF Student-Master-Not-Found
             OR Student-Class-Level NOT = IR-Sel-Class-Level
          SET Row-Not-Selected TO TRUE
       END-IF
    END-IF
    .

*> The master's fields every student-bearing subject offers, and
*> the FERPA mask over the directory fields.
Stage-Student-Master-Values.
    IF Student-Master-Found
       MOVE Student-Class-Level   TO IV-Class-Level
       MOVE Student-Major-Program TO IV-Major
       MOVE Student-Last-Name     TO IV-Last-Name
       MOVE Student-First-Name    TO IV-First-Name
       IF Student-Confidential  AND  Directory-Fields-Chosen
          MOVE 'CONFIDENTIAL' TO IV-Last-Name
          MOVE SPACES         TO IV-First-Name  IV-City
                                 IV-State  IV-Zip
          ADD 1 TO IR-Records-Masked
          MOVE 'C'               TO SX-Request-Code
          MOVE Student-Master-ID TO SX-Student-ID
          CALL 'Confidentiality-Log' USING Suppression-Request
       END-IF
    END-IF
    .

*>-----------------------------------------------------------------
*> The output rows.  Fixed format lays each field at its full
*> width; delimited format drops each value's trailing spaces and
*> blanks out any delimiter inside a value (a title with a comma
*> in it, say), so the columns always split cleanly.
*>-----------------------------------------------------------------
Write-Header-Row.
    MOVE SPACES TO IR-Output-Line
    MOVE 1      TO IR-Line-Pointer
    PERFORM Add-Header-Column
       VARYING Chosen-Field-Index FROM 1 BY 1
       UNTIL Chosen-Field-Index > Chosen-Field-Count
    MOVE IR-Output-Line TO IR-Extract-Line
    WRITE IR-Extract-Line
    .

Add-Header-Column.
    MOVE CF-Dictionary-Index (Chosen-Field-Index) TO Dictionary-Index
    MOVE FD-Field-Name (Dictionary-Index) TO IR-Field-Value
    MOVE 12 TO IR-Field-Width
    PERFORM Trim-Field-Value
    IF Chosen-Field-Index > 1
       PERFORM Add-Column-Separator
    END-IF
    STRING IR-Field-Value (1:IR-Value-Length) DELIMITED BY SIZE
       INTO IR-Output-Line  WITH POINTER IR-Line-Pointer
    END-STRING
    IF IR-Fixed-Output
       MOVE CF-Output-Start (Chosen-Field-Index) TO IH-Start
       MOVE FD-Value-Width (Dictionary-Index)    TO IH-Width
       STRING '(' IH-Start ',' IH-Width ')' DELIMITED BY SIZE
          INTO IR-Output-Line  WITH POINTER IR-Line-Pointer
       END-STRING
    END-IF
    .

*> Between header and trailer columns: the delimiter, or on a
*> fixed-format file a space.
Add-Column-Separator.
    IF IR-Delimited-Output
       STRING IR-Delimiter DELIMITED BY SIZE
          INTO IR-Output-Line  WITH POINTER IR-Line-Pointer
       END-STRING
    ELSE
       STRING ' ' DELIMITED BY SIZE
          INTO IR-Output-Line  WITH POINTER IR-Line-Pointer
       END-STRING
    END-IF
    .

Write-Data-Row.
    MOVE SPACES TO IR-Output-Line
    MOVE 1      TO IR-Line-Pointer
    PERFORM Add-Data-Column
       VARYING Chosen-Field-Index FROM 1 BY 1
       UNTIL Chosen-Field-Index > Chosen-Field-Count
    MOVE IR-Output-Line TO IR-Extract-Line
    WRITE IR-Extract-Line
    ADD 1 TO IR-Records-Written
    .

Add-Data-Column.
    MOVE CF-Dictionary-Index (Chosen-Field-Index) TO Dictionary-Index
    MOVE FD-Value-Width (Dictionary-Index) TO IR-Field-Width
    MOVE SPACES TO IR-Field-Value
    MOVE IR-Value-Text (FD-Value-Start (Dictionary-Index):
                        IR-Field-Width)
      TO IR-Field-Value (1:IR-Field-Width)
    IF IR-Fixed-Output
       STRING IR-Field-Value (1:IR-Field-Width) DELIMITED BY SIZE
          INTO IR-Output-Line  WITH POINTER IR-Line-Pointer
       END-STRING
    ELSE
       INSPECT IR-Field-Value REPLACING ALL IR-Delimiter BY SPACE
       PERFORM Trim-Field-Value
       IF Chosen-Field-Index > 1
          PERFORM Add-Column-Separator
       END-IF
       IF IR-Value-Length > ZERO
          STRING IR-Field-Value (1:IR-Value-Length) DELIMITED BY SIZE
             INTO IR-Output-Line  WITH POINTER IR-Line-Pointer
          END-STRING
       END-IF
    END-IF
    .

*> IR-Value-Length = IR-Field-Value's length without its trailing
*> spaces, looking no further than IR-Field-Width.
Trim-Field-Value.
    MOVE IR-Field-Width TO IR-Value-Length
    PERFORM UNTIL IR-Value-Length = ZERO
          OR IR-Field-Value (IR-Value-Length:1) NOT = SPACE
       SUBTRACT 1 FROM IR-Value-Length
    END-PERFORM
    .

Write-Trailer-Row.
    MOVE SPACES TO IR-Output-Line
    MOVE 1      TO IR-Line-Pointer
    MOVE IR-Records-Written TO IR-Trailer-Count
    STRING '*TRAILER*' DELIMITED BY SIZE
       INTO IR-Output-Line  WITH POINTER IR-Line-Pointer
    END-STRING
    PERFORM Add-Column-Separator
    STRING 'RECORDS=' IR-Trailer-Count DELIMITED BY SIZE
       INTO IR-Output-Line  WITH POINTER IR-Line-Pointer
    END-STRING
    PERFORM Add-Column-Separator
    STRING 'SUBJECT=' IR-Subject DELIMITED BY SIZE
       INTO IR-Output-Line  WITH POINTER IR-Line-Pointer
    END-STRING
    PERFORM Add-Column-Separator
    MOVE IR-Request-Name TO IR-Field-Value
    MOVE 30 TO IR-Field-Width
    PERFORM Trim-Field-Value
    STRING 'REQUEST=' DELIMITED BY SIZE
       INTO IR-Output-Line  WITH POINTER IR-Line-Pointer
    END-STRING
    IF IR-Value-Length > ZERO
       STRING IR-Field-Value (1:IR-Value-Length) DELIMITED BY SIZE
          INTO IR-Output-Line  WITH POINTER IR-Line-Pointer
       END-STRING
    END-IF
    PERFORM Add-Column-Separator
    STRING 'RUN-DATE=' Todays-Run-Date DELIMITED BY SIZE
       INTO IR-Output-Line  WITH POINTER IR-Line-Pointer
    END-STRING
    MOVE IR-Output-Line TO IR-Extract-Line
    WRITE IR-Extract-Line
    .
