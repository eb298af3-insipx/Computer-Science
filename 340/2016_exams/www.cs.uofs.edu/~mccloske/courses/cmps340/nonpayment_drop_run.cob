IDENTIFICATION DIVISION.
PROGRAM-ID.  Nonpayment-Drop-Run.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>***************************************************************
*> Program Abstract:
*>    After the term's payment deadline, a student who still owes a
*>    past-due balance loses the term's schedule.  This run finds
*>    them -- the past-due balance is worked out from
*>    Student-Ledger.IDX as Student-Statements shows it (the balance
*>    less any charge not yet due) -- and proposes a Drop-Student
*>    for each of the student's current-term enrollments on
*>    Student-Course.IDX (withdrawals left off).  Nothing is dropped
*>    here: the proposals land in Nonpayment-Drops-Proposed.Dat,
*>    status 'P', for the registrar to approve or reject through
*>    Nonpayment-Drop-Approval, which is what writes the approved
*>    drops into a merge source slot.
*>
*>    The deadline comes from Nonpayment-Control.Dat (the term and
*>    its payment deadline, set by the bursar).  The run refuses
*>    (RETURN-CODE 16) when that record is missing, is for another
*>    term than Course-Term-Control.Dat's current term, or its
*>    deadline has not yet passed.  An enrollment already proposed
*>    -- pending, approved, or rejected -- is not proposed again, so
*>    the run can be repeated as payments come in.
*>
*>  INPUT:
*>    Nonpayment-Control.Dat, Course-Term-Control.Dat (optional;
*>    default 'CURR1'), Student-Ledger.IDX, Student-Course.IDX,
*>    Students.IDX, Nonpayment-Drops-Proposed.Dat (optional).
*>
*>  OUTPUT:
*>    Nonpayment-Drops-Proposed.Dat rewritten with the new proposals
*>    added; Nonpayment-Drops.Rpt listing them; counts DISPLAYed as
*>    a control total.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Nonpayment-Control-File  ASSIGN TO "Nonpayment-Control.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Term-Control-File  ASSIGN TO "Course-Term-Control.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Ledger-File  ASSIGN TO "Student-Ledger.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS SEQUENTIAL
       RECORD KEY IS LE-Key
       FILE STATUS IS WS-File-Status.

    SELECT Student-Course-File  ASSIGN TO "Student-Course.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS SC-Key
       FILE STATUS IS WS-File-Status.

    SELECT Student-Master-File  ASSIGN TO "Students.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS Student-Master-ID
       FILE STATUS IS WS-File-Status.

    SELECT Proposed-File  ASSIGN TO "Nonpayment-Drops-Proposed.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Drop-Report  ASSIGN TO "Nonpayment-Drops.Rpt"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

DATA DIVISION.

FILE SECTION.

FD  Nonpayment-Control-File.
01  Nonpayment-Control-Record.
    02 NC-Term              PIC X(5).
    02 NC-Payment-Deadline  PIC 9(8).

FD  Term-Control-File.
01  Term-Control-Record.
    02 TC-Current-Term  PIC X(5).

FD  Ledger-File.
01  Ledger-Record.
    COPY "student-ledger-record.cpy".

FD  Student-Course-File.
01  Student-Course-Record.
    COPY "student-course-record.cpy".

FD  Student-Master-File.
01  Student-Master-Record.
    COPY "student-record.cpy".

*> One record per proposed drop.  ND-Status 'P' awaits the
*> registrar; 'A' and 'R' are the permanent record of a decision
*> (Nonpayment-Drop-Approval).
FD  Proposed-File.
01  Proposed-Drop-Rec.
    02 ND-Status            PIC X.
       88 ND-Proposed          VALUE 'P'.
       88 ND-Approved          VALUE 'A'.
       88 ND-Rejected          VALUE 'R'.
    02 ND-Date-Proposed     PIC 9(8).
    02 ND-Student-ID        PIC X(9).
    02 ND-Term              PIC X(5).
    02 ND-Course-ID         PIC X(9).
    02 ND-Past-Due          PIC 9(7)V99.
    02 ND-Approver-ID       PIC X(6).
    02 ND-Date-Decided      PIC 9(8).

FD  Drop-Report.
01  NP-Line  PIC X(80).

WORKING-STORAGE SECTION.

01  Ledger-EOF-Flag  PIC X.
    88 Ledger-EOF      VALUE '1'.
    88 Ledger-EOF-Not  VALUE '0'.

01  Proposed-EOF-Flag  PIC X.
    88 Proposed-EOF      VALUE '1'.
    88 Proposed-EOF-Not  VALUE '0'.

01  Schedule-Scan-Flag  PIC X.
    88 Schedule-Scan-Done      VALUE '1'.
    88 Schedule-Scan-Not-Done  VALUE '0'.

01  Default-Term  PIC X(5)  VALUE 'CURR1'.
01  Current-Term  PIC X(5).

01  Current-Student-ID  PIC X(9)  VALUE SPACES.

01  Student-Account.
    02 NA-Balance      PIC S9(7)V99  VALUE ZERO.
    02 NA-Not-Yet-Due  PIC S9(7)V99  VALUE ZERO.
    02 NA-Past-Due     PIC S9(7)V99  VALUE ZERO.

*> The proposal file is rewritten whole with the new proposals
*> added, so it is held here; a file past the ceiling refuses the
*> run, as Wage-Approval refuses its session.
01  Proposed-Overflow-Flag  PIC X  VALUE 'N'.
    88 Proposed-Table-Overflowed  VALUE 'Y'.

01  Max-Proposals    PIC 9(4)  VALUE 5000.
01  Proposal-Count   PIC 9(4)  VALUE ZERO.
01  Proposal-Table.
    02 Proposal-Item  OCCURS 0 TO 5000 TIMES
                      DEPENDING ON Proposal-Count.
       03 PT-Image.
          04 PT-Status          PIC X.
          04 PT-Date-Proposed   PIC 9(8).
          04 PT-Student-ID      PIC X(9).
          04 PT-Term            PIC X(5).
          04 PT-Course-ID       PIC X(9).
          04 PT-Past-Due        PIC 9(7)V99.
          04 PT-Approver-ID     PIC X(6).
          04 PT-Date-Decided    PIC 9(8).
01  Proposal-Index   PIC 9(4).

01  Proposal-Found-Flag  PIC X.
    88 Proposal-Found      VALUE 'Y'.
    88 Proposal-Not-Found  VALUE 'N'.

01  Student-Courses-Proposed  PIC 9(3)  VALUE ZERO.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.

01  Nonpayment-Totals.
    02 NP-Students-Read      PIC 9(6)  VALUE ZERO.
    02 NP-Students-Unpaid    PIC 9(6)  VALUE ZERO.
    02 NP-Drops-Proposed     PIC 9(6)  VALUE ZERO.
    02 NP-Already-Proposed   PIC 9(6)  VALUE ZERO.
    02 NP-Not-Proposed       PIC 9(6)  VALUE ZERO.

01  NP-Lines-Per-Page  PIC 9(3)  VALUE 55.
01  NP-Lines-On-Page   PIC 9(3)  VALUE 55.
01  NP-Page-Number     PIC 9(4)  VALUE ZERO.

01  NP-Heading-1.
    02 FILLER        PIC X(30)  VALUE 'NONPAYMENT DROPS PROPOSED'.
    02 FILLER        PIC X(6)   VALUE 'Term: '.
    02 NPH-Term      PIC X(5).
    02 FILLER        PIC X(4)   VALUE SPACES.
    02 FILLER        PIC X(10)  VALUE 'Deadline: '.
    02 NPH-Deadline  PIC 9(8).
    02 FILLER        PIC X(8)   VALUE SPACES.
    02 FILLER        PIC X(5)   VALUE 'PAGE '.
    02 NPH-Page-No   PIC ZZZ9.

01  NP-Column-Heading.
    02 FILLER  PIC X(11)  VALUE 'Student ID'.
    02 FILLER  PIC X(26)  VALUE 'Name'.
    02 FILLER  PIC X(14)  VALUE '    Past due'.
    02 FILLER  PIC X(2)   VALUE SPACES.
    02 FILLER  PIC X(9)   VALUE 'Course ID'.

01  NP-Detail-Line.
    02 NPD-Student-ID  PIC X(9).
    02 FILLER          PIC X(2)  VALUE SPACES.
    02 NPD-Name        PIC X(25).
    02 FILLER          PIC X(1)  VALUE SPACES.
    02 NPD-Past-Due    PIC Z,ZZZ,ZZ9.99  BLANK WHEN ZERO.
    02 FILLER          PIC X(4)  VALUE SPACES.
    02 NPD-Course-ID   PIC X(9).
    02 FILLER          PIC X(2)  VALUE SPACES.
    02 NPD-Note        PIC X(16).

01  NP-Name-Work.
    02 NPW-Last-Name   PIC X(15).
    02 NPW-First-Name  PIC X(10).

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Paragraph.
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
    PERFORM Read-Current-Term
    PERFORM Check-Payment-Deadline

    PERFORM Load-Proposal-Table
    IF Proposed-Table-Overflowed
       DISPLAY 'Nonpayment-Drops-Proposed.Dat has outgrown the '
               Max-Proposals '-item table -- run abandoned, '
               'nothing proposed.'
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF

    MOVE "STUDENT-LEDGER.IDX" TO WS-File-ID
    OPEN INPUT Ledger-File
    PERFORM Check-File-Status
    MOVE "STUDENT-COURSE.IDX" TO WS-File-ID
    OPEN INPUT Student-Course-File
    PERFORM Check-File-Status
    MOVE "STUDENTS.IDX" TO WS-File-ID
    OPEN INPUT Student-Master-File
    PERFORM Check-File-Status
    MOVE "NONPAYMENT-DROPS.RPT" TO WS-File-ID
    OPEN OUTPUT Drop-Report
    PERFORM Check-File-Status

    SET Ledger-EOF-Not TO TRUE
    PERFORM Read-Ledger-Rec
    PERFORM Gather-Ledger-Entry
       UNTIL Ledger-EOF
    PERFORM Close-Student
    IF NP-Students-Unpaid = ZERO
       PERFORM Write-NP-Heading
       MOVE 'NO PAST-DUE STUDENTS ENROLLED THIS TERM.' TO NP-Line
       WRITE NP-Line
    END-IF

    MOVE "STUDENT-LEDGER.IDX" TO WS-File-ID
    CLOSE Ledger-File
    PERFORM Check-File-Status
    MOVE "STUDENT-COURSE.IDX" TO WS-File-ID
    CLOSE Student-Course-File
    PERFORM Check-File-Status
    MOVE "STUDENTS.IDX" TO WS-File-ID
    CLOSE Student-Master-File
    PERFORM Check-File-Status
    MOVE "NONPAYMENT-DROPS.RPT" TO WS-File-ID
    CLOSE Drop-Report
    PERFORM Check-File-Status

    IF NP-Drops-Proposed > ZERO
       PERFORM Rewrite-Proposed-File
    END-IF

    DISPLAY 'Nonpayment run complete for term ' Current-Term ':'
    DISPLAY '  Student accounts read:    ' NP-Students-Read
    DISPLAY '  Past due and enrolled:    ' NP-Students-Unpaid
    DISPLAY '  Drops proposed:           ' NP-Drops-Proposed
    DISPLAY '  Already proposed before:  ' NP-Already-Proposed
    IF NP-Not-Proposed > ZERO
       DISPLAY '  Beyond the proposal table: ' NP-Not-Proposed
    END-IF
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
*> No drops before the deadline has passed, and none against a
*> deadline the bursar set for some other term.
*>-----------------------------------------------------------------
Check-Payment-Deadline.
    MOVE SPACES TO NC-Term
    MOVE ZERO   TO NC-Payment-Deadline
    MOVE "NONPAYMENT-CONTROL.DAT" TO WS-File-ID
    OPEN INPUT Nonpayment-Control-File
    IF WS-File-Status NOT = "35"
       PERFORM Check-File-Status
       READ Nonpayment-Control-File
          AT END  MOVE ZERO TO NC-Payment-Deadline
       END-READ
       CLOSE Nonpayment-Control-File
       PERFORM Check-File-Status
    END-IF
    IF NC-Payment-Deadline = ZERO
       DISPLAY 'No payment deadline on Nonpayment-Control.Dat -- '
               'run refused, nothing proposed.'
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    IF NC-Term NOT = Current-Term
       DISPLAY 'Nonpayment-Control.Dat is for term ' NC-Term
               ', not the current term ' Current-Term
               ' -- run refused, nothing proposed.'
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    IF Todays-Run-Date NOT > NC-Payment-Deadline
       DISPLAY 'The payment deadline ' NC-Payment-Deadline
               ' has not passed -- run refused, nothing proposed.'
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    .


Load-Proposal-Table.
    MOVE "NONPAYMENT-DROPS-PROPOSED.DAT" TO WS-File-ID
    OPEN INPUT Proposed-File
    IF WS-File-Status NOT = "35"
       PERFORM Check-File-Status
       SET Proposed-EOF-Not TO TRUE
       PERFORM Read-Proposal
          UNTIL Proposed-EOF
       CLOSE Proposed-File
       PERFORM Check-File-Status
    END-IF
    .

Read-Proposal.
    READ Proposed-File
       AT END      SET Proposed-EOF TO TRUE
       NOT AT END  IF Proposal-Count < Max-Proposals
                      ADD 1 TO Proposal-Count
                      MOVE Proposed-Drop-Rec
                        TO PT-Image (Proposal-Count)
                   ELSE
                      SET Proposed-Table-Overflowed TO TRUE
                   END-IF
    END-READ
    .


Read-Ledger-Rec.
    READ Ledger-File NEXT RECORD
       AT END  SET Ledger-EOF TO TRUE
    END-READ
    .

*>-----------------------------------------------------------------
*> A change in LE-Student-ID closes out the student before.
*>-----------------------------------------------------------------
Gather-Ledger-Entry.
    IF LE-Student-ID NOT = Current-Student-ID
       PERFORM Close-Student
       MOVE LE-Student-ID TO Current-Student-ID
       ADD 1 TO NP-Students-Read
    END-IF
    IF LE-Charge
       ADD LE-Amount TO NA-Balance
       IF LE-Due-Date > Todays-Run-Date
          ADD LE-Amount TO NA-Not-Yet-Due
       END-IF
    ELSE
       SUBTRACT LE-Amount FROM NA-Balance
    END-IF
    PERFORM Read-Ledger-Rec
    .

Close-Student.
    IF Current-Student-ID NOT = SPACES
       COMPUTE NA-Past-Due = NA-Balance - NA-Not-Yet-Due
       IF NA-Past-Due > ZERO
          PERFORM Propose-Student-Drops
       END-IF
    END-IF
    INITIALIZE Student-Account
    .


*>-----------------------------------------------------------------
*> The student's current-term enrollments sort together under
*> SC-Student-ID + SC-Term; a withdrawal has nothing left to drop.
*>-----------------------------------------------------------------
Propose-Student-Drops.
    MOVE ZERO TO Student-Courses-Proposed
    MOVE Current-Student-ID TO Student-Master-ID
    READ Student-Master-File
       INVALID KEY
          MOVE SPACES TO Student-Name
          MOVE '(NOT ON FILE)' TO Student-Last-Name
    END-READ
    MOVE Student-Last-Name  TO NPW-Last-Name
    MOVE Student-First-Name TO NPW-First-Name

    SET Schedule-Scan-Not-Done TO TRUE
    MOVE Current-Student-ID TO SC-Student-ID
    MOVE Current-Term       TO SC-Term
    MOVE LOW-VALUES         TO SC-Course-ID
    START Student-Course-File KEY IS NOT LESS THAN SC-Key
       INVALID KEY  SET Schedule-Scan-Done TO TRUE
    END-START
    IF Schedule-Scan-Not-Done
       PERFORM Read-Schedule-Rec
    END-IF
    PERFORM Propose-One-Drop
       UNTIL Schedule-Scan-Done
    .

Read-Schedule-Rec.
    READ Student-Course-File NEXT RECORD
       AT END      SET Schedule-Scan-Done TO TRUE
       NOT AT END  IF SC-Student-ID NOT = Current-Student-ID
                   OR SC-Term NOT = Current-Term
                      SET Schedule-Scan-Done TO TRUE
                   END-IF
    END-READ
    .

Propose-One-Drop.
    IF SC-Grade NOT = 'W '
       IF Student-Courses-Proposed = ZERO
          ADD 1 TO NP-Students-Unpaid
       END-IF
       ADD 1 TO Student-Courses-Proposed
       SET Proposal-Not-Found TO TRUE
       PERFORM Match-Existing-Proposal
          VARYING Proposal-Index FROM 1 BY 1
          UNTIL Proposal-Index > Proposal-Count
             OR Proposal-Found
       IF Proposal-Found
          ADD 1 TO NP-Already-Proposed
          MOVE 'already proposed' TO NPD-Note
       ELSE
          IF Proposal-Count < Max-Proposals
             ADD 1 TO Proposal-Count  NP-Drops-Proposed
             MOVE 'P'                TO PT-Status (Proposal-Count)
             MOVE Todays-Run-Date    TO PT-Date-Proposed
                                          (Proposal-Count)
             MOVE SC-Student-ID      TO PT-Student-ID (Proposal-Count)
             MOVE SC-Term            TO PT-Term (Proposal-Count)
             MOVE SC-Course-ID       TO PT-Course-ID (Proposal-Count)
             MOVE NA-Past-Due        TO PT-Past-Due (Proposal-Count)
             MOVE SPACES             TO PT-Approver-ID (Proposal-Count)
             MOVE ZERO               TO PT-Date-Decided
                                          (Proposal-Count)
             MOVE 'PROPOSED'         TO NPD-Note
          ELSE
             ADD 1 TO NP-Not-Proposed
             MOVE 'NOT PROPOSED' TO NPD-Note
          END-IF
       END-IF
       PERFORM Write-Drop-Line
    END-IF
    PERFORM Read-Schedule-Rec
    .

Match-Existing-Proposal.
    IF PT-Student-ID (Proposal-Index) = SC-Student-ID
          AND PT-Term (Proposal-Index) = SC-Term
          AND PT-Course-ID (Proposal-Index) = SC-Course-ID
       SET Proposal-Found TO TRUE
    END-IF
    .

*>-----------------------------------------------------------------
*> The student's ID, name and past-due amount print on the first
*> course line only.
*>-----------------------------------------------------------------
Write-Drop-Line.
    IF NP-Lines-On-Page >= NP-Lines-Per-Page
       PERFORM Write-NP-Heading
    END-IF
    IF Student-Courses-Proposed = 1
       MOVE Current-Student-ID TO NPD-Student-ID
       MOVE NP-Name-Work       TO NPD-Name
       MOVE NA-Past-Due        TO NPD-Past-Due
    ELSE
       MOVE SPACES TO NPD-Student-ID
                      NPD-Name
       MOVE ZERO   TO NPD-Past-Due
    END-IF
    MOVE SC-Course-ID TO NPD-Course-ID
    WRITE NP-Line FROM NP-Detail-Line
    ADD 1 TO NP-Lines-On-Page
    .

Write-NP-Heading.
    ADD 1 TO NP-Page-Number
    MOVE NP-Page-Number      TO NPH-Page-No
    MOVE Current-Term        TO NPH-Term
    MOVE NC-Payment-Deadline TO NPH-Deadline
    IF NP-Page-Number > 1
       MOVE SPACES TO NP-Line
       WRITE NP-Line BEFORE ADVANCING PAGE
    END-IF
    WRITE NP-Line FROM NP-Heading-1
    MOVE SPACES TO NP-Line
    WRITE NP-Line
    WRITE NP-Line FROM NP-Column-Heading
    MOVE ZERO TO NP-Lines-On-Page
    .


Rewrite-Proposed-File.
    MOVE "NONPAYMENT-DROPS-PROPOSED.DAT" TO WS-File-ID
    OPEN OUTPUT Proposed-File
    PERFORM Check-File-Status
    PERFORM Write-One-Proposal
       VARYING Proposal-Index FROM 1 BY 1
       UNTIL Proposal-Index > Proposal-Count
    CLOSE Proposed-File
    PERFORM Check-File-Status
    .

Write-One-Proposal.
    MOVE PT-Image (Proposal-Index) TO Proposed-Drop-Rec
    WRITE Proposed-Drop-Rec
    .
