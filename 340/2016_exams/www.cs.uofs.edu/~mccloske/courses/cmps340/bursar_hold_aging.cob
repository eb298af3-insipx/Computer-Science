IDENTIFICATION DIVISION.
PROGRAM-ID.  Bursar-Hold-Aging.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>***************************************************************
*> Program Abstract:
*>    Ages every student account on Student-Ledger.IDX and keeps the
*>    bursar's 'BU' registration hold in step with it, so nobody has
*>    to key balance holds through Student-Holds-Maintain from a
*>    printout.  A student's payments and refunds are applied to the
*>    oldest charges first; what is left of each charge is aged by
*>    the days since its due date -- current (not yet due), 1-30,
*>    31-60, 61-90, and over 90 days past due.
*>
*>      - A student with anything past due gets an open 'BU' hold on
*>        Student-Holds.IDX, placed by LEDGER on the run date (a
*>        released one is reopened, as Advising-Hold-Placement
*>        reopens 'AD' holds).  An open 'BU' hold is left as it is.
*>
*>      - A student with nothing past due has an open 'BU' hold
*>        released with today's date -- but only a hold this run
*>        placed (office LEDGER).  A 'BU' hold the bursar placed by
*>        hand is the bursar's to release.
*>
*>    Aging-Report lists every student with a balance, the aging
*>    buckets, and what was done to the hold; totals close it.
*>
*>  INPUT:
*>    Student-Ledger.IDX, Students.IDX.
*>
*>  OUTPUT:
*>    Student-Holds.IDX updated; Bursar-Hold-Aging.Rpt; the hold
*>    counts DISPLAYed as a control total.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Ledger-File  ASSIGN TO "Student-Ledger.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS SEQUENTIAL
       RECORD KEY IS LE-Key
       FILE STATUS IS WS-File-Status.

    SELECT Student-Master-File  ASSIGN TO "Students.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS Student-Master-ID
       FILE STATUS IS WS-File-Status.

    SELECT Hold-Master-File  ASSIGN TO "Student-Holds.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS SH-Key
       FILE STATUS IS WS-File-Status.

    SELECT Aging-Report  ASSIGN TO "Bursar-Hold-Aging.Rpt"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

DATA DIVISION.

FILE SECTION.

FD  Ledger-File.
01  Ledger-Record.
    COPY "student-ledger-record.cpy".

FD  Student-Master-File.
01  Student-Master-Record.
    COPY "student-record.cpy".

FD  Hold-Master-File.
01  Hold-Master-Record.
    COPY "student-hold-record.cpy".

FD  Aging-Report.
01  HA-Line  PIC X(132).

WORKING-STORAGE SECTION.

01  Ledger-EOF-Flag  PIC X.
    88 Ledger-EOF      VALUE '1'.
    88 Ledger-EOF-Not  VALUE '0'.

01  Bursar-Hold-Type  PIC X(2)   VALUE 'BU'.
01  Ledger-Office     PIC X(10)  VALUE 'LEDGER'.

01  Current-Student-ID  PIC X(9)  VALUE SPACES.

*> The student in hand's charges, oldest first (the ledger's key
*> order), each carrying what is still unpaid once the credits are
*> applied.  A charge past the ceiling is folded into the last row,
*> which only ages it a little older than it is.
01  Max-Open-Charges    PIC 9(3)  VALUE 200.
01  Open-Charge-Count   PIC 9(3)  VALUE ZERO.
01  Open-Charge-Table.
    02 Open-Charge  OCCURS 0 TO 200 TIMES
                    DEPENDING ON Open-Charge-Count.
       03 OC-Due-Date   PIC 9(8).
       03 OC-Unpaid     PIC 9(7)V99.
01  Open-Charge-Index   PIC 9(3).

01  Student-Aging.
    02 SG-Credits-To-Apply  PIC 9(7)V99   VALUE ZERO.
    02 SG-Balance           PIC S9(7)V99  VALUE ZERO.
    02 SG-Current           PIC 9(7)V99   VALUE ZERO.
    02 SG-Days-1-30         PIC 9(7)V99   VALUE ZERO.
    02 SG-Days-31-60        PIC 9(7)V99   VALUE ZERO.
    02 SG-Days-61-90        PIC 9(7)V99   VALUE ZERO.
    02 SG-Days-Over-90      PIC 9(7)V99   VALUE ZERO.
    02 SG-Past-Due          PIC 9(7)V99   VALUE ZERO.

01  Todays-Day-Number  PIC 9(7)  VALUE ZERO.
01  Days-Past-Due      PIC S9(7) VALUE ZERO.
01  Amount-Applied     PIC 9(7)V99  VALUE ZERO.

01  Hold-Action  PIC X(20)  VALUE SPACES.

01  Aging-Statistics.
    02 HA-Stat-Students       PIC 9(6)  VALUE ZERO.
    02 HA-Stat-Past-Due       PIC 9(6)  VALUE ZERO.
    02 HA-Stat-Placed         PIC 9(6)  VALUE ZERO.
    02 HA-Stat-Reopened       PIC 9(6)  VALUE ZERO.
    02 HA-Stat-Already-Open   PIC 9(6)  VALUE ZERO.
    02 HA-Stat-Released       PIC 9(6)  VALUE ZERO.

01  Aging-Totals.
    02 HT-Balance        PIC S9(9)V99  VALUE ZERO.
    02 HT-Current        PIC 9(9)V99   VALUE ZERO.
    02 HT-Days-1-30      PIC 9(9)V99   VALUE ZERO.
    02 HT-Days-31-60     PIC 9(9)V99   VALUE ZERO.
    02 HT-Days-61-90     PIC 9(9)V99   VALUE ZERO.
    02 HT-Days-Over-90   PIC 9(9)V99   VALUE ZERO.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.

01  HA-Lines-Per-Page  PIC 9(3)  VALUE 55.
01  HA-Lines-On-Page   PIC 9(3)  VALUE 55.
01  HA-Page-Number     PIC 9(4)  VALUE ZERO.

01  HA-Heading-1.
    02 FILLER        PIC X(32)
                     VALUE 'STUDENT ACCOUNT AGING / BU HOLDS'.
    02 FILLER        PIC X(2)   VALUE SPACES.
    02 FILLER        PIC X(10)  VALUE 'Run date: '.
    02 HAH-Run-Date  PIC 9(8).
    02 FILLER        PIC X(66)  VALUE SPACES.
    02 FILLER        PIC X(5)   VALUE 'PAGE '.
    02 HAH-Page-No   PIC ZZZ9.

01  HA-Column-Heading.
    02 FILLER  PIC X(11)  VALUE 'Student ID'.
    02 FILLER  PIC X(26)  VALUE 'Name'.
    02 FILLER  PIC X(13)  VALUE '     Balance'.
    02 FILLER  PIC X(13)  VALUE '     Current'.
    02 FILLER  PIC X(13)  VALUE '   1-30 days'.
    02 FILLER  PIC X(13)  VALUE '  31-60 days'.
    02 FILLER  PIC X(13)  VALUE '  61-90 days'.
    02 FILLER  PIC X(13)  VALUE '    Over 90'.
    02 FILLER  PIC X(2)   VALUE SPACES.
    02 FILLER  PIC X(8)   VALUE 'BU hold'.

01  HA-Detail-Line.
    02 HAD-Student-ID  PIC X(9).
    02 FILLER          PIC X(2)  VALUE SPACES.
    02 HAD-Name        PIC X(25).
    02 FILLER          PIC X(1)  VALUE SPACES.
    02 HAD-Balance     PIC ZZZ,ZZ9.99CR.
    02 FILLER          PIC X(1)  VALUE SPACES.
    02 HAD-Current     PIC ZZZZ,ZZ9.99  BLANK WHEN ZERO.
    02 FILLER          PIC X(2)  VALUE SPACES.
    02 HAD-Days-1-30   PIC ZZZZ,ZZ9.99  BLANK WHEN ZERO.
    02 FILLER          PIC X(2)  VALUE SPACES.
    02 HAD-Days-31-60  PIC ZZZZ,ZZ9.99  BLANK WHEN ZERO.
    02 FILLER          PIC X(2)  VALUE SPACES.
    02 HAD-Days-61-90  PIC ZZZZ,ZZ9.99  BLANK WHEN ZERO.
    02 FILLER          PIC X(2)  VALUE SPACES.
    02 HAD-Days-Over-90 PIC ZZZZ,ZZ9.99 BLANK WHEN ZERO.
    02 FILLER          PIC X(2)  VALUE SPACES.
    02 HAD-Action      PIC X(20).

01  HA-Name-Work.
    02 HAW-Last-Name   PIC X(15).
    02 HAW-First-Name  PIC X(10).

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Paragraph.
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
    COMPUTE Todays-Day-Number =
       FUNCTION INTEGER-OF-DATE (Todays-Run-Date)

    MOVE "STUDENT-LEDGER.IDX" TO WS-File-ID
    OPEN INPUT Ledger-File
    PERFORM Check-File-Status
    MOVE "STUDENTS.IDX" TO WS-File-ID
    OPEN INPUT Student-Master-File
    PERFORM Check-File-Status
*>  Status 35 on the I-O OPEN means Student-Holds.IDX does not
*>  exist yet; it is created empty and opened again, as
*>  Student-Holds-Maintain does.
    MOVE "STUDENT-HOLDS.IDX" TO WS-File-ID
    OPEN I-O Hold-Master-File
    IF WS-File-Status = "35"
       OPEN OUTPUT Hold-Master-File
       PERFORM Check-File-Status
       CLOSE Hold-Master-File
       PERFORM Check-File-Status
       OPEN I-O Hold-Master-File
    END-IF
    PERFORM Check-File-Status
    MOVE "BURSAR-HOLD-AGING.RPT" TO WS-File-ID
    OPEN OUTPUT Aging-Report
    PERFORM Check-File-Status

    SET Ledger-EOF-Not TO TRUE
    PERFORM Read-Ledger-Rec
    PERFORM Gather-Ledger-Entry
       UNTIL Ledger-EOF
    PERFORM Close-Student
    PERFORM Write-Aging-Totals

    MOVE "STUDENT-LEDGER.IDX" TO WS-File-ID
    CLOSE Ledger-File
    PERFORM Check-File-Status
    MOVE "STUDENTS.IDX" TO WS-File-ID
    CLOSE Student-Master-File
    PERFORM Check-File-Status
    MOVE "STUDENT-HOLDS.IDX" TO WS-File-ID
    CLOSE Hold-Master-File
    PERFORM Check-File-Status
    MOVE "BURSAR-HOLD-AGING.RPT" TO WS-File-ID
    CLOSE Aging-Report
    PERFORM Check-File-Status

    DISPLAY 'End-of-job bursar hold aging statistics:'
    DISPLAY '  Student accounts aged:         ' HA-Stat-Students
    DISPLAY '  Accounts past due:             ' HA-Stat-Past-Due
    DISPLAY '  BU holds placed:               ' HA-Stat-Placed
    DISPLAY '  Released BU holds reopened:    ' HA-Stat-Reopened
    DISPLAY '  BU holds already open:         ' HA-Stat-Already-Open
    DISPLAY '  BU holds released (paid):      ' HA-Stat-Released
    STOP RUN
    .

COPY "file-status-check.cpy".


Read-Ledger-Rec.
    READ Ledger-File NEXT RECORD
       AT END  SET Ledger-EOF TO TRUE
    END-READ
    .

*>-----------------------------------------------------------------
*> A change in LE-Student-ID closes out the student before.  Charges
*> are held oldest first; refunds and payments are pooled, to be
*> applied against them when the student closes.
*>-----------------------------------------------------------------
Gather-Ledger-Entry.
    IF LE-Student-ID NOT = Current-Student-ID
       PERFORM Close-Student
       MOVE LE-Student-ID TO Current-Student-ID
       ADD 1 TO HA-Stat-Students
    END-IF
    IF LE-Charge
       ADD LE-Amount TO SG-Balance
       IF Open-Charge-Count < Max-Open-Charges
          ADD 1 TO Open-Charge-Count
          MOVE LE-Due-Date TO OC-Due-Date (Open-Charge-Count)
          MOVE LE-Amount   TO OC-Unpaid (Open-Charge-Count)
       ELSE
          ADD LE-Amount TO OC-Unpaid (Open-Charge-Count)
       END-IF
    ELSE
       SUBTRACT LE-Amount FROM SG-Balance
       ADD LE-Amount TO SG-Credits-To-Apply
    END-IF
    PERFORM Read-Ledger-Rec
    .

Close-Student.
    IF Current-Student-ID NOT = SPACES
       PERFORM Apply-Credit-To-Charge
          VARYING Open-Charge-Index FROM 1 BY 1
          UNTIL Open-Charge-Index > Open-Charge-Count
             OR SG-Credits-To-Apply = ZERO
       PERFORM Age-Open-Charge
          VARYING Open-Charge-Index FROM 1 BY 1
          UNTIL Open-Charge-Index > Open-Charge-Count
       COMPUTE SG-Past-Due = SG-Days-1-30 + SG-Days-31-60
                           + SG-Days-61-90 + SG-Days-Over-90
       IF SG-Past-Due > ZERO
          ADD 1 TO HA-Stat-Past-Due
          PERFORM Place-Bursar-Hold
       ELSE
          PERFORM Release-Bursar-Hold
       END-IF
       IF SG-Balance NOT = ZERO  OR  Hold-Action NOT = SPACES
          PERFORM Write-Aging-Line
       END-IF
    END-IF
    INITIALIZE Student-Aging
    MOVE ZERO   TO Open-Charge-Count
    MOVE SPACES TO Hold-Action
    .

Apply-Credit-To-Charge.
    IF SG-Credits-To-Apply < OC-Unpaid (Open-Charge-Index)
       MOVE SG-Credits-To-Apply TO Amount-Applied
    ELSE
       MOVE OC-Unpaid (Open-Charge-Index) TO Amount-Applied
    END-IF
    SUBTRACT Amount-Applied FROM OC-Unpaid (Open-Charge-Index)
                                 SG-Credits-To-Apply
    .

Age-Open-Charge.
    IF OC-Unpaid (Open-Charge-Index) > ZERO
       COMPUTE Days-Past-Due = Todays-Day-Number
          - FUNCTION INTEGER-OF-DATE (OC-Due-Date (Open-Charge-Index))
       EVALUATE TRUE
          WHEN Days-Past-Due NOT > 0
             ADD OC-Unpaid (Open-Charge-Index) TO SG-Current
          WHEN Days-Past-Due NOT > 30
             ADD OC-Unpaid (Open-Charge-Index) TO SG-Days-1-30
          WHEN Days-Past-Due NOT > 60
             ADD OC-Unpaid (Open-Charge-Index) TO SG-Days-31-60
          WHEN Days-Past-Due NOT > 90
             ADD OC-Unpaid (Open-Charge-Index) TO SG-Days-61-90
          WHEN OTHER
             ADD OC-Unpaid (Open-Charge-Index) TO SG-Days-Over-90
       END-EVALUATE
    END-IF
    .


*>-----------------------------------------------------------------
*> Past due: a new 'BU' hold written, a released one reopened, an
*> open one (whoever placed it) left alone.
*>-----------------------------------------------------------------
Place-Bursar-Hold.
    MOVE Current-Student-ID TO SH-Student-ID
    MOVE Bursar-Hold-Type   TO SH-Hold-Type
    READ Hold-Master-File
       INVALID KEY
          PERFORM Write-New-Bursar-Hold
       NOT INVALID KEY
          IF SH-Hold-Open
             ADD 1 TO HA-Stat-Already-Open
             MOVE 'already held' TO Hold-Action
          ELSE
             PERFORM Reopen-Bursar-Hold
          END-IF
    END-READ
    .

Write-New-Bursar-Hold.
    MOVE Current-Student-ID TO SH-Student-ID
    MOVE Bursar-Hold-Type   TO SH-Hold-Type
    MOVE Ledger-Office      TO SH-Placing-Office
    MOVE Todays-Run-Date    TO SH-Date-Placed
    MOVE ZERO               TO SH-Date-Released
    WRITE Hold-Master-Record
       INVALID KEY  DISPLAY 'Program error in Place:  '
                            'Should never happen!'
                    PERFORM Check-File-Status
    END-WRITE
    ADD 1 TO HA-Stat-Placed
    MOVE 'PLACED' TO Hold-Action
    .

Reopen-Bursar-Hold.
    MOVE Ledger-Office   TO SH-Placing-Office
    MOVE Todays-Run-Date TO SH-Date-Placed
    MOVE ZERO            TO SH-Date-Released
    REWRITE Hold-Master-Record
       INVALID KEY  DISPLAY 'Program error in Reopen:  '
                            'Should never happen!'
                    PERFORM Check-File-Status
    END-REWRITE
    ADD 1 TO HA-Stat-Reopened
    MOVE 'PLACED (reopened)' TO Hold-Action
    .

*>-----------------------------------------------------------------
*> Nothing past due: the hold this run placed comes off.
*>-----------------------------------------------------------------
Release-Bursar-Hold.
    MOVE Current-Student-ID TO SH-Student-ID
    MOVE Bursar-Hold-Type   TO SH-Hold-Type
    READ Hold-Master-File
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          IF SH-Hold-Open  AND  SH-Placing-Office = Ledger-Office
             MOVE Todays-Run-Date TO SH-Date-Released
             REWRITE Hold-Master-Record
                INVALID KEY  DISPLAY 'Program error in Release:  '
                                     'Should never happen!'
                             PERFORM Check-File-Status
             END-REWRITE
             ADD 1 TO HA-Stat-Released
             MOVE 'RELEASED' TO Hold-Action
          END-IF
    END-READ
    .


Write-Aging-Line.
    IF HA-Lines-On-Page >= HA-Lines-Per-Page
       PERFORM Write-HA-Heading
    END-IF
    MOVE Current-Student-ID TO Student-Master-ID
    READ Student-Master-File
       INVALID KEY
          MOVE SPACES TO Student-Name
          MOVE '(NOT ON FILE)' TO Student-Last-Name
    END-READ
    MOVE Student-Last-Name  TO HAW-Last-Name
    MOVE Student-First-Name TO HAW-First-Name
    MOVE Current-Student-ID TO HAD-Student-ID
    MOVE HA-Name-Work       TO HAD-Name
    MOVE SG-Balance         TO HAD-Balance
    MOVE SG-Current         TO HAD-Current
    MOVE SG-Days-1-30       TO HAD-Days-1-30
    MOVE SG-Days-31-60      TO HAD-Days-31-60
    MOVE SG-Days-61-90      TO HAD-Days-61-90
    MOVE SG-Days-Over-90    TO HAD-Days-Over-90
    MOVE Hold-Action        TO HAD-Action
    WRITE HA-Line FROM HA-Detail-Line
    ADD 1 TO HA-Lines-On-Page

    ADD SG-Balance      TO HT-Balance
    ADD SG-Current      TO HT-Current
    ADD SG-Days-1-30    TO HT-Days-1-30
    ADD SG-Days-31-60   TO HT-Days-31-60
    ADD SG-Days-61-90   TO HT-Days-61-90
    ADD SG-Days-Over-90 TO HT-Days-Over-90
    .

Write-Aging-Totals.
    IF HA-Lines-On-Page + 3 > HA-Lines-Per-Page
       PERFORM Write-HA-Heading
    END-IF
    MOVE SPACES TO HA-Line
    WRITE HA-Line
    MOVE SPACES             TO HAD-Student-ID
    MOVE 'TOTALS'           TO HAD-Name
    MOVE HT-Balance         TO HAD-Balance
    MOVE HT-Current         TO HAD-Current
    MOVE HT-Days-1-30       TO HAD-Days-1-30
    MOVE HT-Days-31-60      TO HAD-Days-31-60
    MOVE HT-Days-61-90      TO HAD-Days-61-90
    MOVE HT-Days-Over-90    TO HAD-Days-Over-90
    MOVE SPACES             TO HAD-Action
    WRITE HA-Line FROM HA-Detail-Line
    .

Write-HA-Heading.
    ADD 1 TO HA-Page-Number
    MOVE HA-Page-Number  TO HAH-Page-No
    MOVE Todays-Run-Date TO HAH-Run-Date
    IF HA-Page-Number > 1
       MOVE SPACES TO HA-Line
       WRITE HA-Line BEFORE ADVANCING PAGE
    END-IF
    WRITE HA-Line FROM HA-Heading-1
    MOVE SPACES TO HA-Line
    WRITE HA-Line
    WRITE HA-Line FROM HA-Column-Heading
    MOVE ZERO TO HA-Lines-On-Page
    .
