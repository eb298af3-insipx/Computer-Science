IDENTIFICATION DIVISION.
PROGRAM-ID.  Student-Statements.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>***************************************************************
*> Program Abstract:
*>    The monthly student account statement.  For every student on
*>    Student-Ledger.IDX (posted by Student-Ledger-Post) this prints
*>    one page: the address block, the balance brought forward from
*>    the last statement, each charge, refund and payment posted
*>    since then, and the new balance -- with the part of it that is
*>    past due (the balance less any charge whose due date has not
*>    yet come) shown separately.  A student with no activity since
*>    the last statement and a zero balance gets no statement.
*>
*>    The statement period runs from the day after the date on
*>    Ledger-Statement-Control.Dat through today; a successful run
*>    writes today's date back there, so next month's statements
*>    pick up where these leave off.  With no control file every
*>    entry on the ledger falls in the period.
*>
*>  INPUT:
*>    Student-Ledger.IDX, Students.IDX,
*>    Ledger-Statement-Control.Dat (optional).
*>
*>  OUTPUT:
*>    Student-Statements.Rpt, one page per student;
*>    Ledger-Statement-Control.Dat rewritten with today's date;
*>    statement counts and the total balance DISPLAYed as a control
*>    total.
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

    SELECT Statement-Control-File
           ASSIGN TO "Ledger-Statement-Control.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Statement-Report  ASSIGN TO "Student-Statements.Rpt"
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

FD  Statement-Control-File.
01  Statement-Control-Record.
    02 LS-Last-Statement-Date  PIC 9(8).

FD  Statement-Report.
01  SM-Line  PIC X(80).

WORKING-STORAGE SECTION.

01  Ledger-EOF-Flag  PIC X.
    88 Ledger-EOF      VALUE '1'.
    88 Ledger-EOF-Not  VALUE '0'.

01  Period-Start-Date  PIC 9(8)  VALUE ZERO.

01  Current-Student-ID  PIC X(9)  VALUE SPACES.

*> One student's running figures, signed: a refund or payment
*> larger than the charges leaves a credit balance.
01  Student-Account.
    02 SA-Opening-Balance   PIC S9(7)V99  VALUE ZERO.
    02 SA-Period-Charges    PIC S9(7)V99  VALUE ZERO.
    02 SA-Period-Credits    PIC S9(7)V99  VALUE ZERO.
    02 SA-Closing-Balance   PIC S9(7)V99  VALUE ZERO.
    02 SA-Not-Yet-Due       PIC S9(7)V99  VALUE ZERO.
    02 SA-Past-Due          PIC S9(7)V99  VALUE ZERO.

*> The period's entries for the student in hand, held until the
*> student's last entry shows whether a statement is owed at all.
01  Max-Period-Entries    PIC 9(3)  VALUE 100.
01  Period-Entry-Count    PIC 9(3)  VALUE ZERO.
01  Period-Entry-Table.
    02 Period-Entry  OCCURS 0 TO 100 TIMES
                     DEPENDING ON Period-Entry-Count.
       03 PE-Entry-Date  PIC 9(8).
       03 PE-Entry-Type  PIC X.
       03 PE-Reference   PIC X(14).
       03 PE-Amount      PIC 9(5)V99.
01  Period-Entry-Index    PIC 9(3).
01  Period-Entries-Unshown  PIC 9(5)  VALUE ZERO.

01  Statement-Totals.
    02 SM-Students-Read      PIC 9(6)       VALUE ZERO.
    02 SM-Statements         PIC 9(6)       VALUE ZERO.
    02 SM-Past-Due-Students  PIC 9(6)       VALUE ZERO.
    02 SM-Total-Balance      PIC S9(9)V99   VALUE ZERO.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.

01  SM-Heading-1.
    02 FILLER        PIC X(30)  VALUE 'STUDENT ACCOUNT STATEMENT'.
    02 FILLER        PIC X(8)   VALUE 'Period: '.
    02 SMH-From-Date PIC 9(8).
    02 FILLER        PIC X(6)   VALUE ' thru '.
    02 SMH-Thru-Date PIC 9(8).

01  SM-Address-Line.
    02 FILLER        PIC X(4)   VALUE SPACES.
    02 SMA-Text      PIC X(60).

01  SM-City-Line.
    02 FILLER        PIC X(4)   VALUE SPACES.
    02 SMC-City      PIC X(20).
    02 FILLER        PIC X(1)   VALUE SPACES.
    02 SMC-State     PIC X(2).
    02 FILLER        PIC X(2)   VALUE SPACES.
    02 SMC-Zip       PIC X(10).

01  SM-Name-Work.
    02 SMW-First-Name  PIC X(11).
    02 SMW-Last-Name   PIC X(14).

01  SM-Column-Heading.
    02 FILLER  PIC X(4)   VALUE SPACES.
    02 FILLER  PIC X(10)  VALUE 'Date'.
    02 FILLER  PIC X(22)  VALUE 'Description'.
    02 FILLER  PIC X(16)  VALUE 'Reference'.
    02 FILLER  PIC X(13)  VALUE '     Charges'.
    02 FILLER  PIC X(13)  VALUE '     Credits'.

01  SM-Detail-Line.
    02 FILLER          PIC X(4)   VALUE SPACES.
    02 SMD-Date        PIC 9(8).
    02 FILLER          PIC X(2)   VALUE SPACES.
    02 SMD-Description PIC X(20).
    02 FILLER          PIC X(2)   VALUE SPACES.
    02 SMD-Reference   PIC X(15).
    02 FILLER          PIC X(1)   VALUE SPACES.
    02 SMD-Charge      PIC Z,ZZZ,ZZ9.99  BLANK WHEN ZERO.
    02 FILLER          PIC X(1)   VALUE SPACES.
    02 SMD-Credit      PIC Z,ZZZ,ZZ9.99  BLANK WHEN ZERO.

01  SM-Reference-Work.
    02 SMR-Term        PIC X(5).
    02 FILLER          PIC X(1)   VALUE SPACE.
    02 SMR-Course-ID   PIC X(9).

01  SM-Amount-Line.
    02 FILLER          PIC X(4)   VALUE SPACES.
    02 SMM-Caption     PIC X(36).
    02 SMM-Amount      PIC Z,ZZZ,ZZ9.99CR.

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Program.
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
    PERFORM Read-Statement-Control

    MOVE "STUDENT-LEDGER.IDX" TO WS-File-ID
    OPEN INPUT Ledger-File
    PERFORM Check-File-Status
    MOVE "STUDENTS.IDX" TO WS-File-ID
    OPEN INPUT Student-Master-File
    PERFORM Check-File-Status
    MOVE "STUDENT-STATEMENTS.RPT" TO WS-File-ID
    OPEN OUTPUT Statement-Report
    PERFORM Check-File-Status

    SET Ledger-EOF-Not TO TRUE
    PERFORM Read-Ledger-Rec
    PERFORM Gather-Ledger-Entry
       UNTIL Ledger-EOF
    PERFORM Close-Student

    MOVE "STUDENT-LEDGER.IDX" TO WS-File-ID
    CLOSE Ledger-File
    PERFORM Check-File-Status
    MOVE "STUDENTS.IDX" TO WS-File-ID
    CLOSE Student-Master-File
    PERFORM Check-File-Status
    MOVE "STUDENT-STATEMENTS.RPT" TO WS-File-ID
    CLOSE Statement-Report
    PERFORM Check-File-Status

    PERFORM Write-Statement-Control

    DISPLAY 'Student statements complete:'
    DISPLAY '  Students on the ledger:  ' SM-Students-Read
    DISPLAY '  Statements printed:      ' SM-Statements
    DISPLAY '  Past due:                ' SM-Past-Due-Students
    DISPLAY '  Total balance:           ' SM-Total-Balance
    IF Period-Entries-Unshown > ZERO
       DISPLAY '  Entries beyond a page:   ' Period-Entries-Unshown
    END-IF
    STOP RUN
    .

COPY "file-status-check.cpy".


*>-----------------------------------------------------------------
*> The period starts the day after the last statement run; with no
*> control file (the first run) it starts at the beginning.
*>-----------------------------------------------------------------
Read-Statement-Control.
    MOVE ZERO TO LS-Last-Statement-Date
    MOVE "LEDGER-STATEMENT-CONTROL.DAT" TO WS-File-ID
    OPEN INPUT Statement-Control-File
    IF WS-File-Status NOT = "35"
       PERFORM Check-File-Status
       READ Statement-Control-File
          AT END  MOVE ZERO TO LS-Last-Statement-Date
       END-READ
       CLOSE Statement-Control-File
       PERFORM Check-File-Status
    END-IF
    IF LS-Last-Statement-Date = ZERO
       MOVE ZERO TO Period-Start-Date
    ELSE
       COMPUTE Period-Start-Date = FUNCTION DATE-OF-INTEGER
          (FUNCTION INTEGER-OF-DATE (LS-Last-Statement-Date) + 1)
    END-IF
    .

Write-Statement-Control.
    MOVE "LEDGER-STATEMENT-CONTROL.DAT" TO WS-File-ID
    OPEN OUTPUT Statement-Control-File
    PERFORM Check-File-Status
    MOVE Todays-Run-Date TO LS-Last-Statement-Date
    WRITE Statement-Control-Record
    CLOSE Statement-Control-File
    PERFORM Check-File-Status
    .


Read-Ledger-Rec.
    READ Ledger-File NEXT RECORD
       AT END  SET Ledger-EOF TO TRUE
    END-READ
    .

*>-----------------------------------------------------------------
*> A change in LE-Student-ID closes out the student before.  An
*> entry before the period goes into the balance brought forward;
*> one in it is held for printing.  An entry dated after today (a
*> payment keyed ahead) waits for next month's statement.
*>-----------------------------------------------------------------
Gather-Ledger-Entry.
    IF LE-Student-ID NOT = Current-Student-ID
       PERFORM Close-Student
       MOVE LE-Student-ID TO Current-Student-ID
       ADD 1 TO SM-Students-Read
    END-IF
    IF LE-Entry-Date < Period-Start-Date
       IF LE-Charge
          ADD LE-Amount TO SA-Opening-Balance
       ELSE
          SUBTRACT LE-Amount FROM SA-Opening-Balance
       END-IF
       PERFORM Note-Charge-Not-Yet-Due
    ELSE
       IF LE-Entry-Date NOT > Todays-Run-Date
          PERFORM Hold-Period-Entry
          PERFORM Note-Charge-Not-Yet-Due
       END-IF
    END-IF
    PERFORM Read-Ledger-Rec
    .

Note-Charge-Not-Yet-Due.
    IF LE-Charge  AND  LE-Due-Date > Todays-Run-Date
       ADD LE-Amount TO SA-Not-Yet-Due
    END-IF
    .

Hold-Period-Entry.
    IF LE-Charge
       ADD LE-Amount TO SA-Period-Charges
    ELSE
       ADD LE-Amount TO SA-Period-Credits
    END-IF
    IF Period-Entry-Count < Max-Period-Entries
       ADD 1 TO Period-Entry-Count
       MOVE LE-Entry-Date TO PE-Entry-Date (Period-Entry-Count)
       MOVE LE-Entry-Type TO PE-Entry-Type (Period-Entry-Count)
       MOVE LE-Reference  TO PE-Reference (Period-Entry-Count)
       MOVE LE-Amount     TO PE-Amount (Period-Entry-Count)
    ELSE
       ADD 1 TO Period-Entries-Unshown
    END-IF
    .

Close-Student.
    IF Current-Student-ID NOT = SPACES
       COMPUTE SA-Closing-Balance = SA-Opening-Balance
          + SA-Period-Charges - SA-Period-Credits
       COMPUTE SA-Past-Due = SA-Closing-Balance - SA-Not-Yet-Due
       IF SA-Past-Due < ZERO
          MOVE ZERO TO SA-Past-Due
       END-IF
       ADD SA-Closing-Balance TO SM-Total-Balance
       IF Period-Entry-Count > ZERO  OR  SA-Closing-Balance NOT = ZERO
          PERFORM Print-One-Statement
       END-IF
    END-IF
    INITIALIZE Student-Account
    MOVE ZERO TO Period-Entry-Count
    .


*>-----------------------------------------------------------------
*> One page per student: the heading, the address block, the
*> balance brought forward, the period's entries, and the new and
*> past-due balances.
*>-----------------------------------------------------------------
Print-One-Statement.
    ADD 1 TO SM-Statements
    IF SA-Past-Due > ZERO
       ADD 1 TO SM-Past-Due-Students
    END-IF
    MOVE Period-Start-Date TO SMH-From-Date
    MOVE Todays-Run-Date   TO SMH-Thru-Date
    WRITE SM-Line FROM SM-Heading-1
    MOVE SPACES TO SM-Line
    WRITE SM-Line
    WRITE SM-Line

    MOVE Current-Student-ID TO Student-Master-ID
    READ Student-Master-File
       INVALID KEY
          MOVE SPACES TO Student-Master-Record
          MOVE Current-Student-ID TO Student-Master-ID
          MOVE '(NOT ON FILE)'    TO Student-Last-Name
    END-READ
    MOVE Student-First-Name TO SMW-First-Name
    MOVE Student-Last-Name  TO SMW-Last-Name
    MOVE SM-Name-Work TO SMA-Text
    WRITE SM-Line FROM SM-Address-Line
    MOVE Student-Address-Line-1 TO SMA-Text
    WRITE SM-Line FROM SM-Address-Line
    IF Student-Address-Line-2 NOT = SPACES
       MOVE Student-Address-Line-2 TO SMA-Text
       WRITE SM-Line FROM SM-Address-Line
    END-IF
    MOVE Student-City  TO SMC-City
    MOVE Student-State TO SMC-State
    MOVE Student-Zip   TO SMC-Zip
    WRITE SM-Line FROM SM-City-Line
    MOVE SPACES TO SM-Line
    WRITE SM-Line
    MOVE SPACES TO SMA-Text
    STRING 'Student ID '        DELIMITED BY SIZE
           Current-Student-ID   DELIMITED BY SIZE
      INTO SMA-Text
    END-STRING
    WRITE SM-Line FROM SM-Address-Line
    MOVE SPACES TO SM-Line
    WRITE SM-Line

    MOVE 'Balance brought forward' TO SMM-Caption
    MOVE SA-Opening-Balance        TO SMM-Amount
    WRITE SM-Line FROM SM-Amount-Line
    MOVE SPACES TO SM-Line
    WRITE SM-Line
    WRITE SM-Line FROM SM-Column-Heading
    PERFORM Write-Period-Entry
       VARYING Period-Entry-Index FROM 1 BY 1
       UNTIL Period-Entry-Index > Period-Entry-Count
    IF Period-Entry-Count = ZERO
       MOVE '(no activity this period)' TO SMA-Text
       WRITE SM-Line FROM SM-Address-Line
    END-IF

    MOVE SPACES TO SM-Line
    WRITE SM-Line
    MOVE 'Charges this period' TO SMM-Caption
    MOVE SA-Period-Charges     TO SMM-Amount
    WRITE SM-Line FROM SM-Amount-Line
    MOVE 'Payments and refunds this period' TO SMM-Caption
    MOVE SA-Period-Credits     TO SMM-Amount
    WRITE SM-Line FROM SM-Amount-Line
    MOVE 'NEW BALANCE'         TO SMM-Caption
    MOVE SA-Closing-Balance    TO SMM-Amount
    WRITE SM-Line FROM SM-Amount-Line
    IF SA-Past-Due > ZERO
       MOVE 'PAST DUE -- PAY NOW'  TO SMM-Caption
       MOVE SA-Past-Due            TO SMM-Amount
       WRITE SM-Line FROM SM-Amount-Line
       MOVE SPACES TO SM-Line
       WRITE SM-Line
       MOVE 'A past-due balance places a bursar hold on your '
         TO SMA-Text
       WRITE SM-Line FROM SM-Address-Line
       MOVE 'registration until it is paid.' TO SMA-Text
       WRITE SM-Line FROM SM-Address-Line
    END-IF
    IF SA-Closing-Balance < ZERO
       MOVE SPACES TO SM-Line
       WRITE SM-Line
       MOVE 'CR is a credit on your account.' TO SMA-Text
       WRITE SM-Line FROM SM-Address-Line
    END-IF

*>  A form feed between statements, so each student's page tears
*>  off clean.
    MOVE SPACES TO SM-Line
    WRITE SM-Line BEFORE ADVANCING PAGE
    .

Write-Period-Entry.
    MOVE PE-Entry-Date (Period-Entry-Index) TO SMD-Date
    MOVE ZERO TO SMD-Charge
                 SMD-Credit
    EVALUATE PE-Entry-Type (Period-Entry-Index)
       WHEN 'C'
          MOVE 'TUITION/FEE CHARGE'  TO SMD-Description
          MOVE PE-Amount (Period-Entry-Index) TO SMD-Charge
       WHEN 'R'
          MOVE 'TUITION/FEE REFUND'  TO SMD-Description
          MOVE PE-Amount (Period-Entry-Index) TO SMD-Credit
       WHEN OTHER
          MOVE 'PAYMENT -- THANK YOU' TO SMD-Description
          MOVE PE-Amount (Period-Entry-Index) TO SMD-Credit
    END-EVALUATE
    IF PE-Entry-Type (Period-Entry-Index) = 'P'
       MOVE PE-Reference (Period-Entry-Index) TO SMD-Reference
    ELSE
       MOVE PE-Reference (Period-Entry-Index) (1:5)  TO SMR-Term
       MOVE PE-Reference (Period-Entry-Index) (6:9)  TO SMR-Course-ID
       MOVE SM-Reference-Work TO SMD-Reference
    END-IF
    WRITE SM-Line FROM SM-Detail-Line
    .
