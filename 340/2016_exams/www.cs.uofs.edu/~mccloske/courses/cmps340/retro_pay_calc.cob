IDENTIFICATION DIVISION.
PROGRAM-ID.  Retro-Pay-Calc.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>***************************************************************
*> Program Abstract:
*>    A raise approved late posts to Employees.IDX through
*>    REWRITE-Example with its true effective date, but the pay
*>    periods already paid between that date and the posting were
*>    paid at the old rate.  This run follows REWRITE-Example in
*>    the wage batch.  It picks out of wage-history.txt every change
*>    posted since its last run whose effective date is on or before
*>    the day it posted, and reprices each of that employee's paid
*>    periods on Pay-History.IDX (see pay-history-record.cpy) that
*>    ends on or after the effective date.
*>
*>    A period's rate is the wage in effect on its ending date --
*>    the change with the latest effective date on or before it,
*>    the later posting winning a tie -- so a second back-dated
*>    change is honored from its own date on.  Where that rate is
*>    above the rate the period stands paid at, the difference on
*>    the period's hours (overtime at the overtime factor, leave
*>    hours included) is owed: it is appended to
*>    Retro-Pay-Pending.Dat (see retro-pay-record.cpy) for the next
*>    payroll to pay as a retro earnings line, and the period is
*>    marked repriced at the new rate, so it can never be owed
*>    twice.  A rate below what was paid is never recovered
*>    automatically; it is printed for payroll to review and the
*>    period is left alone.
*>
*>    Only a period that began on or after its rate's effective
*>    date is repriced here.  A change taking effect part way
*>    through a period (the period's first day being its ending
*>    date less the pay interval on Job-Calendar.IDX, 14 days where
*>    Payroll-Register has no pay-period entry) would owe the new
*>    rate on some of its days only, and a period carries just the
*>    one rate paid; such a period is printed with its effective
*>    date for payroll to settle by hand and is left alone.
*>
*>    Everything figured prints on retro-pay-register.txt for
*>    payroll to review before the next pay-period run.  The date
*>    of each run is kept on Retro-Pay-Control.Dat; a change posted
*>    on that same date is looked at again, which is harmless,
*>    since a period already repriced now matches its rate.
*>
*>  INPUT:
*>    wage-history.txt, Pay-History.IDX, Employees.IDX,
*>    Job-Calendar.IDX, Retro-Pay-Control.Dat (absent on the first
*>    run).
*>
*>  OUTPUT:
*>    Retro-Pay-Pending.Dat appended; Pay-History.IDX repriced
*>    periods updated; retro-pay-register.txt;
*>    Retro-Pay-Control.Dat rewritten; Job-Run-Status.Dat appended.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Wage-History-File  ASSIGN TO "wage-history.txt"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Pay-History-File  ASSIGN TO "Pay-History.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS PH-Key
       FILE STATUS IS WS-File-Status.

    SELECT Employee-File  ASSIGN TO "Employees.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS Empl-ID
       FILE STATUS IS WS-File-Status.

    SELECT Job-Calendar-File  ASSIGN TO "Job-Calendar.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS JC-Key
       FILE STATUS IS WS-File-Status.

    SELECT Retro-Control-File  ASSIGN TO "Retro-Pay-Control.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Retro-Pending-File  ASSIGN TO "Retro-Pay-Pending.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Retro-Register  ASSIGN TO "retro-pay-register.txt"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Run-Status-File  ASSIGN TO "Job-Run-Status.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS RS-File-Status.

DATA DIVISION.

FILE SECTION.

*> Same record layout REWRITE-Example writes.
FD  Wage-History-File.
01  Wage-History-Rec.
    02 WH-Empl-ID          PIC X(6).
    02 WH-Old-Wage         PIC 999V99.
    02 WH-New-Wage         PIC 999V99.
    02 WH-Effective-Date   PIC 9(8).
    02 WH-Run-Date         PIC 9(8).
    02 WH-Approver-ID      PIC X(6).

FD  Pay-History-File.
01  Pay-History-Record.
    COPY "pay-history-record.cpy".

FD  Employee-File.
01  Employee-Rec.
    COPY "employee-record.cpy".

FD  Job-Calendar-File.
01  Job-Calendar-Record.
    COPY "job-calendar-record.cpy".

FD  Retro-Control-File.
01  Retro-Control-Record.
    02 RC-Last-Run-Date    PIC 9(8).

FD  Retro-Pending-File.
01  Retro-Pay-Record.
    COPY "retro-pay-record.cpy".

FD  Retro-Register.
01  RR-Line  PIC X(100).

FD  Run-Status-File.
01  Run-Status-Rec.
    COPY "run-status-record.cpy".

WORKING-STORAGE SECTION.

*> The run-status file gets its own status byte pair: a problem
*> appending to the log should warn, not abort the business run.
01  RS-File-Status  PIC XX  VALUE "00".

01  History-EOF-Flag  PIC X.
    88 History-EOF      VALUE '1'.
    88 History-EOF-Not  VALUE '0'.

01  Period-Scan-Flag  PIC X.
    88 Period-Scan-Done      VALUE '1'.
    88 Period-Scan-Not-Done  VALUE '0'.

01  Calendar-Scan-Flag  PIC X.
    88 Calendar-Scan-Done      VALUE '1'.
    88 Calendar-Scan-Not-Done  VALUE '0'.

01  Todays-Run-Date     PIC 9(8)  VALUE ZERO.
01  Last-Retro-Run-Date PIC 9(8)  VALUE ZERO.

*> Payroll-Register's overtime factor: an overtime hour carries a
*> rate difference half again.
01  Overtime-Rate-Factor  PIC 9V9  VALUE 1.5.

*> The days in a pay period: Payroll-Register's every-so-many-days
*> entry on the job calendar, biweekly failing one.
01  Pay-Job-Name       PIC X(30)  VALUE 'PAYROLL-REGISTER'.
01  Pay-Interval-Days  PIC 9(3)   VALUE 14.

*> The employees with a back-dated change posted since the last
*> run, each with the earliest effective date among them.
01  Max-Retro-Employees   PIC 9(4)  VALUE 2000.
01  Retro-Employee-Count  PIC 9(4)  VALUE ZERO.
01  Retro-Employee-Table.
    02 Retro-Employee  OCCURS 2000 TIMES.
       03 RE-Empl-ID          PIC X(6).
       03 RE-Earliest-Date    PIC 9(8).
01  Retro-Employee-Index  PIC 9(4).
01  Found-Employee-Index  PIC 9(4).

*> Every wage change on file for those employees, in posting order.
01  Max-Rate-Changes   PIC 9(4)  VALUE 5000.
01  Rate-Change-Count  PIC 9(4)  VALUE ZERO.
01  Rate-Change-Table.
    02 Rate-Change  OCCURS 5000 TIMES.
       03 RCT-Empl-ID         PIC X(6).
       03 RCT-Effective-Date  PIC 9(8).
       03 RCT-New-Wage        PIC 999V99.
01  Rate-Change-Index  PIC 9(4).
01  Rate-Found-Index   PIC 9(4).

01  Rate-Overflow-Flag  PIC X  VALUE 'N'.
    88 Rate-Table-Overflowed  VALUE 'Y'.

*> One period repriced.
01  Period-Rate       PIC 999V99     VALUE ZERO.
01  Rated-Hours       PIC 9(3)V99    VALUE ZERO.
01  Retro-Difference  PIC S9(5)V99   VALUE ZERO.
01  Retro-Owed        PIC 9(5)V99    VALUE ZERO.
01  Period-Start-Date PIC 9(8)       VALUE ZERO.

01  Retro-Totals.
    02 RT-Changes-Read       PIC 9(6)    VALUE ZERO.
    02 RT-Periods-Repriced   PIC 9(6)    VALUE ZERO.
    02 RT-Total-Owed         PIC 9(7)V99 VALUE ZERO.
    02 RT-Decreases          PIC 9(6)    VALUE ZERO.
    02 RT-Total-Decreases    PIC 9(7)V99 VALUE ZERO.
    02 RT-Part-Periods       PIC 9(6)    VALUE ZERO.

01  RR-Heading-1.
    02 FILLER        PIC X(50)
                     VALUE 'RETROACTIVE PAY REGISTER -- FOR PAYROLL REVIEW'.
    02 FILLER        PIC X(10)  VALUE 'Run date: '.
    02 RRH-Run-Date  PIC 9(8).

01  RR-Column-Heading.
    02 FILLER  PIC X(50)
          VALUE 'EMPL    NAME                      PERIOD     HOURS'.
    02 FILLER  PIC X(50)
          VALUE ' OLD RATE NEW RATE  DIFFERENCE  ACTION'.

01  RR-Detail-Line.
    02 RRD-Empl-ID   PIC X(6).
    02 FILLER        PIC X(2)   VALUE SPACES.
    02 RRD-Name      PIC X(24).
    02 FILLER        PIC X(2)   VALUE SPACES.
    02 RRD-Period    PIC 9(8).
    02 FILLER        PIC X(2)   VALUE SPACES.
    02 RRD-Hours     PIC ZZ9.99.
    02 FILLER        PIC X(2)   VALUE SPACES.
    02 RRD-Old-Rate  PIC $$$9.99.
    02 FILLER        PIC X(3)   VALUE SPACES.
    02 RRD-New-Rate  PIC $$$9.99.
    02 FILLER        PIC X(2)   VALUE SPACES.
    02 RRD-Amount    PIC $$,$$9.99-.
    02 FILLER        PIC X(2)   VALUE SPACES.
    02 RRD-Action    PIC X(17).

*> Under a period left for payroll: when the rate changed in it.
01  RR-Part-Period-Line.
    02 FILLER        PIC X(8)   VALUE SPACES.
    02 FILLER        PIC X(24)  VALUE 'new rate effective'.
    02 RRP-Effective PIC 9(8).
    02 FILLER        PIC X(14)  VALUE ' -- period of'.
    02 RRP-Start     PIC 9(8).
    02 FILLER        PIC X(4)   VALUE ' to'.
    02 RRP-End       PIC 9(8).

01  RR-Count-Line.
    02 RRC-Label     PIC X(36).
    02 RRC-Value     PIC ZZZ,ZZ9.

01  RR-Money-Line.
    02 RRM-Label     PIC X(36).
    02 RRM-Amount    PIC $$,$$$,$$9.99.

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Paragraph.
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
    PERFORM Write-Run-Status-Start

    MOVE "RETRO-PAY-CONTROL.DAT" TO WS-File-ID
    OPEN INPUT Retro-Control-File
    IF WS-File-Status = "35"
       MOVE ZERO TO Last-Retro-Run-Date
    ELSE
       PERFORM Check-File-Status
       READ Retro-Control-File
          AT END      MOVE ZERO TO Last-Retro-Run-Date
          NOT AT END  MOVE RC-Last-Run-Date TO Last-Retro-Run-Date
       END-READ
       CLOSE Retro-Control-File
       PERFORM Check-File-Status
    END-IF

    MOVE "RETRO-PAY-REGISTER.TXT" TO WS-File-ID
    OPEN OUTPUT Retro-Register
    PERFORM Check-File-Status
    WRITE RR-Line FROM RR-Heading-1
    MOVE Todays-Run-Date TO RRH-Run-Date
    MOVE SPACES TO RR-Line
    WRITE RR-Line
    WRITE RR-Line FROM RR-Column-Heading

*>  No history file means no wage change has ever posted; no pay
*>  history means no period has ever been paid.  Either way there
*>  is nothing to reprice.
    MOVE "WAGE-HISTORY.TXT" TO WS-File-ID
    OPEN INPUT Wage-History-File
    IF WS-File-Status = "35"
       DISPLAY 'No wage-history.txt on file -- nothing to reprice.'
    ELSE
       PERFORM Check-File-Status
       PERFORM Find-Retro-Employees
       CLOSE Wage-History-File
       PERFORM Check-File-Status
    END-IF

    IF Retro-Employee-Count > ZERO
       MOVE "PAY-HISTORY.IDX" TO WS-File-ID
       OPEN I-O Pay-History-File
       IF WS-File-Status = "35"
          DISPLAY 'No Pay-History.IDX on file -- no paid period '
                  'to reprice.'
          MOVE ZERO TO Retro-Employee-Count
       ELSE
          PERFORM Check-File-Status
       END-IF
    END-IF

    IF Retro-Employee-Count > ZERO
       PERFORM Find-Pay-Interval
       PERFORM Load-Rate-Changes
       IF Rate-Table-Overflowed
          DISPLAY 'More than ' Max-Rate-Changes ' wage changes '
                  'for the employees to reprice -- run abandoned, '
                  'nothing repriced.'
          MOVE 16 TO RETURN-CODE
          PERFORM Write-Run-Status-End
          STOP RUN
       END-IF
       MOVE "EMPLOYEES.IDX" TO WS-File-ID
       OPEN INPUT Employee-File
       PERFORM Check-File-Status
       MOVE "RETRO-PAY-PENDING.DAT" TO WS-File-ID
       OPEN EXTEND Retro-Pending-File
       IF WS-File-Status = "35"
          OPEN OUTPUT Retro-Pending-File
       END-IF
       PERFORM Check-File-Status

       PERFORM Reprice-One-Employee
          VARYING Retro-Employee-Index FROM 1 BY 1
          UNTIL Retro-Employee-Index > Retro-Employee-Count

       MOVE "PAY-HISTORY.IDX" TO WS-File-ID
       CLOSE Pay-History-File
       PERFORM Check-File-Status
       MOVE "EMPLOYEES.IDX" TO WS-File-ID
       CLOSE Employee-File
       PERFORM Check-File-Status
       MOVE "RETRO-PAY-PENDING.DAT" TO WS-File-ID
       CLOSE Retro-Pending-File
       PERFORM Check-File-Status
    END-IF

    PERFORM Write-Retro-Totals
    MOVE "RETRO-PAY-REGISTER.TXT" TO WS-File-ID
    CLOSE Retro-Register
    PERFORM Check-File-Status

    MOVE "RETRO-PAY-CONTROL.DAT" TO WS-File-ID
    OPEN OUTPUT Retro-Control-File
    PERFORM Check-File-Status
    MOVE Todays-Run-Date TO RC-Last-Run-Date
    WRITE Retro-Control-Record
    CLOSE Retro-Control-File
    PERFORM Check-File-Status

    DISPLAY 'Retro pay complete: ' RT-Periods-Repriced
            ' period(s) repriced, ' RT-Total-Owed ' owed, '
            RT-Decreases ' decrease(s) for review, '
            RT-Part-Periods ' part period(s) to settle by hand'
    PERFORM Write-Run-Status-End
    STOP RUN
    .

COPY "file-status-check.cpy".


Write-Run-Status-Start.
    MOVE 'RETRO-PAY-CALC' TO RS-Program-Name
    SET RS-Start-Record TO TRUE
    MOVE ZERO TO RS-Records-Processed
                 RS-Records-Rejected
                 RS-Return-Code
    PERFORM Append-Run-Status-Rec
    .

Write-Run-Status-End.
    MOVE 'RETRO-PAY-CALC' TO RS-Program-Name
    SET RS-End-Record TO TRUE
    MOVE RT-Periods-Repriced TO RS-Records-Processed
    COMPUTE RS-Records-Rejected = RT-Decreases + RT-Part-Periods
    MOVE RETURN-CODE         TO RS-Return-Code
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
*> The first pass: every change posted since the last run that
*> took effect on or before the day it posted.
*>-----------------------------------------------------------------
Find-Retro-Employees.
    SET History-EOF-Not TO TRUE
    PERFORM UNTIL History-EOF
       READ Wage-History-File
          AT END
             SET History-EOF TO TRUE
          NOT AT END
             IF WH-Run-Date NOT < Last-Retro-Run-Date
                   AND WH-Effective-Date NOT > WH-Run-Date
                ADD 1 TO RT-Changes-Read
                PERFORM Note-Retro-Employee
             END-IF
       END-READ
    END-PERFORM
    .

Note-Retro-Employee.
    PERFORM Find-Retro-Employee
    IF Found-Employee-Index > ZERO
       IF WH-Effective-Date < RE-Earliest-Date (Found-Employee-Index)
          MOVE WH-Effective-Date
            TO RE-Earliest-Date (Found-Employee-Index)
       END-IF
    ELSE
       IF Retro-Employee-Count < Max-Retro-Employees
          ADD 1 TO Retro-Employee-Count
          MOVE WH-Empl-ID TO RE-Empl-ID (Retro-Employee-Count)
          MOVE WH-Effective-Date
            TO RE-Earliest-Date (Retro-Employee-Count)
       ELSE
          DISPLAY 'More than ' Max-Retro-Employees ' employees to '
                  'reprice -- ' WH-Empl-ID ' left for the next run'
       END-IF
    END-IF
    .

Find-Retro-Employee.
    MOVE ZERO TO Found-Employee-Index
    PERFORM Match-Retro-Employee
       VARYING Retro-Employee-Index FROM 1 BY 1
       UNTIL Retro-Employee-Index > Retro-Employee-Count
          OR Found-Employee-Index > ZERO
    .

Match-Retro-Employee.
    IF RE-Empl-ID (Retro-Employee-Index) = WH-Empl-ID
       MOVE Retro-Employee-Index TO Found-Employee-Index
    END-IF
    .

*>-----------------------------------------------------------------
*> Payroll-Register's active every-so-many-days entry on the job
*> calendar gives the length of a pay period; without one, the
*> biweekly default stands.
*>-----------------------------------------------------------------
Find-Pay-Interval.
    MOVE "JOB-CALENDAR.IDX" TO WS-File-ID
    OPEN INPUT Job-Calendar-File
    IF WS-File-Status = "35"
       DISPLAY 'No Job-Calendar.IDX on file -- pay periods taken '
               'as ' Pay-Interval-Days ' days.'
    ELSE
       PERFORM Check-File-Status
       MOVE Pay-Job-Name TO JC-Job-Name
       MOVE ZERO         TO JC-Entry-Seq
       SET Calendar-Scan-Not-Done TO TRUE
       START Job-Calendar-File KEY IS NOT LESS THAN JC-Key
          INVALID KEY  SET Calendar-Scan-Done TO TRUE
       END-START
       PERFORM UNTIL Calendar-Scan-Done
          READ Job-Calendar-File NEXT RECORD
             AT END
                SET Calendar-Scan-Done TO TRUE
             NOT AT END
                IF JC-Job-Name NOT = Pay-Job-Name
                   SET Calendar-Scan-Done TO TRUE
                ELSE
                   IF JC-Interval-Rule  AND  JC-Entry-Active
                         AND JC-Interval-Days > ZERO
                      MOVE JC-Interval-Days TO Pay-Interval-Days
                      SET Calendar-Scan-Done TO TRUE
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE Job-Calendar-File
       PERFORM Check-File-Status
    END-IF
    .

*>-----------------------------------------------------------------
*> The second pass: the whole wage history of just those employees,
*> so each period can be priced at the wage in effect on its date.
*>-----------------------------------------------------------------
Load-Rate-Changes.
    MOVE "WAGE-HISTORY.TXT" TO WS-File-ID
    OPEN INPUT Wage-History-File
    PERFORM Check-File-Status
    SET History-EOF-Not TO TRUE
    PERFORM UNTIL History-EOF
       READ Wage-History-File
          AT END
             SET History-EOF TO TRUE
          NOT AT END
             PERFORM Find-Retro-Employee
             IF Found-Employee-Index > ZERO
                PERFORM Store-Rate-Change
             END-IF
       END-READ
    END-PERFORM
    CLOSE Wage-History-File
    PERFORM Check-File-Status
    .

Store-Rate-Change.
    IF Rate-Change-Count < Max-Rate-Changes
       ADD 1 TO Rate-Change-Count
       MOVE WH-Empl-ID        TO RCT-Empl-ID (Rate-Change-Count)
       MOVE WH-Effective-Date TO RCT-Effective-Date (Rate-Change-Count)
       MOVE WH-New-Wage       TO RCT-New-Wage (Rate-Change-Count)
    ELSE
       SET Rate-Table-Overflowed TO TRUE
    END-IF
    .


*>-----------------------------------------------------------------
*> One employee's paid periods from the earliest back-dated
*> effective date on.
*>-----------------------------------------------------------------
Reprice-One-Employee.
    MOVE RE-Empl-ID (Retro-Employee-Index) TO Empl-ID
    READ Employee-File
       INVALID KEY  MOVE '(NOT ON MASTER)' TO Name
    END-READ
    MOVE RE-Empl-ID (Retro-Employee-Index)       TO PH-Empl-ID
    MOVE RE-Earliest-Date (Retro-Employee-Index) TO PH-Period-End
    SET Period-Scan-Not-Done TO TRUE
    START Pay-History-File KEY IS NOT LESS THAN PH-Key
       INVALID KEY  SET Period-Scan-Done TO TRUE
    END-START
    PERFORM UNTIL Period-Scan-Done
       READ Pay-History-File NEXT RECORD
          AT END
             SET Period-Scan-Done TO TRUE
          NOT AT END
             IF PH-Empl-ID NOT = RE-Empl-ID (Retro-Employee-Index)
                SET Period-Scan-Done TO TRUE
             ELSE
                PERFORM Reprice-One-Period
             END-IF
       END-READ
    END-PERFORM
    .

*> A rate that took effect after the period's first day applies to
*> only part of it; that period goes to payroll instead.
Reprice-One-Period.
    PERFORM Find-Period-Rate
    IF Rate-Found-Index > ZERO
       MOVE RCT-New-Wage (Rate-Found-Index) TO Period-Rate
       IF Period-Rate NOT = PH-Rate-Paid
          COMPUTE Rated-Hours
             = PH-Regular-Hours
             + PH-Overtime-Hours * Overtime-Rate-Factor
             + PH-Leave-Hours
          COMPUTE Period-Start-Date = FUNCTION DATE-OF-INTEGER
                ( FUNCTION INTEGER-OF-DATE (PH-Period-End)
                  - Pay-Interval-Days + 1 )
          IF RCT-Effective-Date (Rate-Found-Index) > Period-Start-Date
             PERFORM Note-Part-Period
          ELSE
             COMPUTE Retro-Difference ROUNDED
                = (Period-Rate - PH-Rate-Paid) * Rated-Hours
             IF Retro-Difference > ZERO
                PERFORM Post-Retro-Owed
             ELSE
                IF Retro-Difference < ZERO
                   PERFORM Note-Retro-Decrease
                END-IF
             END-IF
          END-IF
       END-IF
    END-IF
    .

*> The change with the latest effective date on or before the
*> period end; of two on the same date, the later posted.
Find-Period-Rate.
    MOVE ZERO TO Rate-Found-Index
    PERFORM Check-Period-Rate
       VARYING Rate-Change-Index FROM 1 BY 1
       UNTIL Rate-Change-Index > Rate-Change-Count
    .

Check-Period-Rate.
    IF RCT-Empl-ID (Rate-Change-Index) = PH-Empl-ID
          AND RCT-Effective-Date (Rate-Change-Index)
                 NOT > PH-Period-End
       IF Rate-Found-Index = ZERO
          MOVE Rate-Change-Index TO Rate-Found-Index
       ELSE
          IF RCT-Effective-Date (Rate-Change-Index)
                NOT < RCT-Effective-Date (Rate-Found-Index)
             MOVE Rate-Change-Index TO Rate-Found-Index
          END-IF
       END-IF
    END-IF
    .

Post-Retro-Owed.
    MOVE Retro-Difference TO Retro-Owed
    ADD 1 TO RT-Periods-Repriced
    ADD Retro-Owed TO RT-Total-Owed

    MOVE PH-Empl-ID      TO RP-Empl-ID
    MOVE PH-Period-End   TO RP-Period-End
    MOVE PH-Rate-Paid    TO RP-Old-Rate
    MOVE Period-Rate     TO RP-New-Rate
    MOVE Rated-Hours     TO RP-Rated-Hours
    MOVE Retro-Owed      TO RP-Amount
    MOVE Todays-Run-Date TO RP-Calc-Date
    MOVE "RETRO-PAY-PENDING.DAT" TO WS-File-ID
    WRITE Retro-Pay-Record
    PERFORM Check-File-Status

    MOVE 'TO NEXT PAYROLL' TO RRD-Action
    PERFORM Write-Retro-Detail

    MOVE Period-Rate     TO PH-Rate-Paid
    ADD Retro-Owed       TO PH-Gross-Pay  PH-Retro-Amount
    MOVE Todays-Run-Date TO PH-Last-Retro-Date
    REWRITE Pay-History-Record
       INVALID KEY  DISPLAY 'Program error in repricing:  '
                            'Should never happen!'
                    PERFORM Check-File-Status
    END-REWRITE
    .

Note-Retro-Decrease.
    ADD 1 TO RT-Decreases
    SUBTRACT Retro-Difference FROM RT-Total-Decreases
    MOVE 'DECREASE - REVIEW' TO RRD-Action
    PERFORM Write-Retro-Detail
    .

*> Nothing figured: the split between the two rates is payroll's
*> to work out from the effective date printed beneath.
Note-Part-Period.
    ADD 1 TO RT-Part-Periods
    MOVE ZERO TO Retro-Difference
    MOVE 'SETTLE BY HAND' TO RRD-Action
    PERFORM Write-Retro-Detail
    MOVE RCT-Effective-Date (Rate-Found-Index) TO RRP-Effective
    MOVE Period-Start-Date TO RRP-Start
    MOVE PH-Period-End     TO RRP-End
    WRITE RR-Line FROM RR-Part-Period-Line
    .

Write-Retro-Detail.
    MOVE PH-Empl-ID       TO RRD-Empl-ID
    MOVE Name             TO RRD-Name
    MOVE PH-Period-End    TO RRD-Period
    MOVE Rated-Hours      TO RRD-Hours
    MOVE PH-Rate-Paid     TO RRD-Old-Rate
    MOVE Period-Rate      TO RRD-New-Rate
    MOVE Retro-Difference TO RRD-Amount
    WRITE RR-Line FROM RR-Detail-Line
    .


Write-Retro-Totals.
    MOVE SPACES TO RR-Line
    WRITE RR-Line
    MOVE 'Back-dated wage changes read'     TO RRC-Label
    MOVE RT-Changes-Read                    TO RRC-Value
    WRITE RR-Line FROM RR-Count-Line
    MOVE 'Employees looked at'              TO RRC-Label
    MOVE Retro-Employee-Count               TO RRC-Value
    WRITE RR-Line FROM RR-Count-Line
    MOVE 'Periods repriced to next payroll' TO RRC-Label
    MOVE RT-Periods-Repriced                TO RRC-Value
    WRITE RR-Line FROM RR-Count-Line
    MOVE 'Retro pay owed'                   TO RRM-Label
    MOVE RT-Total-Owed                      TO RRM-Amount
    WRITE RR-Line FROM RR-Money-Line
    MOVE 'Decreases for review'             TO RRC-Label
    MOVE RT-Decreases                       TO RRC-Value
    WRITE RR-Line FROM RR-Count-Line
    MOVE 'Decreases not recovered'          TO RRM-Label
    MOVE RT-Total-Decreases                 TO RRM-Amount
    WRITE RR-Line FROM RR-Money-Line
    MOVE 'Part periods to settle by hand'   TO RRC-Label
    MOVE RT-Part-Periods                    TO RRC-Value
    WRITE RR-Line FROM RR-Count-Line
    .
