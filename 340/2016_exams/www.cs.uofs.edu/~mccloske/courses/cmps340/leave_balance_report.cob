IDENTIFICATION DIVISION.
PROGRAM-ID.  Leave-Balance-Report.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>***************************************************************
*> Program Abstract:
*>    Leave balances were kept on index cards in each department
*>    office.  Payroll-Register now accrues and deducts leave on
*>    Employee-Leave.IDX every pay period; this report, run after
*>    it, prints every active employee's vacation and sick-leave
*>    balances grouped by Empl-Dept-Code (then ID), each with the
*>    hours accrued and taken so far in the year, and the vacation
*>    balance's value at the current Hourly-Wage -- what the
*>    university owes if the hours are paid out.  Each department
*>    closes with its totals and the report with the institution's.
*>    Department descriptions come from Dept-Class.IDX when that
*>    master is on hand.
*>
*>    An active employee with no leave record is listed with a
*>    note, so a missing opening balance is seen before it is
*>    needed.  The employees are held and sorted the way
*>    Department-Roster-Report does it.
*>
*>  INPUT:
*>    Employees.IDX, Employee-Leave.IDX, Dept-Class.IDX
*>    (optional).
*>
*>  OUTPUT:
*>    leave-balance-report.txt; Job-Run-Status.Dat appended; run
*>    counts DISPLAYed.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Employee-File  ASSIGN TO "Employees.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS SEQUENTIAL
       RECORD KEY IS Empl-ID
       FILE STATUS IS WS-File-Status.

    SELECT Leave-File  ASSIGN TO "Employee-Leave.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS LV-Empl-ID
       FILE STATUS IS WS-File-Status.

    SELECT Dept-Class-File  ASSIGN TO "Dept-Class.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS DC-Key
       FILE STATUS IS LB-Dept-File-Status.

    SELECT Balance-Report  ASSIGN TO "leave-balance-report.txt"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Run-Status-File  ASSIGN TO "Job-Run-Status.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS RS-File-Status.

DATA DIVISION.

FILE SECTION.

FD  Employee-File.
01  Employee-Rec.
    COPY "employee-record.cpy".

FD  Leave-File.
01  Leave-Record.
    COPY "employee-leave-record.cpy".

FD  Dept-Class-File.
01  Dept-Class-Record.
    COPY "dept-class-record.cpy".

FD  Balance-Report.
01  LB-Line  PIC X(132).

FD  Run-Status-File.
01  Run-Status-Rec.
    COPY "run-status-record.cpy".

WORKING-STORAGE SECTION.

*> The run-status file gets its own status byte pair: a problem
*> appending to the log should warn, not abort the business run.
01  RS-File-Status  PIC XX  VALUE "00".

01  LB-Dept-File-Status  PIC XX  VALUE "00".

01  Dept-Master-Available-Flag  PIC X  VALUE 'N'.
    88 Dept-Master-Available  VALUE 'Y'.

01  Employee-EOF-Flag  PIC X.
    88 Employee-EOF      VALUE '1'.
    88 Employee-EOF-Not  VALUE '0'.

*> The active employees, held whole and sorted by department and
*> ID, each with the balances off their leave record.  A payroll
*> past the ceiling refuses the run rather than printing part of
*> the report.
01  Max-Balance-Employees   PIC 9(4)  VALUE 5000.
01  Balance-Employee-Count  PIC 9(4)  VALUE ZERO.
01  Balance-Employee-Table.
    02 Balance-Employee  OCCURS 0 TO 5000 TIMES
                         DEPENDING ON Balance-Employee-Count.
       03 BE-Dept-Code    PIC X(6).
       03 BE-Empl-ID      PIC X(6).
       03 BE-Name         PIC X(24).
       03 BE-Job-Grade    PIC X(2).
       03 BE-Wage         PIC 999V99.
       03 BE-Leave-Flag   PIC X.
          88 BE-Has-Leave    VALUE 'Y'.
       03 BE-Leave  OCCURS 2 TIMES.
          04 BE-Balance   PIC 9(4)V99.
          04 BE-Accrued   PIC 9(4)V99.
          04 BE-Taken     PIC 9(4)V99.
01  Balance-Index  PIC 9(4).

01  Balance-Overflow-Flag  PIC X  VALUE 'N'.
    88 Balance-Table-Overflowed  VALUE 'Y'.

01  Sort-Hold-Entry.
    02 SH-Dept-Code    PIC X(6).
    02 SH-Empl-ID      PIC X(6).
    02 SH-Name         PIC X(24).
    02 SH-Job-Grade    PIC X(2).
    02 SH-Wage         PIC 999V99.
    02 SH-Leave-Flag   PIC X.
    02 SH-Leave  OCCURS 2 TIMES.
       03 SH-Balance   PIC 9(4)V99.
       03 SH-Accrued   PIC 9(4)V99.
       03 SH-Taken     PIC 9(4)V99.
01  Sort-Outer-Index  PIC 9(4).
01  Sort-Inner-Index  PIC 9(4).
01  Sort-Slot-Index   PIC 9(4).

01  Current-Print-Dept  PIC X(6)  VALUE LOW-VALUES.

01  Vacation-Value  PIC 9(7)V99  VALUE ZERO.

*> Department and institution totals: heads, each leave's balance,
*> accrued and taken, and the vacation balances' value.
01  Department-Totals.
    02 DT-Heads           PIC 9(5)    VALUE ZERO.
    02 DT-Leave  OCCURS 2 TIMES.
       03 DT-Balance      PIC 9(7)V99.
       03 DT-Accrued      PIC 9(7)V99.
       03 DT-Taken        PIC 9(7)V99.
    02 DT-Vacation-Value  PIC 9(8)V99 VALUE ZERO.
01  Institution-Totals.
    02 IT-Heads           PIC 9(5)    VALUE ZERO.
    02 IT-Leave  OCCURS 2 TIMES.
       03 IT-Balance      PIC 9(7)V99.
       03 IT-Accrued      PIC 9(7)V99.
       03 IT-Taken        PIC 9(7)V99.
    02 IT-Vacation-Value  PIC 9(8)V99 VALUE ZERO.
01  Leave-Index  PIC 9.

01  LB-Missing-Count  PIC 9(5)  VALUE ZERO.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.

01  LB-Heading-1.
    02 FILLER        PIC X(60)
                     VALUE 'LEAVE BALANCE REPORT BY DEPARTMENT'.
    02 FILLER        PIC X(10)  VALUE 'Run date: '.
    02 LBH-Run-Date  PIC 9(8).

01  LB-Column-Heading-1.
    02 FILLER  PIC X(42)  VALUE SPACES.
    02 FILLER  PIC X(32)  VALUE '--------- VACATION --------'.
    02 FILLER  PIC X(32)  VALUE '----------- SICK ----------'.

01  LB-Column-Heading-2.
    02 FILLER  PIC X(42)
               VALUE '  EMPL    NAME                      GRADE'.
    02 FILLER  PIC X(32)  VALUE '  BALANCE  ACCRUED    TAKEN'.
    02 FILLER  PIC X(32)  VALUE '  BALANCE  ACCRUED    TAKEN'.
    02 FILLER  PIC X(13)  VALUE '   VAC. VALUE'.

01  LB-Dept-Line.
    02 FILLER            PIC X(12)  VALUE 'DEPARTMENT '.
    02 LBD-Dept          PIC X(6).
    02 FILLER            PIC X(2)   VALUE SPACES.
    02 LBD-Description   PIC X(30).

01  LB-Detail-Line.
    02 FILLER         PIC X(2)   VALUE SPACES.
    02 LBE-Empl-ID    PIC X(6).
    02 FILLER         PIC X(2)   VALUE SPACES.
    02 LBE-Name       PIC X(24).
    02 FILLER         PIC X(3)   VALUE SPACES.
    02 LBE-Grade      PIC X(2).
    02 FILLER         PIC X(3)   VALUE SPACES.
    02 LBE-Figures.
       03 LBE-Leave  OCCURS 2 TIMES.
          04 LBE-Balance  PIC ZZ,ZZ9.99.
          04 LBE-Accrued  PIC ZZ,ZZ9.99.
          04 LBE-Taken    PIC ZZ,ZZ9.99.
          04 FILLER       PIC X(5)   VALUE SPACES.
       03 LBE-Value       PIC $$,$$$,$$9.99.
    02 LBE-No-Leave  REDEFINES LBE-Figures.
       03 LBE-Note        PIC X(30).
       03 FILLER          PIC X(47).

01  LB-Total-Line.
    02 FILLER         PIC X(2)   VALUE SPACES.
    02 LBT-Label      PIC X(22).
    02 LBT-Heads      PIC ZZ,ZZ9.
    02 FILLER         PIC X(12)  VALUE ' employees  '.
    02 LBT-Leave  OCCURS 2 TIMES.
       03 LBT-Balance  PIC ZZ,ZZ9.99.
       03 LBT-Accrued  PIC ZZ,ZZ9.99.
       03 LBT-Taken    PIC ZZ,ZZ9.99.
       03 FILLER       PIC X(5)   VALUE SPACES.
    02 LBT-Value      PIC $$,$$$,$$9.99.

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Program.
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
    PERFORM Write-Run-Status-Start
    PERFORM Load-Balance-Table
    IF Balance-Table-Overflowed
       DISPLAY 'The employee master has outgrown the '
               Max-Balance-Employees '-entry table -- report '
               'abandoned.'
       MOVE 16 TO RETURN-CODE
       PERFORM Write-Run-Status-End
       STOP RUN
    END-IF

    PERFORM Sort-Balance-Table

    OPEN INPUT Dept-Class-File
    IF LB-Dept-File-Status = "00"
       SET Dept-Master-Available TO TRUE
    END-IF

    MOVE "LEAVE-BALANCE-REPORT.TXT" TO WS-File-ID
    OPEN OUTPUT Balance-Report
    PERFORM Check-File-Status
    MOVE Todays-Run-Date TO LBH-Run-Date
    WRITE LB-Line FROM LB-Heading-1
    MOVE SPACES TO LB-Line
    WRITE LB-Line
    WRITE LB-Line FROM LB-Column-Heading-1
    WRITE LB-Line FROM LB-Column-Heading-2

    INITIALIZE Institution-Totals
    MOVE LOW-VALUES TO Current-Print-Dept
    PERFORM Print-One-Employee
       VARYING Balance-Index FROM 1 BY 1
       UNTIL Balance-Index > Balance-Employee-Count
    IF Balance-Employee-Count > ZERO
       PERFORM Write-Department-Totals
    END-IF

    MOVE SPACES TO LB-Line
    WRITE LB-Line
    MOVE 'INSTITUTION TOTAL:    ' TO LBT-Label
    MOVE IT-Heads TO LBT-Heads
    PERFORM Move-Institution-Leave
       VARYING Leave-Index FROM 1 BY 1
       UNTIL Leave-Index > 2
    MOVE IT-Vacation-Value TO LBT-Value
    WRITE LB-Line FROM LB-Total-Line

    MOVE "LEAVE-BALANCE-REPORT.TXT" TO WS-File-ID
    CLOSE Balance-Report
    PERFORM Check-File-Status
    IF Dept-Master-Available
       CLOSE Dept-Class-File
    END-IF

    DISPLAY 'Leave balance report complete: ' IT-Heads
            ' employee(s) listed, ' LB-Missing-Count
            ' with no leave record'
    PERFORM Write-Run-Status-End
    STOP RUN
    .

COPY "file-status-check.cpy".


Write-Run-Status-Start.
    MOVE 'LEAVE-BALANCE-REPORT' TO RS-Program-Name
    SET RS-Start-Record TO TRUE
    MOVE ZERO TO RS-Records-Processed
                 RS-Records-Rejected
                 RS-Return-Code
    PERFORM Append-Run-Status-Rec
    .

Write-Run-Status-End.
    MOVE 'LEAVE-BALANCE-REPORT' TO RS-Program-Name
    SET RS-End-Record TO TRUE
    MOVE Balance-Employee-Count TO RS-Records-Processed
    MOVE LB-Missing-Count       TO RS-Records-Rejected
    MOVE RETURN-CODE            TO RS-Return-Code
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


Load-Balance-Table.
    MOVE "EMPLOYEES.IDX" TO WS-File-ID
    OPEN INPUT Employee-File
    PERFORM Check-File-Status
    MOVE "EMPLOYEE-LEAVE.IDX" TO WS-File-ID
    OPEN INPUT Leave-File
    PERFORM Check-File-Status
    SET Employee-EOF-Not TO TRUE
    PERFORM UNTIL Employee-EOF
       READ Employee-File NEXT RECORD
          AT END      SET Employee-EOF TO TRUE
          NOT AT END
             IF NOT Employee-Terminated
                PERFORM Store-Balance-Entry
             END-IF
       END-READ
    END-PERFORM
    MOVE "EMPLOYEES.IDX" TO WS-File-ID
    CLOSE Employee-File
    PERFORM Check-File-Status
    MOVE "EMPLOYEE-LEAVE.IDX" TO WS-File-ID
    CLOSE Leave-File
    PERFORM Check-File-Status
    .

Store-Balance-Entry.
    IF Balance-Employee-Count < Max-Balance-Employees
       ADD 1 TO Balance-Employee-Count
       MOVE Balance-Employee-Count TO Balance-Index
       IF Empl-Dept-Code = SPACES
          MOVE '(NONE)' TO BE-Dept-Code (Balance-Index)
       ELSE
          MOVE Empl-Dept-Code TO BE-Dept-Code (Balance-Index)
       END-IF
       MOVE Empl-ID     TO BE-Empl-ID (Balance-Index)
       MOVE Name        TO BE-Name (Balance-Index)
       MOVE Job-Grade   TO BE-Job-Grade (Balance-Index)
       MOVE Hourly-Wage TO BE-Wage (Balance-Index)
       MOVE Empl-ID     TO LV-Empl-ID
       READ Leave-File
          INVALID KEY
             MOVE 'N' TO BE-Leave-Flag (Balance-Index)
             MOVE ZERO TO BE-Balance (Balance-Index, 1)
                          BE-Accrued (Balance-Index, 1)
                          BE-Taken (Balance-Index, 1)
                          BE-Balance (Balance-Index, 2)
                          BE-Accrued (Balance-Index, 2)
                          BE-Taken (Balance-Index, 2)
          NOT INVALID KEY
             SET BE-Has-Leave (Balance-Index) TO TRUE
             PERFORM Store-Leave-Figures
                VARYING Leave-Index FROM 1 BY 1
                UNTIL Leave-Index > 2
       END-READ
    ELSE
       SET Balance-Table-Overflowed TO TRUE
    END-IF
    .

*> A record last posted in an earlier year has nothing accrued or
*> taken in this one yet.
Store-Leave-Figures.
    MOVE LV-Balance-Hours (Leave-Index)
      TO BE-Balance (Balance-Index, Leave-Index)
    IF LV-Balance-Year = Todays-Run-Date (1:4)
       MOVE LV-Accrued-YTD (Leave-Index)
         TO BE-Accrued (Balance-Index, Leave-Index)
       MOVE LV-Taken-YTD (Leave-Index)
         TO BE-Taken (Balance-Index, Leave-Index)
    ELSE
       MOVE ZERO TO BE-Accrued (Balance-Index, Leave-Index)
                    BE-Taken (Balance-Index, Leave-Index)
    END-IF
    .


*>-----------------------------------------------------------------
*> The same insertion sort Department-Roster-Report uses, over the
*> department / ID prefix of each entry.
*>-----------------------------------------------------------------
Sort-Balance-Table.
    PERFORM Insert-One-Balance-Entry
       VARYING Sort-Outer-Index FROM 2 BY 1
       UNTIL Sort-Outer-Index > Balance-Employee-Count
    .

Insert-One-Balance-Entry.
    MOVE Balance-Employee (Sort-Outer-Index) TO Sort-Hold-Entry
    MOVE Sort-Outer-Index TO Sort-Slot-Index
    PERFORM Shift-Greater-Entries
       VARYING Sort-Inner-Index FROM Sort-Outer-Index BY -1
       UNTIL Sort-Inner-Index < 2
          OR Sort-Slot-Index NOT = Sort-Inner-Index
    MOVE Sort-Hold-Entry TO Balance-Employee (Sort-Slot-Index)
    .

Shift-Greater-Entries.
    IF Balance-Employee (Sort-Inner-Index - 1) (1:12)
          > Sort-Hold-Entry (1:12)
       MOVE Balance-Employee (Sort-Inner-Index - 1)
         TO Balance-Employee (Sort-Inner-Index)
       COMPUTE Sort-Slot-Index = Sort-Inner-Index - 1
    END-IF
    .


Print-One-Employee.
    IF BE-Dept-Code (Balance-Index) NOT = Current-Print-Dept
       IF Current-Print-Dept NOT = LOW-VALUES
          PERFORM Write-Department-Totals
       END-IF
       MOVE BE-Dept-Code (Balance-Index) TO Current-Print-Dept
       INITIALIZE Department-Totals
       PERFORM Write-Department-Heading
    END-IF
    ADD 1 TO DT-Heads  IT-Heads
    MOVE BE-Empl-ID (Balance-Index)   TO LBE-Empl-ID
    MOVE BE-Name (Balance-Index)      TO LBE-Name
    MOVE BE-Job-Grade (Balance-Index) TO LBE-Grade
    IF BE-Has-Leave (Balance-Index)
       PERFORM Move-Employee-Leave
          VARYING Leave-Index FROM 1 BY 1
          UNTIL Leave-Index > 2
       COMPUTE Vacation-Value ROUNDED
          = BE-Balance (Balance-Index, 1) * BE-Wage (Balance-Index)
       ADD Vacation-Value TO DT-Vacation-Value  IT-Vacation-Value
       MOVE Vacation-Value TO LBE-Value
    ELSE
       ADD 1 TO LB-Missing-Count
       MOVE SPACES TO LBE-No-Leave
       MOVE '  ** NO LEAVE RECORD **' TO LBE-Note
    END-IF
    WRITE LB-Line FROM LB-Detail-Line
    .

Move-Employee-Leave.
    MOVE BE-Balance (Balance-Index, Leave-Index)
      TO LBE-Balance (Leave-Index)
    MOVE BE-Accrued (Balance-Index, Leave-Index)
      TO LBE-Accrued (Leave-Index)
    MOVE BE-Taken (Balance-Index, Leave-Index)
      TO LBE-Taken (Leave-Index)
    ADD BE-Balance (Balance-Index, Leave-Index)
     TO DT-Balance (Leave-Index)  IT-Balance (Leave-Index)
    ADD BE-Accrued (Balance-Index, Leave-Index)
     TO DT-Accrued (Leave-Index)  IT-Accrued (Leave-Index)
    ADD BE-Taken (Balance-Index, Leave-Index)
     TO DT-Taken (Leave-Index)    IT-Taken (Leave-Index)
    .

Write-Department-Heading.
    MOVE SPACES TO LB-Line
    WRITE LB-Line
    MOVE Current-Print-Dept TO LBD-Dept
    MOVE SPACES TO LBD-Description
    IF Dept-Master-Available
          AND Current-Print-Dept NOT = '(NONE)'
*>     The department's description, off any of its class rows --
*>     the first one the START finds will do.
       MOVE Current-Print-Dept (1:4) TO DC-Dept-Code
       MOVE LOW-VALUES               TO DC-Job-Class
       START Dept-Class-File KEY IS NOT LESS THAN DC-Key
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             READ Dept-Class-File NEXT RECORD
                AT END
                   CONTINUE
                NOT AT END
                   IF DC-Dept-Code = Current-Print-Dept (1:4)
                      MOVE DC-Description TO LBD-Description
                   END-IF
             END-READ
       END-START
    END-IF
    WRITE LB-Line FROM LB-Dept-Line
    .

Write-Department-Totals.
    MOVE 'DEPARTMENT TOTAL:     ' TO LBT-Label
    MOVE DT-Heads TO LBT-Heads
    PERFORM Move-Department-Leave
       VARYING Leave-Index FROM 1 BY 1
       UNTIL Leave-Index > 2
    MOVE DT-Vacation-Value TO LBT-Value
    WRITE LB-Line FROM LB-Total-Line
    .

Move-Department-Leave.
    MOVE DT-Balance (Leave-Index) TO LBT-Balance (Leave-Index)
    MOVE DT-Accrued (Leave-Index) TO LBT-Accrued (Leave-Index)
    MOVE DT-Taken (Leave-Index)   TO LBT-Taken (Leave-Index)
    .

Move-Institution-Leave.
    MOVE IT-Balance (Leave-Index) TO LBT-Balance (Leave-Index)
    MOVE IT-Accrued (Leave-Index) TO LBT-Accrued (Leave-Index)
    MOVE IT-Taken (Leave-Index)   TO LBT-Taken (Leave-Index)
    .
