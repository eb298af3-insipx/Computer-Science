IDENTIFICATION DIVISION.
PROGRAM-ID.  Leave-Maintain.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>***************************************************************
*> Program Abstract:
*>    Creates and maintains Employee-Leave.IDX (layout in
*>    employee-leave-record.cpy), each employee's vacation and
*>    sick-leave balances, from a batch transaction file in the
*>    same mold as Deductions-Maintain: 'A' adds an employee with
*>    the opening balances carried over from the department's
*>    records, 'J' adjusts one balance up or down (a correction, a
*>    donated-leave grant), 'D' deletes the employee's balances.
*>    On the very first run Employee-Leave.IDX does not exist yet
*>    and is created empty before the transactions are applied.
*>
*>    Payroll-Register accrues and deducts leave every pay period
*>    and writes the record itself for anyone paid who has none
*>    yet, so an employee it already carries gets opening hours by
*>    'J', not 'A'.  An adjustment is not accrual or leave taken,
*>    and leaves the year's accrued and taken figures alone; it may
*>    not take a balance below zero.  An 'A' must name an employee
*>    on Employees.IDX.
*>
*>    Any transaction that cannot be applied is copied, along with
*>    a two-character reason code, to leave-trans-errors.txt.
*>
*>  INPUT:
*>    leave-transactions.txt (none on file = nothing
*>    to apply), Employees.IDX.
*>
*>  OUTPUT:
*>    Employee-Leave.IDX created/updated; leave-trans-errors.txt;
*>    end-of-job transaction counts DISPLAYed as a control total;
*>    leave-transactions.txt emptied once applied;
*>    Job-Run-Status.Dat appended.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Leave-File  ASSIGN TO "Employee-Leave.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS LV-Empl-ID
       FILE STATUS IS WS-File-Status.

    SELECT Employee-File  ASSIGN TO "Employees.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS Empl-ID
       FILE STATUS IS WS-File-Status.

    SELECT Leave-Trans-File  ASSIGN TO "leave-transactions.txt"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Leave-Error-File  ASSIGN TO "leave-trans-errors.txt"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Run-Status-File  ASSIGN TO "Job-Run-Status.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS RS-File-Status.

DATA DIVISION.

FILE SECTION.

FD  Leave-File.
01  Leave-Record.
    COPY "employee-leave-record.cpy".

FD  Employee-File.
01  Employee-Rec.
    COPY "employee-record.cpy".

*> The hours are PIC X, each with a numeric view, so that a blank
*> or mistyped figure can be caught rather than read as garbage.
*> An 'A' uses the two opening balances; a 'J' the leave type, the
*> sign, and the hours.
FD  Leave-Trans-File
       RECORD CONTAINS 27 CHARACTERS.
01  Leave-Trans-Rec.
    02 LX-Trans-Type          PIC X.
       88 LX-Add-Trans            VALUE 'A'.
       88 LX-Adjust-Trans         VALUE 'J'.
       88 LX-Delete-Trans         VALUE 'D'.
    02 LX-Empl-ID             PIC X(6).
    02 LX-Vacation-Hours      PIC X(6).
    02 LX-Vacation-Value      REDEFINES LX-Vacation-Hours
                              PIC 9(4)V99.
    02 LX-Sick-Hours          PIC X(6).
    02 LX-Sick-Value          REDEFINES LX-Sick-Hours
                              PIC 9(4)V99.
    02 LX-Leave-Type          PIC X.
       88 LX-Vacation-Leave       VALUE 'V'.
       88 LX-Sick-Leave           VALUE 'S'.
    02 LX-Adjust-Sign         PIC X.
       88 LX-Adjust-Up            VALUE '+'.
       88 LX-Adjust-Down          VALUE '-'.
    02 LX-Adjust-Hours        PIC X(6).
    02 LX-Adjust-Value        REDEFINES LX-Adjust-Hours
                              PIC 9(4)V99.

*> LX-Err-Reason explains why the transaction in LX-Err-Trans-Image
*> was rejected, using the suite's two-character reason-code
*> convention.
FD  Leave-Error-File.
01  LX-Err-Trans-Rec.
    02 LX-Err-Trans-Image  PIC X(27).
    02 LX-Err-Reason       PIC X(2).

FD  Run-Status-File.
01  Run-Status-Rec.
    COPY "run-status-record.cpy".

WORKING-STORAGE SECTION.

*> The run-status file gets its own status byte pair: a problem
*> appending to the log should warn, not abort the business run.
01  RS-File-Status  PIC XX  VALUE "00".

01  LX-Trans-EOF-Flag  PIC X.
    88 LX-Trans-EOF      VALUE '1'.
    88 LX-Trans-EOF-Not  VALUE '0'.

01  LX-Err-Reason-Code  PIC X(2).
    88 LX-Err-Bad-Trans-Type   VALUE 'BT'.
    88 LX-Err-Duplicate-Key    VALUE 'DK'.
    88 LX-Err-Key-Not-Found    VALUE 'KN'.
    88 LX-Err-Bad-Key          VALUE 'BK'.
    88 LX-Err-Employee-Unknown VALUE 'EN'.
    88 LX-Err-Bad-Type         VALUE 'BY'.
    88 LX-Err-Bad-Hours        VALUE 'BH'.
    88 LX-Err-Below-Zero       VALUE 'BZ'.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.
01  Run-Date-Parts  REDEFINES Todays-Run-Date.
    02 RDP-Year   PIC 9(4).
    02 FILLER     PIC 9(4).

01  Leave-Type-Index  PIC 9.

01  Leave-Run-Statistics.
    02 LX-Stat-Adds         PIC 9(5)  VALUE ZERO.
    02 LX-Stat-Adjustments  PIC 9(5)  VALUE ZERO.
    02 LX-Stat-Deletes      PIC 9(5)  VALUE ZERO.
    02 LX-Stat-Rejects      PIC 9(5)  VALUE ZERO.

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Paragraph.
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
    PERFORM Write-Run-Status-Start

*>  No transaction file is a night with nothing to apply, not a
*>  failure: the stream runs this step every night.
    MOVE "LEAVE-TRANSACTIONS.TXT" TO WS-File-ID
    OPEN INPUT Leave-Trans-File
    IF WS-File-Status = "35"
       DISPLAY 'No leave-transactions.txt on file -- '
               'nothing to apply.'
       PERFORM Write-Run-Status-End
       STOP RUN
    END-IF
    PERFORM Check-File-Status

*>  Status 35 on the I-O OPEN means Employee-Leave.IDX does not
*>  exist yet (the very first run); it is created empty and opened
*>  again.
    MOVE "EMPLOYEE-LEAVE.IDX" TO WS-File-ID
    OPEN I-O Leave-File
    IF WS-File-Status = "35"
       OPEN OUTPUT Leave-File
       PERFORM Check-File-Status
       CLOSE Leave-File
       PERFORM Check-File-Status
       OPEN I-O Leave-File
    END-IF
    PERFORM Check-File-Status
    MOVE "EMPLOYEES.IDX" TO WS-File-ID
    OPEN INPUT Employee-File
    PERFORM Check-File-Status
    MOVE "LEAVE-TRANS-ERRORS.TXT" TO WS-File-ID
    OPEN OUTPUT Leave-Error-File
    PERFORM Check-File-Status

    SET LX-Trans-EOF-Not TO TRUE
    PERFORM UNTIL LX-Trans-EOF
       READ Leave-Trans-File
          AT END      SET LX-Trans-EOF TO TRUE
          NOT AT END  PERFORM Process-Leave-Trans
       END-READ
    END-PERFORM

    DISPLAY 'End-of-job leave maintenance statistics:'
    DISPLAY '  Add transactions    processed: ' LX-Stat-Adds
    DISPLAY '  Adjust transactions processed: ' LX-Stat-Adjustments
    DISPLAY '  Delete transactions processed: ' LX-Stat-Deletes
    DISPLAY '  Transactions rejected:         ' LX-Stat-Rejects

    MOVE "EMPLOYEE-LEAVE.IDX" TO WS-File-ID
    CLOSE Leave-File
    PERFORM Check-File-Status
    MOVE "EMPLOYEES.IDX" TO WS-File-ID
    CLOSE Employee-File
    PERFORM Check-File-Status
    MOVE "LEAVE-TRANSACTIONS.TXT" TO WS-File-ID
    CLOSE Leave-Trans-File
    PERFORM Check-File-Status
*>  Consumed, like timesheets.txt: a card is applied once.  Any
*>  that was rejected is on the error file to be keyed again.
    IF RETURN-CODE = ZERO
       OPEN OUTPUT Leave-Trans-File
       CLOSE Leave-Trans-File
    END-IF
    MOVE "LEAVE-TRANS-ERRORS.TXT" TO WS-File-ID
    CLOSE Leave-Error-File
    PERFORM Check-File-Status
    PERFORM Write-Run-Status-End
    STOP RUN
    .

COPY "file-status-check.cpy".


Write-Run-Status-Start.
    MOVE 'LEAVE-MAINTAIN' TO RS-Program-Name
    SET RS-Start-Record TO TRUE
    MOVE ZERO TO RS-Records-Processed
                 RS-Records-Rejected
                 RS-Return-Code
    PERFORM Append-Run-Status-Rec
    .

Write-Run-Status-End.
    MOVE 'LEAVE-MAINTAIN' TO RS-Program-Name
    SET RS-End-Record TO TRUE
    COMPUTE RS-Records-Processed
          = LX-Stat-Adds + LX-Stat-Adjustments + LX-Stat-Deletes
    MOVE LX-Stat-Rejects TO RS-Records-Rejected
    MOVE RETURN-CODE     TO RS-Return-Code
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


Process-Leave-Trans.
    IF LX-Empl-ID = SPACES
       SET LX-Err-Bad-Key TO TRUE
       PERFORM Write-Invalid-Leave-Trans
    ELSE
       EVALUATE TRUE
          WHEN LX-Add-Trans     ADD 1 TO LX-Stat-Adds
                                PERFORM Process-Leave-Add
          WHEN LX-Adjust-Trans  ADD 1 TO LX-Stat-Adjustments
                                PERFORM Process-Leave-Adjust
          WHEN LX-Delete-Trans  ADD 1 TO LX-Stat-Deletes
                                PERFORM Process-Leave-Delete
          WHEN OTHER
             SET LX-Err-Bad-Trans-Type TO TRUE
             PERFORM Write-Invalid-Leave-Trans
       END-EVALUATE
    END-IF
    .


*>-----------------------------------------------------------------
*> A new employee's opening balances.  Nothing has been accrued or
*> taken through payroll yet, so the year's figures start at zero
*> and the next pay period is the first one accrued.
*>-----------------------------------------------------------------
Process-Leave-Add.
    IF LX-Vacation-Hours IS NOT NUMERIC
       OR LX-Sick-Hours IS NOT NUMERIC
       SET LX-Err-Bad-Hours TO TRUE
       PERFORM Write-Invalid-Leave-Trans
    ELSE
       MOVE LX-Empl-ID TO Empl-ID
       READ Employee-File
          INVALID KEY
             SET LX-Err-Employee-Unknown TO TRUE
             PERFORM Write-Invalid-Leave-Trans
          NOT INVALID KEY
             PERFORM Add-Leave-Record
       END-READ
    END-IF
    .

Add-Leave-Record.
    MOVE LX-Empl-ID        TO LV-Empl-ID
    MOVE LX-Vacation-Value TO LV-Balance-Hours (1)
    MOVE LX-Sick-Value     TO LV-Balance-Hours (2)
    MOVE ZERO              TO LV-Accrued-YTD (1)  LV-Taken-YTD (1)
                              LV-Accrued-YTD (2)  LV-Taken-YTD (2)
                              LV-Last-Accrual-Period
    MOVE RDP-Year          TO LV-Balance-Year
    MOVE Todays-Run-Date   TO LV-Last-Changed-Date
    WRITE Leave-Record
       INVALID KEY  SET LX-Err-Duplicate-Key TO TRUE
                    PERFORM Write-Invalid-Leave-Trans
    END-WRITE
    .


Process-Leave-Adjust.
    EVALUATE TRUE
       WHEN LX-Vacation-Leave  MOVE 1 TO Leave-Type-Index
       WHEN LX-Sick-Leave      MOVE 2 TO Leave-Type-Index
       WHEN OTHER              MOVE 0 TO Leave-Type-Index
    END-EVALUATE
    IF Leave-Type-Index = 0
       OR (NOT LX-Adjust-Up AND NOT LX-Adjust-Down)
       SET LX-Err-Bad-Type TO TRUE
       PERFORM Write-Invalid-Leave-Trans
    ELSE
       IF LX-Adjust-Hours IS NOT NUMERIC
          SET LX-Err-Bad-Hours TO TRUE
          PERFORM Write-Invalid-Leave-Trans
       ELSE
          MOVE LX-Empl-ID TO LV-Empl-ID
          READ Leave-File
             INVALID KEY      SET LX-Err-Key-Not-Found TO TRUE
                              PERFORM Write-Invalid-Leave-Trans
             NOT INVALID KEY  PERFORM Apply-Leave-Adjustment
          END-READ
       END-IF
    END-IF
    .

Apply-Leave-Adjustment.
    IF LX-Adjust-Down
          AND LX-Adjust-Value > LV-Balance-Hours (Leave-Type-Index)
       SET LX-Err-Below-Zero TO TRUE
       PERFORM Write-Invalid-Leave-Trans
    ELSE
       IF LX-Adjust-Up
          ADD LX-Adjust-Value TO LV-Balance-Hours (Leave-Type-Index)
       ELSE
          SUBTRACT LX-Adjust-Value
              FROM LV-Balance-Hours (Leave-Type-Index)
       END-IF
       MOVE Todays-Run-Date TO LV-Last-Changed-Date
       REWRITE Leave-Record
          INVALID KEY  DISPLAY 'Program error in Adjust:  '
                               'Should never happen!'
                       PERFORM Check-File-Status
       END-REWRITE
    END-IF
    .


Process-Leave-Delete.
    MOVE LX-Empl-ID TO LV-Empl-ID
    READ Leave-File
       INVALID KEY      SET LX-Err-Key-Not-Found TO TRUE
                        PERFORM Write-Invalid-Leave-Trans
       NOT INVALID KEY  PERFORM Delete-Leave-Record
    END-READ
    .

Delete-Leave-Record.
    DELETE Leave-File
       INVALID KEY  DISPLAY 'Program error in Delete:  '
                            'Should never happen!'
                    PERFORM Check-File-Status
    END-DELETE
    .


Write-Invalid-Leave-Trans.
    ADD 1 TO LX-Stat-Rejects
    MOVE Leave-Trans-Rec     TO LX-Err-Trans-Image
    MOVE LX-Err-Reason-Code  TO LX-Err-Reason
    WRITE LX-Err-Trans-Rec
    .
