IDENTIFICATION DIVISION.
PROGRAM-ID.  Deductions-Maintain.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>***************************************************************
*> Program Abstract:
*>    Creates and maintains Employee-Deductions.IDX (layout in
*>    employee-deduction-record.cpy), each employee's deductions --
*>    health plan, retirement percentage, garnishments, each with
*>    its start and stop dates -- and withholding elections, from a
*>    batch transaction file in the same mold as
*>    Departments-Maintain: 'A' adds an entry, 'C' replaces one,
*>    'D' deletes it.  On the very first run Employee-Deductions.IDX
*>    does not exist yet and is created empty before the
*>    transactions are applied.
*>
*>    A 'C' carries the entry complete, as a job-calendar change
*>    does (a zero goal or a blank stop date has to be able to mean
*>    "none"), except that ED-Taken-To-Date is Payroll-Register's
*>    and is kept across the change.  An 'A' must name an employee
*>    on Employees.IDX.  A withholding election ('W') must name a
*>    tax code on Withholding-Table.IDX; with no table on file that
*>    check is waived, the same grace Employees-Maintain extends
*>    when Dept-Class.IDX is missing.
*>
*>    Any transaction that cannot be applied is copied, along with
*>    a two-character reason code, to deduction-trans-errors.txt.
*>
*>  INPUT:
*>    deduction-transactions.txt (none on file = nothing
*>    to apply), Employees.IDX,
*>    Withholding-Table.IDX.
*>
*>  OUTPUT:
*>    Employee-Deductions.IDX created/updated;
*>    deduction-trans-errors.txt; end-of-job transaction counts
*>    DISPLAYed as a control total;
*>    deduction-transactions.txt emptied once applied;
*>    Job-Run-Status.Dat appended.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Deduction-File  ASSIGN TO "Employee-Deductions.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS ED-Key
       FILE STATUS IS WS-File-Status.

    SELECT Employee-File  ASSIGN TO "Employees.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS Empl-ID
       FILE STATUS IS WS-File-Status.

    SELECT Withholding-Table-File  ASSIGN TO "Withholding-Table.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS WT-Key
       FILE STATUS IS DM-Table-File-Status.

    SELECT Deduction-Trans-File
       ASSIGN TO "deduction-transactions.txt"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Deduction-Error-File
       ASSIGN TO "deduction-trans-errors.txt"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Run-Status-File  ASSIGN TO "Job-Run-Status.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS RS-File-Status.

DATA DIVISION.

FILE SECTION.

FD  Deduction-File.
01  Deduction-Record.
    COPY "employee-deduction-record.cpy".

FD  Employee-File.
01  Employee-Rec.
    COPY "employee-record.cpy".

FD  Withholding-Table-File.
01  Withholding-Table-Record.
    COPY "withholding-table-record.cpy".

*> The figures and dates are PIC X, each with a numeric view, so
*> that a blank or mistyped one can be caught rather than read as
*> garbage.
FD  Deduction-Trans-File
       RECORD CONTAINS 81 CHARACTERS.
01  Deduction-Trans-Rec.
    02 DX-Trans-Type          PIC X.
       88 DX-Add-Trans            VALUE 'A'.
       88 DX-Change-Trans         VALUE 'C'.
       88 DX-Delete-Trans         VALUE 'D'.
    02 DX-Empl-ID             PIC X(6).
    02 DX-Deduction-Code      PIC X(4).
    02 DX-Description         PIC X(20).
    02 DX-Deduction-Type      PIC X.
       88 DX-Flat-Amount          VALUE 'F'.
       88 DX-Percent-Of-Gross     VALUE 'P'.
       88 DX-Withholding-Election VALUE 'W'.
    02 DX-Tax-Timing          PIC X.
    02 DX-Priority            PIC X(2).
    02 DX-Amount              PIC X(7).
    02 DX-Amount-Value        REDEFINES DX-Amount  PIC 9(5)V99.
    02 DX-Percent             PIC X(4).
    02 DX-Percent-Value       REDEFINES DX-Percent  PIC 9(2)V99.
    02 DX-Goal-Amount         PIC X(9).
    02 DX-Goal-Value          REDEFINES DX-Goal-Amount  PIC 9(7)V99.
    02 DX-Start-Date          PIC X(8).
    02 DX-Start-Date-Parts    REDEFINES DX-Start-Date.
       03 DX-Start-Year       PIC 9(4).
       03 DX-Start-Month      PIC 9(2).
       03 DX-Start-Day        PIC 9(2).
    02 DX-Stop-Date           PIC X(8).
    02 DX-Stop-Date-Parts     REDEFINES DX-Stop-Date.
       03 DX-Stop-Year        PIC 9(4).
       03 DX-Stop-Month       PIC 9(2).
       03 DX-Stop-Day         PIC 9(2).
    02 DX-Filing-Status       PIC X.
    02 DX-Allowances          PIC X(2).
    02 DX-Extra-Withholding   PIC X(6).
    02 DX-Extra-Value         REDEFINES DX-Extra-Withholding
                              PIC 9(4)V99.
    02 DX-Entry-Status        PIC X.

*> DX-Err-Reason explains why the transaction in DX-Err-Trans-Image
*> was rejected, using the suite's two-character reason-code
*> convention.
FD  Deduction-Error-File.
01  DX-Err-Trans-Rec.
    02 DX-Err-Trans-Image  PIC X(81).
    02 DX-Err-Reason       PIC X(2).

FD  Run-Status-File.
01  Run-Status-Rec.
    COPY "run-status-record.cpy".

WORKING-STORAGE SECTION.

*> The run-status file gets its own status byte pair: a problem
*> appending to the log should warn, not abort the business run.
01  RS-File-Status  PIC XX  VALUE "00".

*> Withholding-Table.IDX only validates elections; it gets its own
*> status byte pair, and its absence waives the check.
01  DM-Table-File-Status  PIC XX  VALUE "00".

01  Table-Validation-Flag  PIC X  VALUE 'N'.
    88 Table-Validation-On  VALUE 'Y'.

01  DX-Trans-EOF-Flag  PIC X.
    88 DX-Trans-EOF      VALUE '1'.
    88 DX-Trans-EOF-Not  VALUE '0'.

01  DX-Fields-Flag  PIC X.
    88 DX-Fields-OK   VALUE 'Y'.
    88 DX-Fields-Bad  VALUE 'N'.

01  DX-Err-Reason-Code  PIC X(2).
    88 DX-Err-Bad-Trans-Type   VALUE 'BT'.
    88 DX-Err-Duplicate-Key    VALUE 'DK'.
    88 DX-Err-Key-Not-Found    VALUE 'KN'.
    88 DX-Err-Bad-Key          VALUE 'BK'.
    88 DX-Err-Employee-Unknown VALUE 'EN'.
    88 DX-Err-Bad-Type         VALUE 'BY'.
    88 DX-Err-Bad-Amount       VALUE 'BA'.
    88 DX-Err-Bad-Date         VALUE 'BD'.
    88 DX-Err-Bad-Election     VALUE 'BF'.
    88 DX-Err-Tax-Code-Unknown VALUE 'TC'.
    88 DX-Err-Bad-Status       VALUE 'BS'.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.

01  Kept-Taken-To-Date  PIC 9(7)V99  VALUE ZERO.

01  Deduction-Run-Statistics.
    02 DX-Stat-Adds     PIC 9(5)  VALUE ZERO.
    02 DX-Stat-Changes  PIC 9(5)  VALUE ZERO.
    02 DX-Stat-Deletes  PIC 9(5)  VALUE ZERO.
    02 DX-Stat-Rejects  PIC 9(5)  VALUE ZERO.

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Paragraph.
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
    PERFORM Write-Run-Status-Start

*>  No transaction file is a night with nothing to apply, not a
*>  failure: the stream runs this step every night.
    MOVE "DEDUCTION-TRANSACTIONS.TXT" TO WS-File-ID
    OPEN INPUT Deduction-Trans-File
    IF WS-File-Status = "35"
       DISPLAY 'No deduction-transactions.txt on file -- '
               'nothing to apply.'
       PERFORM Write-Run-Status-End
       STOP RUN
    END-IF
    PERFORM Check-File-Status

*>  Status 35 on the I-O OPEN means Employee-Deductions.IDX does
*>  not exist yet (the very first run); it is created empty and
*>  opened again.
    MOVE "EMPLOYEE-DEDUCTIONS.IDX" TO WS-File-ID
    OPEN I-O Deduction-File
    IF WS-File-Status = "35"
       OPEN OUTPUT Deduction-File
       PERFORM Check-File-Status
       CLOSE Deduction-File
       PERFORM Check-File-Status
       OPEN I-O Deduction-File
    END-IF
    PERFORM Check-File-Status
    MOVE "EMPLOYEES.IDX" TO WS-File-ID
    OPEN INPUT Employee-File
    PERFORM Check-File-Status
    OPEN INPUT Withholding-Table-File
    IF DM-Table-File-Status = "00"
       SET Table-Validation-On TO TRUE
    ELSE
       DISPLAY 'Withholding-Table.IDX not found -- withholding '
               'elections will not be checked against it'
    END-IF
    MOVE "DEDUCTION-TRANS-ERRORS.TXT" TO WS-File-ID
    OPEN OUTPUT Deduction-Error-File
    PERFORM Check-File-Status

    SET DX-Trans-EOF-Not TO TRUE
    PERFORM UNTIL DX-Trans-EOF
       READ Deduction-Trans-File
          AT END      SET DX-Trans-EOF TO TRUE
          NOT AT END  PERFORM Process-Deduction-Trans
       END-READ
    END-PERFORM

    DISPLAY 'End-of-job deduction maintenance statistics:'
    DISPLAY '  Add transactions    processed: ' DX-Stat-Adds
    DISPLAY '  Change transactions processed: ' DX-Stat-Changes
    DISPLAY '  Delete transactions processed: ' DX-Stat-Deletes
    DISPLAY '  Transactions rejected:         ' DX-Stat-Rejects

    MOVE "EMPLOYEE-DEDUCTIONS.IDX" TO WS-File-ID
    CLOSE Deduction-File
    PERFORM Check-File-Status
    MOVE "EMPLOYEES.IDX" TO WS-File-ID
    CLOSE Employee-File
    PERFORM Check-File-Status
    IF Table-Validation-On
       CLOSE Withholding-Table-File
    END-IF
    MOVE "DEDUCTION-TRANSACTIONS.TXT" TO WS-File-ID
    CLOSE Deduction-Trans-File
    PERFORM Check-File-Status
*>  Consumed, like timesheets.txt: a card is applied once.  Any
*>  that was rejected is on the error file to be keyed again.
    IF RETURN-CODE = ZERO
       OPEN OUTPUT Deduction-Trans-File
       CLOSE Deduction-Trans-File
    END-IF
    MOVE "DEDUCTION-TRANS-ERRORS.TXT" TO WS-File-ID
    CLOSE Deduction-Error-File
    PERFORM Check-File-Status
    PERFORM Write-Run-Status-End
    STOP RUN
    .

COPY "file-status-check.cpy".


Write-Run-Status-Start.
    MOVE 'DEDUCTIONS-MAINTAIN' TO RS-Program-Name
    SET RS-Start-Record TO TRUE
    MOVE ZERO TO RS-Records-Processed
                 RS-Records-Rejected
                 RS-Return-Code
    PERFORM Append-Run-Status-Rec
    .

Write-Run-Status-End.
    MOVE 'DEDUCTIONS-MAINTAIN' TO RS-Program-Name
    SET RS-End-Record TO TRUE
    COMPUTE RS-Records-Processed
          = DX-Stat-Adds + DX-Stat-Changes + DX-Stat-Deletes
    MOVE DX-Stat-Rejects TO RS-Records-Rejected
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


Process-Deduction-Trans.
    EVALUATE TRUE
       WHEN DX-Add-Trans     ADD 1 TO DX-Stat-Adds
                             PERFORM Process-Deduction-Add
       WHEN DX-Change-Trans  ADD 1 TO DX-Stat-Changes
                             PERFORM Process-Deduction-Change
       WHEN DX-Delete-Trans  ADD 1 TO DX-Stat-Deletes
                             PERFORM Process-Deduction-Delete
       WHEN OTHER
          SET DX-Err-Bad-Trans-Type TO TRUE
          PERFORM Write-Invalid-Deduction-Trans
    END-EVALUATE
    .


Process-Deduction-Add.
    PERFORM Check-Deduction-Entry
    IF DX-Fields-OK
       MOVE DX-Empl-ID TO Empl-ID
       READ Employee-File
          INVALID KEY
             SET DX-Fields-Bad TO TRUE
             SET DX-Err-Employee-Unknown TO TRUE
       END-READ
    END-IF
    IF DX-Fields-Bad
       PERFORM Write-Invalid-Deduction-Trans
    ELSE
       MOVE ZERO TO Kept-Taken-To-Date
       PERFORM Build-Deduction-Record
       WRITE Deduction-Record
          INVALID KEY  SET DX-Err-Duplicate-Key TO TRUE
                       PERFORM Write-Invalid-Deduction-Trans
       END-WRITE
    END-IF
    .

*>-----------------------------------------------------------------
*> Replaces an existing entry whole, all but the amount taken so
*> far.
*>-----------------------------------------------------------------
Process-Deduction-Change.
    PERFORM Check-Deduction-Entry
    IF DX-Fields-Bad
       PERFORM Write-Invalid-Deduction-Trans
    ELSE
       MOVE DX-Empl-ID        TO ED-Empl-ID
       MOVE DX-Deduction-Code TO ED-Deduction-Code
       READ Deduction-File
          INVALID KEY      SET DX-Err-Key-Not-Found TO TRUE
                           PERFORM Write-Invalid-Deduction-Trans
          NOT INVALID KEY  PERFORM Apply-Deduction-Change
       END-READ
    END-IF
    .

Apply-Deduction-Change.
    MOVE ED-Taken-To-Date TO Kept-Taken-To-Date
    PERFORM Build-Deduction-Record
    REWRITE Deduction-Record
       INVALID KEY  DISPLAY 'Program error in Change:  '
                            'Should never happen!'
                    PERFORM Check-File-Status
    END-REWRITE
    .


Process-Deduction-Delete.
    IF DX-Empl-ID = SPACES OR DX-Deduction-Code = SPACES
       SET DX-Err-Bad-Key TO TRUE
       PERFORM Write-Invalid-Deduction-Trans
    ELSE
       MOVE DX-Empl-ID        TO ED-Empl-ID
       MOVE DX-Deduction-Code TO ED-Deduction-Code
       READ Deduction-File
          INVALID KEY      SET DX-Err-Key-Not-Found TO TRUE
                           PERFORM Write-Invalid-Deduction-Trans
          NOT INVALID KEY  PERFORM Delete-Deduction-Record
       END-READ
    END-IF
    .

Delete-Deduction-Record.
    DELETE Deduction-File
       INVALID KEY  DISPLAY 'Program error in Delete:  '
                            'Should never happen!'
                    PERFORM Check-File-Status
    END-DELETE
    .


*>-----------------------------------------------------------------
*> Checks an 'A' or 'C' entry: the key, the fields its type needs,
*> the dates, and the status.  The first fault found is the one
*> reported.
*>-----------------------------------------------------------------
Check-Deduction-Entry.
    SET DX-Fields-OK TO TRUE
    IF DX-Empl-ID = SPACES OR DX-Deduction-Code = SPACES
       SET DX-Fields-Bad TO TRUE
       SET DX-Err-Bad-Key TO TRUE
    END-IF
    IF DX-Fields-OK
       EVALUATE TRUE
          WHEN DX-Flat-Amount
          WHEN DX-Percent-Of-Gross
             PERFORM Check-Deduction-Amounts
          WHEN DX-Withholding-Election
             PERFORM Check-Withholding-Election
          WHEN OTHER
             SET DX-Fields-Bad TO TRUE
             SET DX-Err-Bad-Type TO TRUE
       END-EVALUATE
    END-IF
    IF DX-Fields-OK
       PERFORM Check-Deduction-Dates
    END-IF
    IF DX-Fields-OK
       IF DX-Entry-Status NOT = SPACE AND NOT = 'A' AND NOT = 'I'
          SET DX-Fields-Bad TO TRUE
          SET DX-Err-Bad-Status TO TRUE
       END-IF
    END-IF
    .

Check-Deduction-Amounts.
    IF DX-Tax-Timing NOT = 'B' AND NOT = 'A'
       SET DX-Fields-Bad TO TRUE
       SET DX-Err-Bad-Type TO TRUE
    END-IF
    IF DX-Fields-OK
       IF DX-Priority IS NOT NUMERIC
          OR (DX-Goal-Amount NOT = SPACES
              AND DX-Goal-Amount IS NOT NUMERIC)
          SET DX-Fields-Bad TO TRUE
          SET DX-Err-Bad-Amount TO TRUE
       END-IF
    END-IF
    IF DX-Fields-OK  AND  DX-Flat-Amount
       IF DX-Amount IS NOT NUMERIC
          SET DX-Fields-Bad TO TRUE
          SET DX-Err-Bad-Amount TO TRUE
       ELSE
          IF DX-Amount-Value = ZERO
             SET DX-Fields-Bad TO TRUE
             SET DX-Err-Bad-Amount TO TRUE
          END-IF
       END-IF
    END-IF
    IF DX-Fields-OK  AND  DX-Percent-Of-Gross
       IF DX-Percent IS NOT NUMERIC
          SET DX-Fields-Bad TO TRUE
          SET DX-Err-Bad-Amount TO TRUE
       ELSE
          IF DX-Percent-Value = ZERO  OR  DX-Percent-Value > 100
             SET DX-Fields-Bad TO TRUE
             SET DX-Err-Bad-Amount TO TRUE
          END-IF
       END-IF
    END-IF
    .

*> An election names its tax by the deduction code; the table must
*> carry that tax (any status, any bracket) when it is on file.
Check-Withholding-Election.
    IF (DX-Filing-Status NOT = 'S' AND NOT = 'M' AND NOT = 'H')
       OR (DX-Allowances NOT = SPACES
           AND DX-Allowances IS NOT NUMERIC)
       OR (DX-Extra-Withholding NOT = SPACES
           AND DX-Extra-Withholding IS NOT NUMERIC)
       SET DX-Fields-Bad TO TRUE
       SET DX-Err-Bad-Election TO TRUE
    END-IF
    IF DX-Fields-OK  AND  Table-Validation-On
       MOVE DX-Deduction-Code TO WT-Tax-Code
       MOVE LOW-VALUES        TO WT-Filing-Status
       MOVE ZERO              TO WT-Bracket-Seq
       START Withholding-Table-File KEY IS NOT LESS THAN WT-Key
          INVALID KEY
             SET DX-Fields-Bad TO TRUE
          NOT INVALID KEY
             READ Withholding-Table-File NEXT RECORD
                AT END
                   SET DX-Fields-Bad TO TRUE
                NOT AT END
                   IF WT-Tax-Code NOT = DX-Deduction-Code
                      SET DX-Fields-Bad TO TRUE
                   END-IF
             END-READ
       END-START
       IF DX-Fields-Bad
          SET DX-Err-Tax-Code-Unknown TO TRUE
       END-IF
    END-IF
    .

*> A start date is required; a blank stop date is open-ended.
Check-Deduction-Dates.
    IF DX-Start-Date IS NOT NUMERIC
       SET DX-Fields-Bad TO TRUE
    ELSE
       IF DX-Start-Year < 1900
          OR DX-Start-Month < 1 OR DX-Start-Month > 12
          OR DX-Start-Day < 1 OR DX-Start-Day > 31
          SET DX-Fields-Bad TO TRUE
       END-IF
    END-IF
    IF DX-Fields-OK  AND  DX-Stop-Date NOT = SPACES
       IF DX-Stop-Date IS NOT NUMERIC
          SET DX-Fields-Bad TO TRUE
       ELSE
          IF DX-Stop-Year < 1900
             OR DX-Stop-Month < 1 OR DX-Stop-Month > 12
             OR DX-Stop-Day < 1 OR DX-Stop-Day > 31
             OR DX-Stop-Date < DX-Start-Date
             SET DX-Fields-Bad TO TRUE
          END-IF
       END-IF
    END-IF
    IF DX-Fields-Bad
       SET DX-Err-Bad-Date TO TRUE
    END-IF
    .

*>-----------------------------------------------------------------
*> Lays a checked transaction into the record.  Fields the type
*> does not use are stored as zero or spaces, so the file never
*> holds a leftover from an entry's earlier type.
*>-----------------------------------------------------------------
Build-Deduction-Record.
    MOVE DX-Empl-ID          TO ED-Empl-ID
    MOVE DX-Deduction-Code   TO ED-Deduction-Code
    MOVE DX-Description      TO ED-Description
    MOVE DX-Deduction-Type   TO ED-Deduction-Type
    MOVE SPACES              TO ED-Tax-Timing
                                ED-Filing-Status
    MOVE ZERO                TO ED-Priority
                                ED-Amount
                                ED-Percent
                                ED-Goal-Amount
                                ED-Allowances
                                ED-Extra-Withholding
                                ED-Stop-Date
    EVALUATE TRUE
       WHEN ED-Flat-Amount
          MOVE DX-Tax-Timing     TO ED-Tax-Timing
          MOVE DX-Priority       TO ED-Priority
          MOVE DX-Amount-Value   TO ED-Amount
       WHEN ED-Percent-Of-Gross
          MOVE DX-Tax-Timing     TO ED-Tax-Timing
          MOVE DX-Priority       TO ED-Priority
          MOVE DX-Percent-Value  TO ED-Percent
       WHEN ED-Withholding-Election
          MOVE DX-Filing-Status  TO ED-Filing-Status
          IF DX-Allowances IS NUMERIC
             MOVE DX-Allowances  TO ED-Allowances
          END-IF
          IF DX-Extra-Withholding IS NUMERIC
             MOVE DX-Extra-Value TO ED-Extra-Withholding
          END-IF
    END-EVALUATE
    IF NOT ED-Withholding-Election
          AND DX-Goal-Amount IS NUMERIC
       MOVE DX-Goal-Value TO ED-Goal-Amount
    END-IF
    MOVE Kept-Taken-To-Date  TO ED-Taken-To-Date
    MOVE DX-Start-Date       TO ED-Start-Date
    IF DX-Stop-Date IS NUMERIC
       MOVE DX-Stop-Date TO ED-Stop-Date
    END-IF
    IF DX-Entry-Status = SPACE
       SET ED-Entry-Active TO TRUE
    ELSE
       MOVE DX-Entry-Status TO ED-Entry-Status
    END-IF
    MOVE Todays-Run-Date     TO ED-Last-Changed-Date
    .


Write-Invalid-Deduction-Trans.
    ADD 1 TO DX-Stat-Rejects
    MOVE Deduction-Trans-Rec  TO DX-Err-Trans-Image
    MOVE DX-Err-Reason-Code   TO DX-Err-Reason
    WRITE DX-Err-Trans-Rec
    .
