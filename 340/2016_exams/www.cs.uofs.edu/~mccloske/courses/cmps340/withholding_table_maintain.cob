IDENTIFICATION DIVISION.
PROGRAM-ID.  Withholding-Table-Maintain.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>***************************************************************
*> Program Abstract:
*>    Creates and maintains Withholding-Table.IDX (layout in
*>    withholding-table-record.cpy), the per-pay-period tax brackets
*>    Payroll-Register withholds from, by tax code and filing
*>    status, from a batch transaction file in the same mold as
*>    Departments-Maintain: 'A' adds a bracket, 'C' replaces one,
*>    'D' deletes it.  On the very first run Withholding-Table.IDX
*>    does not exist yet and is created empty before the
*>    transactions are applied.
*>
*>    As on a job-calendar change, a 'C' carries the bracket
*>    complete: every figure on a bracket matters, and a zero base
*>    tax has to be able to mean zero.  When the published tables
*>    change each January, the new year's brackets go in as one
*>    batch of 'C' (and 'A'/'D') transactions.
*>
*>    Any transaction that cannot be applied is copied, along with
*>    a two-character reason code, to withholding-trans-errors.txt.
*>
*>  INPUT:
*>    withholding-transactions.txt (none on file =
*>    nothing to apply).
*>
*>  OUTPUT:
*>    Withholding-Table.IDX created/updated;
*>    withholding-trans-errors.txt; end-of-job transaction counts
*>    DISPLAYed as a control total;
*>    withholding-transactions.txt emptied once applied;
*>    Job-Run-Status.Dat appended.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Withholding-Table-File  ASSIGN TO "Withholding-Table.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS WT-Key
       FILE STATUS IS WS-File-Status.

    SELECT Withholding-Trans-File
       ASSIGN TO "withholding-transactions.txt"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Withholding-Error-File
       ASSIGN TO "withholding-trans-errors.txt"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Run-Status-File  ASSIGN TO "Job-Run-Status.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS RS-File-Status.

DATA DIVISION.

FILE SECTION.

FD  Withholding-Table-File.
01  Withholding-Table-Record.
    COPY "withholding-table-record.cpy".

*> The figures are PIC X, each with a numeric view, so that a blank
*> or mistyped one can be caught rather than read as garbage.
FD  Withholding-Trans-File
       RECORD CONTAINS 53 CHARACTERS.
01  Withholding-Trans-Rec.
    02 WX-Trans-Type         PIC X.
       88 WX-Add-Trans           VALUE 'A'.
       88 WX-Change-Trans        VALUE 'C'.
       88 WX-Delete-Trans        VALUE 'D'.
    02 WX-Tax-Code           PIC X(4).
    02 WX-Filing-Status      PIC X.
    02 WX-Bracket-Seq        PIC X(2).
    02 WX-Description        PIC X(20).
    02 WX-Wage-Over          PIC X(7).
    02 WX-Wage-Over-Value    REDEFINES WX-Wage-Over  PIC 9(5)V99.
    02 WX-Base-Tax           PIC X(7).
    02 WX-Base-Tax-Value     REDEFINES WX-Base-Tax  PIC 9(5)V99.
    02 WX-Percent            PIC X(5).
    02 WX-Percent-Value      REDEFINES WX-Percent  PIC 9(2)V999.
    02 WX-Allowance-Value    PIC X(6).
    02 WX-Allowance-Amount   REDEFINES WX-Allowance-Value
                             PIC 9(4)V99.

*> WX-Err-Reason explains why the transaction in WX-Err-Trans-Image
*> was rejected, using the suite's two-character reason-code
*> convention.
FD  Withholding-Error-File.
01  WX-Err-Trans-Rec.
    02 WX-Err-Trans-Image  PIC X(53).
    02 WX-Err-Reason       PIC X(2).

FD  Run-Status-File.
01  Run-Status-Rec.
    COPY "run-status-record.cpy".

WORKING-STORAGE SECTION.

*> The run-status file gets its own status byte pair: a problem
*> appending to the log should warn, not abort the business run.
01  RS-File-Status  PIC XX  VALUE "00".

01  WX-Trans-EOF-Flag  PIC X.
    88 WX-Trans-EOF      VALUE '1'.
    88 WX-Trans-EOF-Not  VALUE '0'.

01  WX-Fields-Flag  PIC X.
    88 WX-Fields-OK   VALUE 'Y'.
    88 WX-Fields-Bad  VALUE 'N'.

01  WX-Err-Reason-Code  PIC X(2).
    88 WX-Err-Bad-Trans-Type  VALUE 'BT'.
    88 WX-Err-Duplicate-Key   VALUE 'DK'.
    88 WX-Err-Key-Not-Found   VALUE 'KN'.
    88 WX-Err-Bad-Key         VALUE 'BK'.
    88 WX-Err-Bad-Amount      VALUE 'BA'.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.

01  Withholding-Run-Statistics.
    02 WX-Stat-Adds     PIC 9(5)  VALUE ZERO.
    02 WX-Stat-Changes  PIC 9(5)  VALUE ZERO.
    02 WX-Stat-Deletes  PIC 9(5)  VALUE ZERO.
    02 WX-Stat-Rejects  PIC 9(5)  VALUE ZERO.

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Paragraph.
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
    PERFORM Write-Run-Status-Start

*>  No transaction file is a night with nothing to apply, not a
*>  failure: the stream runs this step every night.
    MOVE "WITHHOLDING-TRANSACTIONS.TXT" TO WS-File-ID
    OPEN INPUT Withholding-Trans-File
    IF WS-File-Status = "35"
       DISPLAY 'No withholding-transactions.txt on file -- '
               'nothing to apply.'
       PERFORM Write-Run-Status-End
       STOP RUN
    END-IF
    PERFORM Check-File-Status

*>  Status 35 on the I-O OPEN means Withholding-Table.IDX does not
*>  exist yet (the very first run); it is created empty and opened
*>  again.
    MOVE "WITHHOLDING-TABLE.IDX" TO WS-File-ID
    OPEN I-O Withholding-Table-File
    IF WS-File-Status = "35"
       OPEN OUTPUT Withholding-Table-File
       PERFORM Check-File-Status
       CLOSE Withholding-Table-File
       PERFORM Check-File-Status
       OPEN I-O Withholding-Table-File
    END-IF
    PERFORM Check-File-Status
    MOVE "WITHHOLDING-TRANS-ERRORS.TXT" TO WS-File-ID
    OPEN OUTPUT Withholding-Error-File
    PERFORM Check-File-Status

    SET WX-Trans-EOF-Not TO TRUE
    PERFORM UNTIL WX-Trans-EOF
       READ Withholding-Trans-File
          AT END      SET WX-Trans-EOF TO TRUE
          NOT AT END  PERFORM Process-Withholding-Trans
       END-READ
    END-PERFORM

    DISPLAY 'End-of-job withholding table maintenance statistics:'
    DISPLAY '  Add transactions    processed: ' WX-Stat-Adds
    DISPLAY '  Change transactions processed: ' WX-Stat-Changes
    DISPLAY '  Delete transactions processed: ' WX-Stat-Deletes
    DISPLAY '  Transactions rejected:         ' WX-Stat-Rejects

    MOVE "WITHHOLDING-TABLE.IDX" TO WS-File-ID
    CLOSE Withholding-Table-File
    PERFORM Check-File-Status
    MOVE "WITHHOLDING-TRANSACTIONS.TXT" TO WS-File-ID
    CLOSE Withholding-Trans-File
    PERFORM Check-File-Status
*>  Consumed, like timesheets.txt: a card is applied once.  Any
*>  that was rejected is on the error file to be keyed again.
    IF RETURN-CODE = ZERO
       OPEN OUTPUT Withholding-Trans-File
       CLOSE Withholding-Trans-File
    END-IF
    MOVE "WITHHOLDING-TRANS-ERRORS.TXT" TO WS-File-ID
    CLOSE Withholding-Error-File
    PERFORM Check-File-Status
    PERFORM Write-Run-Status-End
    STOP RUN
    .

COPY "file-status-check.cpy".


Write-Run-Status-Start.
    MOVE 'WITHHOLDING-TABLE-MAINTAIN' TO RS-Program-Name
    SET RS-Start-Record TO TRUE
    MOVE ZERO TO RS-Records-Processed
                 RS-Records-Rejected
                 RS-Return-Code
    PERFORM Append-Run-Status-Rec
    .

Write-Run-Status-End.
    MOVE 'WITHHOLDING-TABLE-MAINTAIN' TO RS-Program-Name
    SET RS-End-Record TO TRUE
    COMPUTE RS-Records-Processed
          = WX-Stat-Adds + WX-Stat-Changes + WX-Stat-Deletes
    MOVE WX-Stat-Rejects TO RS-Records-Rejected
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


Process-Withholding-Trans.
    EVALUATE TRUE
       WHEN WX-Add-Trans     ADD 1 TO WX-Stat-Adds
                             PERFORM Process-Withholding-Add
       WHEN WX-Change-Trans  ADD 1 TO WX-Stat-Changes
                             PERFORM Process-Withholding-Change
       WHEN WX-Delete-Trans  ADD 1 TO WX-Stat-Deletes
                             PERFORM Process-Withholding-Delete
       WHEN OTHER
          SET WX-Err-Bad-Trans-Type TO TRUE
          PERFORM Write-Invalid-Withholding-Trans
    END-EVALUATE
    .


Process-Withholding-Add.
    PERFORM Check-Withholding-Bracket
    IF WX-Fields-Bad
       PERFORM Write-Invalid-Withholding-Trans
    ELSE
       PERFORM Build-Withholding-Record
       WRITE Withholding-Table-Record
          INVALID KEY  SET WX-Err-Duplicate-Key TO TRUE
                       PERFORM Write-Invalid-Withholding-Trans
       END-WRITE
    END-IF
    .

*>-----------------------------------------------------------------
*> Replaces an existing bracket whole.
*>-----------------------------------------------------------------
Process-Withholding-Change.
    PERFORM Check-Withholding-Bracket
    IF WX-Fields-Bad
       PERFORM Write-Invalid-Withholding-Trans
    ELSE
       PERFORM Move-Withholding-Key
       READ Withholding-Table-File
          INVALID KEY      SET WX-Err-Key-Not-Found TO TRUE
                           PERFORM Write-Invalid-Withholding-Trans
          NOT INVALID KEY  PERFORM Apply-Withholding-Change
       END-READ
    END-IF
    .

Apply-Withholding-Change.
    PERFORM Build-Withholding-Record
    REWRITE Withholding-Table-Record
       INVALID KEY  DISPLAY 'Program error in Change:  '
                            'Should never happen!'
                    PERFORM Check-File-Status
    END-REWRITE
    .


Process-Withholding-Delete.
    PERFORM Check-Withholding-Key
    IF WX-Fields-Bad
       PERFORM Write-Invalid-Withholding-Trans
    ELSE
       PERFORM Move-Withholding-Key
       READ Withholding-Table-File
          INVALID KEY      SET WX-Err-Key-Not-Found TO TRUE
                           PERFORM Write-Invalid-Withholding-Trans
          NOT INVALID KEY  PERFORM Delete-Withholding-Record
       END-READ
    END-IF
    .

Delete-Withholding-Record.
    DELETE Withholding-Table-File
       INVALID KEY  DISPLAY 'Program error in Delete:  '
                            'Should never happen!'
                    PERFORM Check-File-Status
    END-DELETE
    .


*>-----------------------------------------------------------------
*> Checks an 'A' or 'C' bracket: the key, then the figures.  The
*> first fault found is the one reported.
*>-----------------------------------------------------------------
Check-Withholding-Bracket.
    PERFORM Check-Withholding-Key
    IF WX-Fields-OK
       IF WX-Wage-Over IS NOT NUMERIC
          OR WX-Base-Tax IS NOT NUMERIC
          OR WX-Percent IS NOT NUMERIC
          OR WX-Allowance-Value IS NOT NUMERIC
          OR WX-Percent-Value > 100
          SET WX-Fields-Bad TO TRUE
          SET WX-Err-Bad-Amount TO TRUE
       END-IF
    END-IF
    .

Check-Withholding-Key.
    SET WX-Fields-OK TO TRUE
    IF WX-Tax-Code = SPACES
       OR WX-Bracket-Seq IS NOT NUMERIC
       OR (WX-Filing-Status NOT = 'S' AND NOT = 'M'
                            AND NOT = 'H' AND NOT = '*')
       SET WX-Fields-Bad TO TRUE
       SET WX-Err-Bad-Key TO TRUE
    END-IF
    .

Move-Withholding-Key.
    MOVE WX-Tax-Code      TO WT-Tax-Code
    MOVE WX-Filing-Status TO WT-Filing-Status
    MOVE WX-Bracket-Seq   TO WT-Bracket-Seq
    .

Build-Withholding-Record.
    PERFORM Move-Withholding-Key
    MOVE WX-Description       TO WT-Description
    MOVE WX-Wage-Over-Value   TO WT-Wage-Over
    MOVE WX-Base-Tax-Value    TO WT-Base-Tax
    MOVE WX-Percent-Value     TO WT-Percent
    MOVE WX-Allowance-Amount  TO WT-Allowance-Value
    MOVE Todays-Run-Date      TO WT-Last-Changed-Date
    .


Write-Invalid-Withholding-Trans.
    ADD 1 TO WX-Stat-Rejects
    MOVE Withholding-Trans-Rec  TO WX-Err-Trans-Image
    MOVE WX-Err-Reason-Code     TO WX-Err-Reason
    WRITE WX-Err-Trans-Rec
    .
