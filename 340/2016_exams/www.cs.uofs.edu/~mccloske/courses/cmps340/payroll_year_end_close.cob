IDENTIFICATION DIVISION.
PROGRAM-ID.  Payroll-Year-End-Close.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>***************************************************************
*> Program Abstract:
*>    Closes a tax year on the year-to-date accumulators.  For the
*>    year keyed at the console (YYYY), every Employee-YTD.IDX record
*>    of that year is appended to the year's archive volume,
*>    Employee-YTD-Archive-YYYY.Dat (the Audit-Archive-Trim
*>    convention), and DELETEd from the live file -- which is the
*>    reset: the next year's records, keyed by their own year, are
*>    untouched, so a January payroll run before the close has
*>    already posted to the new year correctly.
*>
*>    Three checks guard the close, and any failure refuses it
*>    with RETURN-CODE 16, deleting nothing:
*>
*>      - the year must be over (before the year of the run date);
*>      - Wage-Tax-Statements.Dat must hold the statements for that
*>        year, employer record first and total record last;
*>      - the statements must be current: the year's gross pay on
*>        the accumulators must equal the statements' total gross,
*>        so a payroll posted after the statements were run cannot
*>        be archived without ever being stated.
*>
*>  INPUT:
*>    The tax year (console); Employee-YTD.IDX,
*>    Wage-Tax-Statements.Dat.
*>
*>  OUTPUT:
*>    Employee-YTD.IDX with the year removed;
*>    Employee-YTD-Archive-YYYY.Dat appended; Job-Run-Status.Dat
*>    appended; counts DISPLAYed as a control total.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT YTD-File  ASSIGN TO "Employee-YTD.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS YE-Key
       FILE STATUS IS WS-File-Status.

    SELECT Statement-File  ASSIGN TO "Wage-Tax-Statements.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Archive-Volume-File  ASSIGN TO Archive-Volume-Name
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Run-Status-File  ASSIGN TO "Job-Run-Status.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS RS-File-Status.

DATA DIVISION.

FILE SECTION.

FD  YTD-File.
01  YTD-Record.
    COPY "employee-ytd-record.cpy".

FD  Statement-File
       RECORD CONTAINS 500 CHARACTERS.
01  Statement-Record.
    COPY "wage-tax-statement-record.cpy".

*> One flat image per archived accumulator.
FD  Archive-Volume-File
       RECORD CONTAINS 96 CHARACTERS.
01  Archive-Volume-Rec  PIC X(96).

FD  Run-Status-File.
01  Run-Status-Rec.
    COPY "run-status-record.cpy".

WORKING-STORAGE SECTION.

*> The run-status file gets its own status byte pair: a problem
*> appending to the log should warn, not abort the business run.
01  RS-File-Status  PIC XX  VALUE "00".

01  Archive-Volume-Name  PIC X(30)  VALUE SPACES.

01  Year-Answer  PIC X(4)  VALUE SPACES.
01  Year-Answer-Number  REDEFINES Year-Answer  PIC 9(4).

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.
01  Run-Date-Parts  REDEFINES Todays-Run-Date.
    02 RDP-Year   PIC 9(4).
    02 RDP-Rest   PIC 9(4).

01  YTD-EOF-Flag  PIC X.
    88 YTD-EOF      VALUE '1'.
    88 YTD-EOF-Not  VALUE '0'.

01  Statement-EOF-Flag  PIC X.
    88 Statement-EOF      VALUE '1'.
    88 Statement-EOF-Not  VALUE '0'.

01  Statements-Flag  PIC X  VALUE 'N'.
    88 Statements-Found  VALUE 'Y'.

01  Last-Statement-Type  PIC X  VALUE SPACE.
01  Statement-Total-Gross  PIC 9(11)V99  VALUE ZERO.
01  Statement-Employees    PIC 9(6)      VALUE ZERO.

01  Close-Totals.
    02 YC-Year-Gross         PIC 9(11)V99  VALUE ZERO.
    02 YC-Records-Archived   PIC 9(6)      VALUE ZERO.
    02 YC-Gross-Archived     PIC 9(11)V99  VALUE ZERO.

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Paragraph.
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
    PERFORM Write-Run-Status-Start
    DISPLAY 'Tax year to close (YYYY): ' WITH NO ADVANCING
    ACCEPT Year-Answer
    IF Year-Answer IS NOT NUMERIC  OR  Year-Answer-Number = ZERO
       DISPLAY 'Not a tax year -- nothing closed.'
       PERFORM Refuse-Close
    END-IF
    IF Year-Answer-Number NOT < RDP-Year
       DISPLAY 'Tax year ' Year-Answer ' is not over -- nothing '
               'closed.'
       PERFORM Refuse-Close
    END-IF

    PERFORM Check-Statements-On-File

    MOVE "EMPLOYEE-YTD.IDX" TO WS-File-ID
    OPEN I-O YTD-File
    IF WS-File-Status = "35"
       DISPLAY 'No Employee-YTD.IDX on file -- nothing to close.'
       PERFORM Write-Run-Status-End
       STOP RUN
    END-IF
    PERFORM Check-File-Status

    PERFORM Sum-Year-Gross
    IF YC-Year-Gross NOT = Statement-Total-Gross
       DISPLAY 'Gross pay for ' Year-Answer ' on the accumulators ('
               YC-Year-Gross ') does not match the statements ('
               Statement-Total-Gross ')'
       DISPLAY 'Rerun Wage-Tax-Statements for the year before '
               'closing it.'
       MOVE "EMPLOYEE-YTD.IDX" TO WS-File-ID
       CLOSE YTD-File
       PERFORM Check-File-Status
       PERFORM Refuse-Close
    END-IF

    PERFORM Archive-Year

    MOVE "EMPLOYEE-YTD.IDX" TO WS-File-ID
    CLOSE YTD-File
    PERFORM Check-File-Status

    DISPLAY 'Payroll year ' Year-Answer ' closed: '
            YC-Records-Archived ' accumulator(s) for '
            Statement-Employees ' employee(s) archived to '
            Archive-Volume-Name
    DISPLAY 'Gross pay archived: ' YC-Gross-Archived
    PERFORM Write-Run-Status-End
    STOP RUN
    .

COPY "file-status-check.cpy".

*>-----------------------------------------------------------------
*> The shared job-run log: one 'S' record as the run begins, one
*> 'E' record (with counts and return code) as it ends.
*>-----------------------------------------------------------------
Write-Run-Status-Start.
    MOVE 'PAYROLL-YEAR-END-CLOSE' TO RS-Program-Name
    SET RS-Start-Record TO TRUE
    MOVE ZERO TO RS-Records-Processed
                 RS-Records-Rejected
                 RS-Return-Code
    PERFORM Append-Run-Status-Rec
    .

Write-Run-Status-End.
    MOVE 'PAYROLL-YEAR-END-CLOSE' TO RS-Program-Name
    SET RS-End-Record TO TRUE
    MOVE YC-Records-Archived TO RS-Records-Processed
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

Refuse-Close.
    MOVE 16 TO RETURN-CODE
    PERFORM Write-Run-Status-End
    STOP RUN
    .


*>-----------------------------------------------------------------
*> The statements for the year must be on file and finished: the
*> employer record for the year first, the total record last.
*>-----------------------------------------------------------------
Check-Statements-On-File.
    MOVE "WAGE-TAX-STATEMENTS.DAT" TO WS-File-ID
    OPEN INPUT Statement-File
    IF WS-File-Status = "35"
       DISPLAY 'No Wage-Tax-Statements.Dat on file -- run '
               'Wage-Tax-Statements for ' Year-Answer ' first.'
       PERFORM Refuse-Close
    END-IF
    PERFORM Check-File-Status
    SET Statement-EOF-Not TO TRUE
    READ Statement-File
       AT END  SET Statement-EOF TO TRUE
    END-READ
    IF NOT Statement-EOF
          AND YS-Employer-Record
          AND YS-Tax-Year = Year-Answer-Number
       SET Statements-Found TO TRUE
    END-IF
    PERFORM UNTIL Statement-EOF
       MOVE YS-Record-Type TO Last-Statement-Type
       IF YS-Total-Record
          MOVE YS-Total-Gross-Pay TO Statement-Total-Gross
          MOVE YS-Employee-Count  TO Statement-Employees
       END-IF
       READ Statement-File
          AT END  SET Statement-EOF TO TRUE
       END-READ
    END-PERFORM
    CLOSE Statement-File
    PERFORM Check-File-Status
    IF NOT Statements-Found  OR  Last-Statement-Type NOT = 'T'
       DISPLAY 'Wage-Tax-Statements.Dat does not hold finished '
               'statements for ' Year-Answer ' -- run '
               'Wage-Tax-Statements for the year first.'
       PERFORM Refuse-Close
    END-IF
    .

Sum-Year-Gross.
    SET YTD-EOF-Not TO TRUE
    PERFORM UNTIL YTD-EOF
       READ YTD-File NEXT RECORD
          AT END      SET YTD-EOF TO TRUE
          NOT AT END  IF YE-Tax-Year = Year-Answer-Number
                            AND YE-Gross-Pay
                         ADD YE-Year-Amount TO YC-Year-Gross
                      END-IF
       END-READ
    END-PERFORM
    .


*>-----------------------------------------------------------------
*> Back to the top, and every record of the year is copied to the
*> volume and DELETEd.  A DELETE leaves the file position where it
*> was, so READ NEXT carries on with the record after.
*>-----------------------------------------------------------------
Archive-Year.
    MOVE SPACES TO Archive-Volume-Name
    STRING 'Employee-YTD-Archive-' Year-Answer '.Dat'
       DELIMITED BY SIZE INTO Archive-Volume-Name
    MOVE Archive-Volume-Name TO WS-File-ID
    OPEN EXTEND Archive-Volume-File
    IF WS-File-Status = "35"
       OPEN OUTPUT Archive-Volume-File
    END-IF
    PERFORM Check-File-Status

    MOVE LOW-VALUES TO YE-Key
    SET YTD-EOF-Not TO TRUE
    START YTD-File KEY IS NOT LESS THAN YE-Key
       INVALID KEY  SET YTD-EOF TO TRUE
    END-START
    PERFORM UNTIL YTD-EOF
       READ YTD-File NEXT RECORD
          AT END      SET YTD-EOF TO TRUE
          NOT AT END  IF YE-Tax-Year = Year-Answer-Number
                         PERFORM Archive-One-Record
                      END-IF
       END-READ
    END-PERFORM

    MOVE Archive-Volume-Name TO WS-File-ID
    CLOSE Archive-Volume-File
    PERFORM Check-File-Status
    .

Archive-One-Record.
    MOVE Archive-Volume-Name TO WS-File-ID
    WRITE Archive-Volume-Rec FROM YTD-Record
    PERFORM Check-File-Status
    MOVE "EMPLOYEE-YTD.IDX" TO WS-File-ID
    DELETE YTD-File
       INVALID KEY
          DISPLAY 'Program error in close:  Should never happen!'
          PERFORM Check-File-Status
    END-DELETE
    ADD 1 TO YC-Records-Archived
    IF YE-Gross-Pay
       ADD YE-Year-Amount TO YC-Gross-Archived
    END-IF
    .
