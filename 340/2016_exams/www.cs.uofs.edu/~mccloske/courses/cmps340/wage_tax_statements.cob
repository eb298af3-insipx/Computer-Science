IDENTIFICATION DIVISION.
PROGRAM-ID.  Wage-Tax-Statements.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>             modified Oct. 15, 2026 to pass over the leave-pay
*>             accumulators, which are already within gross
*>             modified Oct. 15, 2026 to pass over the retro-pay
*>             accumulators, which are likewise within gross
*>             modified Oct. 15, 2026 to pass over the adjunct
*>             stipend accumulators, also within gross
*>***************************************************************
*> Program Abstract:
*>    At year end accounting rebuilt every employee's annual
*>    earnings from the printed registers to fill in the wage and
*>    tax statements.  This run, for a tax year keyed at the console
*>    (YYYY), reads the year's accumulators on Employee-YTD.IDX
*>    (posted by every Payroll-Register run) and writes the annual
*>    wage and tax statement file, Wage-Tax-Statements.Dat, in the
*>    fixed format of wage-tax-statement-record.cpy: one employer
*>    record, one record per employee paid in the year -- taxable
*>    wages, gross, overtime, net, each tax withheld, and each
*>    deduction with its timing -- and one total record.  Alongside
*>    it, wage-tax-statements.txt carries a printed copy for each
*>    employee, one to a page.
*>
*>    The employer's identification number, name and address come
*>    from the one-record Wage-Statement-Employer.Dat; without it
*>    the statements carry the university's name and a blank
*>    number, with a warning, the same convention as the other
*>    optional one-record control files.
*>
*>    The run may be repeated as often as needed before the year is
*>    closed; each run rewrites both outputs whole.
*>
*>  INPUT:
*>    The tax year (console); Employee-YTD.IDX, Employees.IDX,
*>    Wage-Statement-Employer.Dat (optional).
*>
*>  OUTPUT:
*>    Wage-Tax-Statements.Dat, wage-tax-statements.txt;
*>    Job-Run-Status.Dat appended; counts DISPLAYed as a control
*>    total.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT YTD-File  ASSIGN TO "Employee-YTD.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS SEQUENTIAL
       RECORD KEY IS YE-Key
       FILE STATUS IS WS-File-Status.

    SELECT Employee-File  ASSIGN TO "Employees.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS Empl-ID
       FILE STATUS IS WS-File-Status.

    SELECT Employer-Control-File
       ASSIGN TO "Wage-Statement-Employer.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Statement-File  ASSIGN TO "Wage-Tax-Statements.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Statement-Print  ASSIGN TO "wage-tax-statements.txt"
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

FD  Employee-File.
01  Employee-Rec.
    COPY "employee-record.cpy".

FD  Employer-Control-File.
01  Employer-Control-Record.
    02 EC-Employer-ID              PIC X(9).
    02 EC-Employer-Name            PIC X(40).
    02 EC-Employer-Address         PIC X(40).
    02 EC-Employer-City-State-Zip  PIC X(40).

FD  Statement-File
       RECORD CONTAINS 500 CHARACTERS.
01  Statement-Record.
    COPY "wage-tax-statement-record.cpy".

FD  Statement-Print.
01  WTS-Line  PIC X(80).

FD  Run-Status-File.
01  Run-Status-Rec.
    COPY "run-status-record.cpy".

WORKING-STORAGE SECTION.

*> The run-status file gets its own status byte pair: a problem
*> appending to the log should warn, not abort the business run.
01  RS-File-Status  PIC XX  VALUE "00".

01  Year-Answer  PIC X(4)  VALUE SPACES.
01  Year-Answer-Number  REDEFINES Year-Answer  PIC 9(4).

01  YTD-EOF-Flag  PIC X.
    88 YTD-EOF      VALUE '1'.
    88 YTD-EOF-Not  VALUE '0'.

01  Employer-Identity.
    02 EI-Employer-ID              PIC X(9)   VALUE SPACES.
    02 EI-Employer-Name            PIC X(40)
                                   VALUE 'UNIVERSITY OF SCRANTON'.
    02 EI-Employer-Address         PIC X(40)  VALUE SPACES.
    02 EI-Employer-City-State-Zip  PIC X(40)
                                   VALUE 'SCRANTON PA 18510'.

*> One employee's year, gathered from the accumulators: the wage
*> figures, then every tax and deduction with its description for
*> the printed copy.
01  Current-Empl-ID  PIC X(6)  VALUE SPACES.
01  Employee-Year.
    02 EY-Taxable   PIC 9(9)V99.
    02 EY-Gross     PIC 9(9)V99.
    02 EY-Overtime  PIC 9(9)V99.
    02 EY-Net       PIC 9(9)V99.

01  Max-Statement-Items   PIC 9(2)  VALUE 40.
01  Statement-Item-Count  PIC 9(2)  VALUE ZERO.
01  Statement-Item-Table.
    02 Statement-Item  OCCURS 40 TIMES.
       03 SI-Kind         PIC X.
          88 SI-Tax          VALUE 'W'.
       03 SI-Code         PIC X(4).
       03 SI-Description  PIC X(20).
       03 SI-Timing       PIC X.
          88 SI-Before-Tax   VALUE 'B'.
       03 SI-Amount       PIC 9(9)V99.
01  Statement-Item-Index  PIC 9(2).

*> The fixed-format record holds so many of each; any beyond are
*> printed but left off the file, with a warning.
01  Max-File-Taxes       PIC 9(2)  VALUE 10.
01  Max-File-Deductions  PIC 9(2)  VALUE 12.
01  File-Tax-Count       PIC 9(2)  VALUE ZERO.
01  File-Deduction-Count PIC 9(2)  VALUE ZERO.

01  Statement-Totals.
    02 ST-Employees    PIC 9(6)      VALUE ZERO.
    02 ST-Taxable      PIC 9(11)V99  VALUE ZERO.
    02 ST-Gross        PIC 9(11)V99  VALUE ZERO.
    02 ST-Withheld     PIC 9(11)V99  VALUE ZERO.
    02 ST-Deductions   PIC 9(11)V99  VALUE ZERO.
    02 ST-Net          PIC 9(11)V99  VALUE ZERO.
    02 ST-Records-Read PIC 9(6)      VALUE ZERO.
    02 ST-Items-Left-Off PIC 9(5)    VALUE ZERO.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.

01  WTS-Heading-1.
    02 FILLER        PIC X(50)
                     VALUE 'ANNUAL WAGE AND TAX STATEMENT'.
    02 FILLER        PIC X(9)   VALUE 'TAX YEAR '.
    02 WTSH-Year     PIC 9(4).

01  WTS-Employer-Line.
    02 WTSE-Caption  PIC X(10).
    02 WTSE-Text     PIC X(40).
    02 WTSE-ID-Caption  PIC X(9).
    02 WTSE-ID       PIC X(9).

01  WTS-Employee-Line.
    02 FILLER        PIC X(10)  VALUE 'Employee: '.
    02 WTSP-Empl-ID  PIC X(6).
    02 FILLER        PIC X(2)   VALUE SPACES.
    02 WTSP-Last-Name   PIC X(14).
    02 FILLER        PIC X(1)   VALUE SPACES.
    02 WTSP-First-Name  PIC X(10).

01  WTS-Caption-Line.
    02 FILLER        PIC X(2)   VALUE SPACES.
    02 WTSC-Caption  PIC X(40).

01  WTS-Amount-Line.
    02 FILLER        PIC X(4)   VALUE SPACES.
    02 WTSA-Label    PIC X(46).
    02 WTSA-Amount   PIC $$$,$$$,$$9.99.

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Paragraph.
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
    PERFORM Write-Run-Status-Start
    DISPLAY 'Tax year for the statements (YYYY): ' WITH NO ADVANCING
    ACCEPT Year-Answer
    IF Year-Answer IS NOT NUMERIC  OR  Year-Answer-Number = ZERO
       DISPLAY 'Not a tax year -- no statements.'
       MOVE 16 TO RETURN-CODE
       PERFORM Write-Run-Status-End
       STOP RUN
    END-IF

    MOVE "EMPLOYEE-YTD.IDX" TO WS-File-ID
    OPEN INPUT YTD-File
    IF WS-File-Status = "35"
       DISPLAY 'No Employee-YTD.IDX on file -- no statements.'
       PERFORM Write-Run-Status-End
       STOP RUN
    END-IF
    PERFORM Check-File-Status

    PERFORM Read-Employer-Identity
    MOVE "EMPLOYEES.IDX" TO WS-File-ID
    OPEN INPUT Employee-File
    PERFORM Check-File-Status
    MOVE "WAGE-TAX-STATEMENTS.DAT" TO WS-File-ID
    OPEN OUTPUT Statement-File
    PERFORM Check-File-Status
    MOVE "WAGE-TAX-STATEMENTS.TXT" TO WS-File-ID
    OPEN OUTPUT Statement-Print
    PERFORM Check-File-Status

    PERFORM Write-Employer-Record

    MOVE SPACES TO Current-Empl-ID
    SET YTD-EOF-Not TO TRUE
    PERFORM UNTIL YTD-EOF
       READ YTD-File NEXT RECORD
          AT END      SET YTD-EOF TO TRUE
          NOT AT END  IF YE-Tax-Year = Year-Answer-Number
                         PERFORM Take-YTD-Record
                      END-IF
       END-READ
    END-PERFORM
    IF Current-Empl-ID NOT = SPACES
       PERFORM Write-Employee-Statement
    END-IF

    PERFORM Write-Total-Record

    MOVE "EMPLOYEE-YTD.IDX" TO WS-File-ID
    CLOSE YTD-File
    PERFORM Check-File-Status
    MOVE "EMPLOYEES.IDX" TO WS-File-ID
    CLOSE Employee-File
    PERFORM Check-File-Status
    MOVE "WAGE-TAX-STATEMENTS.DAT" TO WS-File-ID
    CLOSE Statement-File
    PERFORM Check-File-Status
    MOVE "WAGE-TAX-STATEMENTS.TXT" TO WS-File-ID
    CLOSE Statement-Print
    PERFORM Check-File-Status

    IF ST-Items-Left-Off > ZERO
       DISPLAY ST-Items-Left-Off ' tax/deduction code(s) beyond '
               'the file layout were printed but left off '
               'Wage-Tax-Statements.Dat'
    END-IF
    DISPLAY 'Wage and tax statements for ' Year-Answer ': '
            ST-Employees ' employee(s), taxable wages ' ST-Taxable
            ', withheld ' ST-Withheld
    PERFORM Write-Run-Status-End
    STOP RUN
    .

COPY "file-status-check.cpy".

*>-----------------------------------------------------------------
*> The shared job-run log: one 'S' record as the run begins, one
*> 'E' record (with counts and return code) as it ends.
*>-----------------------------------------------------------------
Write-Run-Status-Start.
    MOVE 'WAGE-TAX-STATEMENTS' TO RS-Program-Name
    SET RS-Start-Record TO TRUE
    MOVE ZERO TO RS-Records-Processed
                 RS-Records-Rejected
                 RS-Return-Code
    PERFORM Append-Run-Status-Rec
    .

Write-Run-Status-End.
    MOVE 'WAGE-TAX-STATEMENTS' TO RS-Program-Name
    SET RS-End-Record TO TRUE
    MOVE ST-Records-Read TO RS-Records-Processed
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


Read-Employer-Identity.
    MOVE "WAGE-STATEMENT-EMPLOYER.DAT" TO WS-File-ID
    OPEN INPUT Employer-Control-File
    IF WS-File-Status = "35"
       DISPLAY 'No Wage-Statement-Employer.Dat on file -- the '
               'statements carry no employer number.'
    ELSE
       PERFORM Check-File-Status
       READ Employer-Control-File
          AT END      CONTINUE
          NOT AT END  MOVE Employer-Control-Record
                        TO Employer-Identity
       END-READ
       CLOSE Employer-Control-File
       PERFORM Check-File-Status
    END-IF
    .

Write-Employer-Record.
    MOVE SPACES TO Statement-Record
    SET YS-Employer-Record TO TRUE
    MOVE Year-Answer-Number          TO YS-Tax-Year
    MOVE EI-Employer-ID              TO YS-Employer-ID
    MOVE EI-Employer-Name            TO YS-Employer-Name
    MOVE EI-Employer-Address         TO YS-Employer-Address
    MOVE EI-Employer-City-State-Zip  TO YS-Employer-City-State-Zip
    WRITE Statement-Record
    .


*>-----------------------------------------------------------------
*> Employee-YTD.IDX in key order is employee by employee, so a
*> change of Empl-ID is a control break.
*>-----------------------------------------------------------------
Take-YTD-Record.
    ADD 1 TO ST-Records-Read
    IF YE-Empl-ID NOT = Current-Empl-ID
       IF Current-Empl-ID NOT = SPACES
          PERFORM Write-Employee-Statement
       END-IF
       MOVE YE-Empl-ID TO Current-Empl-ID
       MOVE ZERO TO EY-Taxable  EY-Gross  EY-Overtime  EY-Net
                    Statement-Item-Count
    END-IF
    EVALUATE TRUE
       WHEN YE-Gross-Pay      MOVE YE-Year-Amount TO EY-Gross
       WHEN YE-Overtime-Pay   MOVE YE-Year-Amount TO EY-Overtime
       WHEN YE-Taxable-Wages  MOVE YE-Year-Amount TO EY-Taxable
       WHEN YE-Net-Pay        MOVE YE-Year-Amount TO EY-Net
       WHEN YE-Deduction      PERFORM Note-Statement-Item
       WHEN YE-Withholding    PERFORM Note-Statement-Item
       WHEN YE-Leave-Pay      CONTINUE
       WHEN YE-Retro-Pay      CONTINUE
       WHEN YE-Stipend-Pay    CONTINUE
       WHEN OTHER
          DISPLAY 'Unknown year-to-date kind ignored: ' YE-Key
    END-EVALUATE
    .

Note-Statement-Item.
    IF Statement-Item-Count < Max-Statement-Items
       ADD 1 TO Statement-Item-Count
       MOVE YE-Kind        TO SI-Kind (Statement-Item-Count)
       MOVE YE-Code        TO SI-Code (Statement-Item-Count)
       MOVE YE-Description TO SI-Description (Statement-Item-Count)
       MOVE YE-Tax-Timing  TO SI-Timing (Statement-Item-Count)
       MOVE YE-Year-Amount TO SI-Amount (Statement-Item-Count)
    ELSE
       DISPLAY 'More than ' Max-Statement-Items ' codes for '
               YE-Empl-ID ' -- ' YE-Kind YE-Code ' not stated'
    END-IF
    .


*>-----------------------------------------------------------------
*> One employee: the fixed-format record, then the printed copy on
*> a page of its own.
*>-----------------------------------------------------------------
Write-Employee-Statement.
    MOVE Current-Empl-ID TO Empl-ID
    READ Employee-File
       INVALID KEY
          MOVE '*** NOT ON MASTER ***' TO Name
    END-READ

    MOVE SPACES TO Statement-Record
    INITIALIZE YS-Employee-Body
    SET YS-Employee-Record TO TRUE
    MOVE Year-Answer-Number TO YS-Tax-Year
    MOVE Current-Empl-ID    TO YS-Empl-ID
    MOVE Last-Name          TO YS-Last-Name
    MOVE First-Name         TO YS-First-Name
    MOVE EY-Taxable         TO YS-Taxable-Wages
    MOVE EY-Gross           TO YS-Gross-Pay
    MOVE EY-Overtime        TO YS-Overtime-Pay
    MOVE EY-Net             TO YS-Net-Pay
    MOVE ZERO TO File-Tax-Count  File-Deduction-Count
    PERFORM Place-Statement-Item
       VARYING Statement-Item-Index FROM 1 BY 1
       UNTIL Statement-Item-Index > Statement-Item-Count
    WRITE Statement-Record

    ADD 1           TO ST-Employees
    ADD EY-Taxable  TO ST-Taxable
    ADD EY-Gross    TO ST-Gross
    ADD EY-Net      TO ST-Net

    PERFORM Print-Employee-Statement
    .

Place-Statement-Item.
    IF SI-Tax (Statement-Item-Index)
       ADD SI-Amount (Statement-Item-Index) TO ST-Withheld
       IF File-Tax-Count < Max-File-Taxes
          ADD 1 TO File-Tax-Count
          MOVE SI-Code (Statement-Item-Index)
            TO YS-Tax-Code (File-Tax-Count)
          MOVE SI-Amount (Statement-Item-Index)
            TO YS-Tax-Withheld (File-Tax-Count)
       ELSE
          ADD 1 TO ST-Items-Left-Off
       END-IF
    ELSE
       ADD SI-Amount (Statement-Item-Index) TO ST-Deductions
       IF File-Deduction-Count < Max-File-Deductions
          ADD 1 TO File-Deduction-Count
          MOVE SI-Code (Statement-Item-Index)
            TO YS-Deduction-Code (File-Deduction-Count)
          MOVE SI-Timing (Statement-Item-Index)
            TO YS-Deduction-Timing (File-Deduction-Count)
          MOVE SI-Amount (Statement-Item-Index)
            TO YS-Deduction-Amount (File-Deduction-Count)
       ELSE
          ADD 1 TO ST-Items-Left-Off
       END-IF
    END-IF
    .

Print-Employee-Statement.
    MOVE Year-Answer-Number TO WTSH-Year
    WRITE WTS-Line FROM WTS-Heading-1
    MOVE SPACES TO WTS-Line
    WRITE WTS-Line
    MOVE 'Employer: '          TO WTSE-Caption
    MOVE EI-Employer-Name      TO WTSE-Text
    MOVE '  Number '           TO WTSE-ID-Caption
    MOVE EI-Employer-ID        TO WTSE-ID
    WRITE WTS-Line FROM WTS-Employer-Line
    MOVE SPACES                TO WTSE-Caption  WTSE-ID-Caption
                                  WTSE-ID
    MOVE EI-Employer-Address   TO WTSE-Text
    WRITE WTS-Line FROM WTS-Employer-Line
    MOVE EI-Employer-City-State-Zip TO WTSE-Text
    WRITE WTS-Line FROM WTS-Employer-Line
    MOVE SPACES TO WTS-Line
    WRITE WTS-Line
    MOVE Current-Empl-ID TO WTSP-Empl-ID
    MOVE Last-Name       TO WTSP-Last-Name
    MOVE First-Name      TO WTSP-First-Name
    WRITE WTS-Line FROM WTS-Employee-Line
    MOVE SPACES TO WTS-Line
    WRITE WTS-Line

    MOVE 'Wages, tips, other compensation'  TO WTSA-Label
    MOVE EY-Taxable   TO WTSA-Amount
    WRITE WTS-Line FROM WTS-Amount-Line
    MOVE 'Gross pay'                        TO WTSA-Label
    MOVE EY-Gross     TO WTSA-Amount
    WRITE WTS-Line FROM WTS-Amount-Line
    MOVE 'Overtime pay (included in gross)' TO WTSA-Label
    MOVE EY-Overtime  TO WTSA-Amount
    WRITE WTS-Line FROM WTS-Amount-Line
    MOVE 'Net pay'                          TO WTSA-Label
    MOVE EY-Net       TO WTSA-Amount
    WRITE WTS-Line FROM WTS-Amount-Line

    MOVE SPACES TO WTS-Line
    WRITE WTS-Line
    MOVE 'TAXES WITHHELD' TO WTSC-Caption
    WRITE WTS-Line FROM WTS-Caption-Line
    PERFORM Print-Tax-Item
       VARYING Statement-Item-Index FROM 1 BY 1
       UNTIL Statement-Item-Index > Statement-Item-Count
    MOVE SPACES TO WTS-Line
    WRITE WTS-Line
    MOVE 'DEDUCTIONS' TO WTSC-Caption
    WRITE WTS-Line FROM WTS-Caption-Line
    PERFORM Print-Deduction-Item
       VARYING Statement-Item-Index FROM 1 BY 1
       UNTIL Statement-Item-Index > Statement-Item-Count

*>  A form feed between statements, so each employee's page tears
*>  off clean.
    MOVE SPACES TO WTS-Line
    WRITE WTS-Line BEFORE ADVANCING PAGE
    .

Print-Tax-Item.
    IF SI-Tax (Statement-Item-Index)
       PERFORM Print-Statement-Item
    END-IF
    .

Print-Deduction-Item.
    IF NOT SI-Tax (Statement-Item-Index)
       PERFORM Print-Statement-Item
    END-IF
    .

Print-Statement-Item.
    MOVE SPACES TO WTSA-Label
    IF SI-Before-Tax (Statement-Item-Index)
       STRING SI-Code (Statement-Item-Index) '  '
              SI-Description (Statement-Item-Index)
              ' (before tax)'
          DELIMITED BY SIZE INTO WTSA-Label
       END-STRING
    ELSE
       STRING SI-Code (Statement-Item-Index) '  '
              SI-Description (Statement-Item-Index)
          DELIMITED BY SIZE INTO WTSA-Label
       END-STRING
    END-IF
    MOVE SI-Amount (Statement-Item-Index) TO WTSA-Amount
    WRITE WTS-Line FROM WTS-Amount-Line
    .


Write-Total-Record.
    MOVE SPACES TO Statement-Record
    INITIALIZE YS-Total-Body
    SET YS-Total-Record TO TRUE
    MOVE Year-Answer-Number TO YS-Tax-Year
    MOVE ST-Employees       TO YS-Employee-Count
    MOVE ST-Taxable         TO YS-Total-Taxable-Wages
    MOVE ST-Gross           TO YS-Total-Gross-Pay
    MOVE ST-Withheld        TO YS-Total-Withheld
    MOVE ST-Deductions      TO YS-Total-Deductions
    MOVE ST-Net             TO YS-Total-Net-Pay
    WRITE Statement-Record
    .
