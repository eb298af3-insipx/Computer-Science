IDENTIFICATION DIVISION.
PROGRAM-ID.  Payroll-Quarter-Report.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>             modified Oct. 15, 2026 to list leave pay by leave
*>             type among the code totals
*>             modified Oct. 15, 2026 to list retroactive pay among
*>             the code totals
*>             modified Oct. 15, 2026 to list adjunct teaching
*>             stipends among the code totals
*>***************************************************************
*> Program Abstract:
*>    Accounting used to rebuild each quarter's payroll figures
*>    from the printed registers.  Payroll-Register now posts every
*>    employee's pay to Employee-YTD.IDX and appends each run's
*>    register control totals to Payroll-Run-Totals.Dat; this
*>    report, run for a tax year and quarter keyed at the console
*>    (YYYYQ), prints for every employee paid in the year the
*>    quarter's gross, overtime, taxable wages, deductions, taxes,
*>    and net, with the year to date through the quarter beneath,
*>    then the quarter's totals by deduction code and by tax code.
*>
*>    It closes with the tie-out: the accumulators' quarter totals
*>    against the sum of the control totals of every register run
*>    dated in the quarter, figure by figure, and the accumulators'
*>    own cross-foot (gross less deductions and taxes is net).
*>    Anything out of balance is flagged on the report and sets
*>    RETURN-CODE 16, as an Enrollment-Balance-Proof mismatch does.
*>
*>  INPUT:
*>    The tax year and quarter (console); Employee-YTD.IDX,
*>    Payroll-Run-Totals.Dat, Employees.IDX.
*>
*>  OUTPUT:
*>    payroll-quarter-report.txt; Job-Run-Status.Dat appended.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT YTD-File  ASSIGN TO "Employee-YTD.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS SEQUENTIAL
       RECORD KEY IS YE-Key
       FILE STATUS IS WS-File-Status.

    SELECT Run-Totals-File  ASSIGN TO "Payroll-Run-Totals.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Employee-File  ASSIGN TO "Employees.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS Empl-ID
       FILE STATUS IS WS-File-Status.

    SELECT Quarter-Report  ASSIGN TO "payroll-quarter-report.txt"
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

FD  Run-Totals-File.
01  Run-Totals-Record.
    COPY "payroll-run-totals-record.cpy".

FD  Employee-File.
01  Employee-Rec.
    COPY "employee-record.cpy".

FD  Quarter-Report.
01  PQ-Line  PIC X(132).

FD  Run-Status-File.
01  Run-Status-Rec.
    COPY "run-status-record.cpy".

WORKING-STORAGE SECTION.

*> The run-status file gets its own status byte pair: a problem
*> appending to the log should warn, not abort the business run.
01  RS-File-Status  PIC XX  VALUE "00".

01  Quarter-Answer  PIC X(5)  VALUE SPACES.
01  Quarter-Answer-Parts  REDEFINES Quarter-Answer.
    02 QA-Year     PIC 9(4).
    02 QA-Quarter  PIC 9.

01  YTD-EOF-Flag  PIC X.
    88 YTD-EOF      VALUE '1'.
    88 YTD-EOF-Not  VALUE '0'.

01  Run-Totals-EOF-Flag  PIC X.
    88 Run-Totals-EOF      VALUE '1'.
    88 Run-Totals-EOF-Not  VALUE '0'.

01  Balance-Flag  PIC X  VALUE 'Y'.
    88 All-In-Balance   VALUE 'Y'.
    88 Out-Of-Balance   VALUE 'N'.

01  Run-Date-Parts.
    02 RDP-Year   PIC 9(4).
    02 RDP-Month  PIC 9(2).
    02 RDP-Day    PIC 9(2).
01  Run-Quarter   PIC 9  VALUE ZERO.

01  Quarter-Index  PIC 9  VALUE ZERO.

*> One employee's figures: the quarter's and the year to date
*> through it, by kind.
01  Current-Empl-ID  PIC X(6)  VALUE SPACES.
01  Employee-Figures.
    02 EF-Quarter.
       03 EFQ-Gross       PIC 9(7)V99.
       03 EFQ-Overtime    PIC 9(7)V99.
       03 EFQ-Taxable     PIC 9(7)V99.
       03 EFQ-Deductions  PIC 9(7)V99.
       03 EFQ-Taxes       PIC 9(7)V99.
       03 EFQ-Net         PIC 9(7)V99.
    02 EF-To-Date.
       03 EFY-Gross       PIC 9(7)V99.
       03 EFY-Overtime    PIC 9(7)V99.
       03 EFY-Taxable     PIC 9(7)V99.
       03 EFY-Deductions  PIC 9(7)V99.
       03 EFY-Taxes       PIC 9(7)V99.
       03 EFY-Net         PIC 9(7)V99.

01  Record-Quarter-Amount  PIC 9(7)V99  VALUE ZERO.
01  Record-To-Date-Amount  PIC 9(7)V99  VALUE ZERO.

*> The quarter's totals over every employee -- the accumulators'
*> side of the tie-out.
01  Accumulator-Totals.
    02 AT-Employees    PIC 9(5)     VALUE ZERO.
    02 AT-Gross        PIC 9(9)V99  VALUE ZERO.
    02 AT-Overtime     PIC 9(9)V99  VALUE ZERO.
    02 AT-Taxable      PIC 9(9)V99  VALUE ZERO.
    02 AT-Deductions   PIC 9(9)V99  VALUE ZERO.
    02 AT-Taxes        PIC 9(9)V99  VALUE ZERO.
    02 AT-Net          PIC 9(9)V99  VALUE ZERO.

*> The registers' side: every run dated in the quarter.
01  Register-Totals.
    02 RT-Runs         PIC 9(5)     VALUE ZERO.
    02 RT-Employees    PIC 9(7)     VALUE ZERO.
    02 RT-Gross        PIC 9(9)V99  VALUE ZERO.
    02 RT-Overtime     PIC 9(9)V99  VALUE ZERO.
    02 RT-Deductions   PIC 9(9)V99  VALUE ZERO.
    02 RT-Taxes        PIC 9(9)V99  VALUE ZERO.
    02 RT-Net          PIC 9(9)V99  VALUE ZERO.

01  Cross-Foot-Net     PIC S9(9)V99  VALUE ZERO.
01  Tie-Register-Amount     PIC S9(9)V99  VALUE ZERO.
01  Tie-Accumulator-Amount  PIC S9(9)V99  VALUE ZERO.

*> The quarter's totals by deduction and tax code.
01  Max-Code-Totals   PIC 9(3)  VALUE 80.
01  Code-Total-Count  PIC 9(3)  VALUE ZERO.
01  Code-Total-Table.
    02 Code-Total-Entry  OCCURS 80 TIMES.
       03 CT-Kind             PIC X.
       03 CT-Code             PIC X(4).
       03 CT-Description      PIC X(20).
       03 CT-Quarter-Amount   PIC 9(9)V99.
       03 CT-To-Date-Amount   PIC 9(9)V99.
01  Code-Total-Index  PIC 9(3).

01  Code-Found-Flag  PIC X.
    88 Code-Found      VALUE 'Y'.
    88 Code-Not-Found  VALUE 'N'.

01  PQ-Records-Read  PIC 9(6)  VALUE ZERO.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.

01  PQ-Heading-1.
    02 FILLER         PIC X(38)
                      VALUE 'PAYROLL QUARTERLY REPORT -- TAX YEAR '.
    02 PQH-Year       PIC 9(4).
    02 FILLER         PIC X(10)  VALUE ' QUARTER '.
    02 PQH-Quarter    PIC 9.

01  PQ-Heading-2.
    02 FILLER         PIC X(10)  VALUE 'Run date: '.
    02 PQH-Run-Date   PIC 9(8).

01  PQ-Column-Heading.
    02 FILLER  PIC X(34)  VALUE 'EMPL   NAME'.
    02 FILLER  PIC X(42)
               VALUE '        GROSS      OVERTIME       TAXABLE '.
    02 FILLER  PIC X(42)
               VALUE '    DEDUCTIONS         TAXES           NET'.

01  PQ-Employee-Line.
    02 PQE-Empl-ID     PIC X(6).
    02 FILLER          PIC X(2)   VALUE SPACES.
    02 PQE-Name        PIC X(24).
    02 FILLER          PIC X(2)   VALUE SPACES.
    02 PQE-Gross       PIC $$,$$$,$$9.99.
    02 FILLER          PIC X      VALUE SPACE.
    02 PQE-Overtime    PIC $$,$$$,$$9.99.
    02 FILLER          PIC X      VALUE SPACE.
    02 PQE-Taxable     PIC $$,$$$,$$9.99.
    02 FILLER          PIC X      VALUE SPACE.
    02 PQE-Deductions  PIC $$,$$$,$$9.99.
    02 FILLER          PIC X      VALUE SPACE.
    02 PQE-Taxes       PIC $$,$$$,$$9.99.
    02 FILLER          PIC X      VALUE SPACE.
    02 PQE-Net         PIC $$,$$$,$$9.99.

01  PQ-Section-Heading.
    02 PQS-Title  PIC X(60).

01  PQ-Code-Column-Heading.
    02 FILLER  PIC X(41)  VALUE '  KIND       CODE  DESCRIPTION'.
    02 FILLER  PIC X(30)
               VALUE '       QUARTER    YEAR TO DATE'.

01  PQ-Code-Line.
    02 FILLER           PIC X(2)   VALUE SPACES.
    02 PQC-Kind         PIC X(10).
    02 FILLER           PIC X      VALUE SPACE.
    02 PQC-Code         PIC X(4).
    02 FILLER           PIC X(2)   VALUE SPACES.
    02 PQC-Description  PIC X(20).
    02 FILLER           PIC X(2)   VALUE SPACES.
    02 PQC-Quarter      PIC $$$,$$$,$$9.99.
    02 FILLER           PIC X(2)   VALUE SPACES.
    02 PQC-To-Date      PIC $$$,$$$,$$9.99.

01  PQ-Tie-Column-Heading.
    02 FILLER  PIC X(30)  VALUE SPACES.
    02 FILLER  PIC X(46)
       VALUE '     REGISTERS    ACCUMULATORS      DIFFERENCE'.

01  PQ-Tie-Line.
    02 PQT-Label         PIC X(30).
    02 PQT-Register      PIC $$$,$$$,$$9.99.
    02 FILLER            PIC X(2)   VALUE SPACES.
    02 PQT-Accumulator   PIC $$$,$$$,$$9.99.
    02 FILLER            PIC X(2)   VALUE SPACES.
    02 PQT-Difference    PIC -$$,$$$,$$9.99.
    02 FILLER            PIC X(2)   VALUE SPACES.
    02 PQT-Status        PIC X(14).

01  PQ-Count-Line.
    02 PQN-Label   PIC X(30).
    02 PQN-Value   PIC ZZZ,ZZ9.

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Paragraph.
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
    PERFORM Write-Run-Status-Start
    DISPLAY 'Tax year and quarter (YYYYQ): ' WITH NO ADVANCING
    ACCEPT Quarter-Answer
    IF Quarter-Answer IS NOT NUMERIC
          OR QA-Quarter < 1  OR  QA-Quarter > 4
       DISPLAY 'Not a tax year and quarter -- no report.'
       MOVE 16 TO RETURN-CODE
       PERFORM Write-Run-Status-End
       STOP RUN
    END-IF

    MOVE "EMPLOYEES.IDX" TO WS-File-ID
    OPEN INPUT Employee-File
    PERFORM Check-File-Status
    MOVE "PAYROLL-QUARTER-REPORT.TXT" TO WS-File-ID
    OPEN OUTPUT Quarter-Report
    PERFORM Check-File-Status

    MOVE QA-Year    TO PQH-Year
    MOVE QA-Quarter TO PQH-Quarter
    WRITE PQ-Line FROM PQ-Heading-1
    MOVE Todays-Run-Date TO PQH-Run-Date
    WRITE PQ-Line FROM PQ-Heading-2
    MOVE SPACES TO PQ-Line
    WRITE PQ-Line
    WRITE PQ-Line FROM PQ-Column-Heading

    PERFORM Report-Accumulators
    PERFORM Sum-Register-Runs
    PERFORM Write-Code-Totals
    PERFORM Write-Tie-Out

    MOVE "EMPLOYEES.IDX" TO WS-File-ID
    CLOSE Employee-File
    PERFORM Check-File-Status
    MOVE "PAYROLL-QUARTER-REPORT.TXT" TO WS-File-ID
    CLOSE Quarter-Report
    PERFORM Check-File-Status

    IF Out-Of-Balance
       DISPLAY 'Payroll quarter ' Quarter-Answer ' is OUT OF BALANCE '
               'with the registers -- see payroll-quarter-report.txt'
       MOVE 16 TO RETURN-CODE
    ELSE
       DISPLAY 'Payroll quarter ' Quarter-Answer ' in balance: '
               AT-Employees ' employee(s), ' RT-Runs ' run(s)'
    END-IF
    PERFORM Write-Run-Status-End
    STOP RUN
    .

COPY "file-status-check.cpy".

*>-----------------------------------------------------------------
*> The shared job-run log: one 'S' record as the run begins, one
*> 'E' record (with counts and return code) as it ends.
*>-----------------------------------------------------------------
Write-Run-Status-Start.
    MOVE 'PAYROLL-QUARTER-REPORT' TO RS-Program-Name
    SET RS-Start-Record TO TRUE
    MOVE ZERO TO RS-Records-Processed
                 RS-Records-Rejected
                 RS-Return-Code
    PERFORM Append-Run-Status-Rec
    .

Write-Run-Status-End.
    MOVE 'PAYROLL-QUARTER-REPORT' TO RS-Program-Name
    SET RS-End-Record TO TRUE
    MOVE PQ-Records-Read TO RS-Records-Processed
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


*>-----------------------------------------------------------------
*> Employee-YTD.IDX in key order is employee by employee, so a
*> change of Empl-ID is a control break.  Only the requested tax
*> year's records are taken.  No accumulators on file at all is
*> reported as an empty quarter -- the tie-out will say whether
*> that is right.
*>-----------------------------------------------------------------
Report-Accumulators.
    MOVE "EMPLOYEE-YTD.IDX" TO WS-File-ID
    OPEN INPUT YTD-File
    IF WS-File-Status = "35"
       DISPLAY 'No Employee-YTD.IDX on file -- no accumulators.'
    ELSE
       PERFORM Check-File-Status
       MOVE SPACES TO Current-Empl-ID
       SET YTD-EOF-Not TO TRUE
       PERFORM UNTIL YTD-EOF
          READ YTD-File NEXT RECORD
             AT END      SET YTD-EOF TO TRUE
             NOT AT END  IF YE-Tax-Year = QA-Year
                            PERFORM Take-YTD-Record
                         END-IF
          END-READ
       END-PERFORM
       IF Current-Empl-ID NOT = SPACES
          PERFORM Write-Employee-Figures
       END-IF
       CLOSE YTD-File
       PERFORM Check-File-Status
    END-IF
    .

Take-YTD-Record.
    ADD 1 TO PQ-Records-Read
    IF YE-Empl-ID NOT = Current-Empl-ID
       IF Current-Empl-ID NOT = SPACES
          PERFORM Write-Employee-Figures
       END-IF
       MOVE YE-Empl-ID TO Current-Empl-ID
       MOVE ZERO TO EFQ-Gross  EFQ-Overtime  EFQ-Taxable
                    EFQ-Deductions  EFQ-Taxes  EFQ-Net
                    EFY-Gross  EFY-Overtime  EFY-Taxable
                    EFY-Deductions  EFY-Taxes  EFY-Net
    END-IF

    MOVE YE-Quarter-Amount (QA-Quarter) TO Record-Quarter-Amount
    MOVE ZERO TO Record-To-Date-Amount
    PERFORM Add-Quarter-To-Date
       VARYING Quarter-Index FROM 1 BY 1
       UNTIL Quarter-Index > QA-Quarter

    EVALUATE TRUE
       WHEN YE-Gross-Pay
          ADD Record-Quarter-Amount TO EFQ-Gross
          ADD Record-To-Date-Amount TO EFY-Gross
       WHEN YE-Overtime-Pay
          ADD Record-Quarter-Amount TO EFQ-Overtime
          ADD Record-To-Date-Amount TO EFY-Overtime
       WHEN YE-Taxable-Wages
          ADD Record-Quarter-Amount TO EFQ-Taxable
          ADD Record-To-Date-Amount TO EFY-Taxable
       WHEN YE-Deduction
          ADD Record-Quarter-Amount TO EFQ-Deductions
          ADD Record-To-Date-Amount TO EFY-Deductions
          PERFORM Add-Code-Total
       WHEN YE-Withholding
          ADD Record-Quarter-Amount TO EFQ-Taxes
          ADD Record-To-Date-Amount TO EFY-Taxes
          PERFORM Add-Code-Total
       WHEN YE-Net-Pay
          ADD Record-Quarter-Amount TO EFQ-Net
          ADD Record-To-Date-Amount TO EFY-Net
*>     Leave, retro, and stipend pay are already within gross; they
*>     only show by code.
       WHEN YE-Leave-Pay
          PERFORM Add-Code-Total
       WHEN YE-Retro-Pay
          PERFORM Add-Code-Total
       WHEN YE-Stipend-Pay
          PERFORM Add-Code-Total
       WHEN OTHER
          DISPLAY 'Unknown year-to-date kind ignored: ' YE-Key
    END-EVALUATE
    .

Add-Quarter-To-Date.
    ADD YE-Quarter-Amount (Quarter-Index) TO Record-To-Date-Amount
    .

*> An employee paid earlier in the year but not this quarter still
*> prints, with the quarter at zero and the year to date beneath.
Write-Employee-Figures.
    ADD 1 TO AT-Employees
    ADD EFQ-Gross       TO AT-Gross
    ADD EFQ-Overtime    TO AT-Overtime
    ADD EFQ-Taxable     TO AT-Taxable
    ADD EFQ-Deductions  TO AT-Deductions
    ADD EFQ-Taxes       TO AT-Taxes
    ADD EFQ-Net         TO AT-Net

    MOVE Current-Empl-ID TO Empl-ID
    READ Employee-File
       INVALID KEY  MOVE '*** NOT ON MASTER ***' TO Name
    END-READ
    MOVE Current-Empl-ID  TO PQE-Empl-ID
    MOVE Name             TO PQE-Name
    MOVE EFQ-Gross        TO PQE-Gross
    MOVE EFQ-Overtime     TO PQE-Overtime
    MOVE EFQ-Taxable      TO PQE-Taxable
    MOVE EFQ-Deductions   TO PQE-Deductions
    MOVE EFQ-Taxes        TO PQE-Taxes
    MOVE EFQ-Net          TO PQE-Net
    WRITE PQ-Line FROM PQ-Employee-Line

    MOVE SPACES           TO PQE-Empl-ID
    MOVE '  year to date' TO PQE-Name
    MOVE EFY-Gross        TO PQE-Gross
    MOVE EFY-Overtime     TO PQE-Overtime
    MOVE EFY-Taxable      TO PQE-Taxable
    MOVE EFY-Deductions   TO PQE-Deductions
    MOVE EFY-Taxes        TO PQE-Taxes
    MOVE EFY-Net          TO PQE-Net
    WRITE PQ-Line FROM PQ-Employee-Line
    .

Add-Code-Total.
    SET Code-Not-Found TO TRUE
    PERFORM Search-Code-Totals
       VARYING Code-Total-Index FROM 1 BY 1
       UNTIL Code-Total-Index > Code-Total-Count
          OR Code-Found
    IF Code-Found
       SUBTRACT 1 FROM Code-Total-Index
    ELSE
       IF Code-Total-Count < Max-Code-Totals
          ADD 1 TO Code-Total-Count
          MOVE Code-Total-Count TO Code-Total-Index
          MOVE YE-Kind        TO CT-Kind (Code-Total-Index)
          MOVE YE-Code        TO CT-Code (Code-Total-Index)
          MOVE YE-Description TO CT-Description (Code-Total-Index)
          MOVE ZERO TO CT-Quarter-Amount (Code-Total-Index)
                       CT-To-Date-Amount (Code-Total-Index)
          SET Code-Found TO TRUE
       ELSE
          DISPLAY 'More than ' Max-Code-Totals ' codes -- '
                  YE-Kind YE-Code ' left out of the code totals'
       END-IF
    END-IF
    IF Code-Found
       ADD Record-Quarter-Amount
         TO CT-Quarter-Amount (Code-Total-Index)
       ADD Record-To-Date-Amount
         TO CT-To-Date-Amount (Code-Total-Index)
    END-IF
    .

Search-Code-Totals.
    IF CT-Kind (Code-Total-Index) = YE-Kind
          AND CT-Code (Code-Total-Index) = YE-Code
       SET Code-Found TO TRUE
    END-IF
    .


*>-----------------------------------------------------------------
*> The registers' side of the tie-out: the control totals of every
*> Payroll-Register run whose run date falls in the quarter.
*>-----------------------------------------------------------------
Sum-Register-Runs.
    MOVE "PAYROLL-RUN-TOTALS.DAT" TO WS-File-ID
    OPEN INPUT Run-Totals-File
    IF WS-File-Status = "35"
       DISPLAY 'No Payroll-Run-Totals.Dat on file -- no register '
               'runs to tie to.'
    ELSE
       PERFORM Check-File-Status
       SET Run-Totals-EOF-Not TO TRUE
       PERFORM UNTIL Run-Totals-EOF
          READ Run-Totals-File
             AT END      SET Run-Totals-EOF TO TRUE
             NOT AT END  PERFORM Take-Register-Run
          END-READ
       END-PERFORM
       CLOSE Run-Totals-File
       PERFORM Check-File-Status
    END-IF
    .

Take-Register-Run.
    MOVE PT-Run-Date TO Run-Date-Parts
    COMPUTE Run-Quarter = (RDP-Month + 2) / 3
    IF RDP-Year = QA-Year  AND  Run-Quarter = QA-Quarter
       ADD 1                  TO RT-Runs
       ADD PT-Employees-Paid  TO RT-Employees
       ADD PT-Total-Gross     TO RT-Gross
       ADD PT-Total-Overtime  TO RT-Overtime
       ADD PT-Total-Deducted  TO RT-Deductions
       ADD PT-Total-Taxes     TO RT-Taxes
       ADD PT-Total-Net       TO RT-Net
    END-IF
    .


Write-Code-Totals.
    MOVE SPACES TO PQ-Line
    WRITE PQ-Line
    MOVE 'QUARTER TOTALS BY DEDUCTION, TAX, AND EARNINGS CODE'
      TO PQS-Title
    WRITE PQ-Line FROM PQ-Section-Heading
    WRITE PQ-Line FROM PQ-Code-Column-Heading
    PERFORM Write-One-Code-Total
       VARYING Code-Total-Index FROM 1 BY 1
       UNTIL Code-Total-Index > Code-Total-Count
    .

Write-One-Code-Total.
    EVALUATE CT-Kind (Code-Total-Index)
       WHEN 'D'    MOVE 'DEDUCTION' TO PQC-Kind
       WHEN 'L'    MOVE 'LEAVE PAY' TO PQC-Kind
       WHEN 'R'    MOVE 'RETRO PAY' TO PQC-Kind
       WHEN 'S'    MOVE 'STIPEND'   TO PQC-Kind
       WHEN OTHER  MOVE 'TAX'       TO PQC-Kind
    END-EVALUATE
    MOVE CT-Code (Code-Total-Index)           TO PQC-Code
    MOVE CT-Description (Code-Total-Index)    TO PQC-Description
    MOVE CT-Quarter-Amount (Code-Total-Index) TO PQC-Quarter
    MOVE CT-To-Date-Amount (Code-Total-Index) TO PQC-To-Date
    WRITE PQ-Line FROM PQ-Code-Line
    .


*>-----------------------------------------------------------------
*> The tie-out.  Each figure must agree to the penny with the sum
*> of the registers printed in the quarter, and the accumulators
*> must cross-foot among themselves.
*>-----------------------------------------------------------------
Write-Tie-Out.
    MOVE SPACES TO PQ-Line
    WRITE PQ-Line
    MOVE 'TIE-OUT TO THE PAYROLL REGISTERS' TO PQS-Title
    WRITE PQ-Line FROM PQ-Section-Heading
    MOVE 'Register runs in the quarter' TO PQN-Label
    MOVE RT-Runs                        TO PQN-Value
    WRITE PQ-Line FROM PQ-Count-Line
    MOVE 'Employees paid (all runs)'    TO PQN-Label
    MOVE RT-Employees                   TO PQN-Value
    WRITE PQ-Line FROM PQ-Count-Line
    WRITE PQ-Line FROM PQ-Tie-Column-Heading

    MOVE 'Gross pay'       TO PQT-Label
    MOVE RT-Gross          TO Tie-Register-Amount
    MOVE AT-Gross          TO Tie-Accumulator-Amount
    PERFORM Write-Tie-Line
    MOVE 'Overtime pay'    TO PQT-Label
    MOVE RT-Overtime       TO Tie-Register-Amount
    MOVE AT-Overtime       TO Tie-Accumulator-Amount
    PERFORM Write-Tie-Line
    MOVE 'Deductions'      TO PQT-Label
    MOVE RT-Deductions     TO Tie-Register-Amount
    MOVE AT-Deductions     TO Tie-Accumulator-Amount
    PERFORM Write-Tie-Line
    MOVE 'Taxes withheld'  TO PQT-Label
    MOVE RT-Taxes          TO Tie-Register-Amount
    MOVE AT-Taxes          TO Tie-Accumulator-Amount
    PERFORM Write-Tie-Line
    MOVE 'Net pay'         TO PQT-Label
    MOVE RT-Net            TO Tie-Register-Amount
    MOVE AT-Net            TO Tie-Accumulator-Amount
    PERFORM Write-Tie-Line

*>  The cross-foot has no register side; the net the accumulators
*>  hold stands in for it.
    COMPUTE Cross-Foot-Net = AT-Gross - AT-Deductions - AT-Taxes
    MOVE 'Gross less deductions, taxes' TO PQT-Label
    MOVE AT-Net            TO Tie-Register-Amount
    MOVE Cross-Foot-Net    TO Tie-Accumulator-Amount
    PERFORM Write-Tie-Line
    .

Write-Tie-Line.
    MOVE Tie-Register-Amount    TO PQT-Register
    MOVE Tie-Accumulator-Amount TO PQT-Accumulator
    COMPUTE PQT-Difference
       = Tie-Accumulator-Amount - Tie-Register-Amount
    IF Tie-Accumulator-Amount = Tie-Register-Amount
       MOVE 'IN BALANCE'     TO PQT-Status
    ELSE
       MOVE 'OUT OF BALANCE' TO PQT-Status
       SET Out-Of-Balance TO TRUE
    END-IF
    WRITE PQ-Line FROM PQ-Tie-Line
    .
