IDENTIFICATION DIVISION.
PROGRAM-ID.  Access-Exception-Report.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>***************************************************************
*> Program Abstract:
*>    The weekly access-exception report for the auditors.  Reads
*>    the cumulative Operator-Access-Log.Dat that Operator-Sign-On
*>    appends to, and for the seven days ending on the run date
*>    lists every event other than a good sign-on -- bad passwords,
*>    unknown operator IDs, lockouts, denied sign-ons, refused
*>    functions and operator-master changes -- in the order they
*>    happened.  It then gives, per operator ID, a count of each
*>    kind of exception (and of good sign-ons, for scale), and lists
*>    every account on Operators.IDX currently locked.
*>
*>  INPUT:
*>    Operator-Access-Log.Dat, Operators.IDX.  Either may be absent
*>    (no sign-on has happened yet); the report says so.
*>
*>  OUTPUT:
*>    Access-Exception.Rpt; counts DISPLAYed as control totals.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Access-Log-File  ASSIGN TO "Operator-Access-Log.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Operator-Master-File  ASSIGN TO "Operators.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS SEQUENTIAL
       RECORD KEY IS OP-Operator-ID
       FILE STATUS IS WS-File-Status.

    SELECT Exception-Report  ASSIGN TO "Access-Exception.Rpt"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Run-Status-File  ASSIGN TO "Job-Run-Status.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS RS-File-Status.

DATA DIVISION.

FILE SECTION.

FD  Access-Log-File.
01  Access-Log-Rec.
    COPY "access-log-record.cpy".

FD  Operator-Master-File.
01  Operator-Master-Record.
    COPY "operator-record.cpy".

FD  Exception-Report.
01  AX-Report-Line  PIC X(80).

FD  Run-Status-File.
01  Run-Status-Rec.
    COPY "run-status-record.cpy".

WORKING-STORAGE SECTION.

*> The run-status file gets its own status byte pair: a problem
*> appending to the log should warn, not abort the business run.
01  RS-File-Status  PIC XX  VALUE "00".

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.
01  Week-Start-Date  PIC 9(8)  VALUE ZERO.
01  Days-In-Week     PIC 9     VALUE 7.

01  Log-EOF-Flag  PIC X.
    88 Log-EOF      VALUE '1'.
    88 Log-EOF-Not  VALUE '0'.

01  Operator-EOF-Flag  PIC X.
    88 Operator-EOF      VALUE '1'.
    88 Operator-EOF-Not  VALUE '0'.

01  Log-Present-Flag  PIC X  VALUE 'Y'.
    88 Log-Present      VALUE 'Y'.
    88 Log-Absent       VALUE 'N'.

*> One row per operator ID seen in the week, in the order first
*> seen, with a count per event code.
01  Max-Operators-Seen   PIC 9(3)  VALUE 500.
01  Operators-Seen-Count PIC 9(3)  VALUE ZERO.
01  Operator-Table.
    02 Operator-Seen  OCCURS 0 TO 500 TIMES
                      DEPENDING ON Operators-Seen-Count.
       03 OT-Operator-ID    PIC X(6).
       03 OT-Sign-Ons       PIC 9(4).
       03 OT-Bad-Passwords  PIC 9(4).
       03 OT-Unknown-IDs    PIC 9(4).
       03 OT-Lockouts       PIC 9(4).
       03 OT-Denials        PIC 9(4).
       03 OT-Refusals       PIC 9(4).
       03 OT-Maintenance    PIC 9(4).
01  Operator-Index  PIC 9(3).
01  Search-Index    PIC 9(3).

01  Operator-Found-Flag  PIC X.
    88 Operator-Found      VALUE 'Y'.
    88 Operator-Not-Found  VALUE 'N'.

01  Table-Overflow-Flag  PIC X  VALUE 'N'.
    88 Operator-Table-Overflowed  VALUE 'Y'.

01  Exception-Totals.
    02 AX-Log-Records-Read   PIC 9(6)  VALUE ZERO.
    02 AX-Week-Events        PIC 9(6)  VALUE ZERO.
    02 AX-Exceptions-Listed  PIC 9(6)  VALUE ZERO.
    02 AX-Locked-Accounts    PIC 9(4)  VALUE ZERO.

01  AX-Heading-1.
    02 FILLER  PIC X(30)  VALUE 'ACCESS EXCEPTION REPORT'.
    02 FILLER  PIC X(10)  VALUE 'WEEK OF '.
    02 AXH-Week-Start  PIC 9(8).
    02 FILLER  PIC X(6)   VALUE ' THRU '.
    02 AXH-Week-End    PIC 9(8).

01  AX-Column-Heading.
    02 FILLER  PIC X(80)  VALUE
       'DATE     TIME     OPER   EVENT           PROGRAM / FUNCTION'.

01  AX-Detail-Line.
    02 AXD-Date         PIC 9(8).
    02 FILLER           PIC X  VALUE SPACE.
    02 AXD-Time         PIC 9(8).
    02 FILLER           PIC X  VALUE SPACE.
    02 AXD-Operator-ID  PIC X(6).
    02 FILLER           PIC X  VALUE SPACE.
    02 AXD-Event        PIC X(15).
    02 FILLER           PIC X  VALUE SPACE.
    02 AXD-Program      PIC X(20).
    02 FILLER           PIC X  VALUE SPACE.
    02 AXD-Function     PIC X(18).

01  AX-Summary-Heading.
    02 FILLER  PIC X(80)  VALUE
       'OPER   SIGN-ONS  BAD-PW  UNKNOWN  LOCKOUT  DENIED  REFUSED  MAINT'.

01  AX-Summary-Line.
    02 AXS-Operator-ID  PIC X(6).
    02 FILLER           PIC X(5)  VALUE SPACES.
    02 AXS-Sign-Ons     PIC ZZZ9.
    02 FILLER           PIC X(4)  VALUE SPACES.
    02 AXS-Bad-Pw       PIC ZZZ9.
    02 FILLER           PIC X(5)  VALUE SPACES.
    02 AXS-Unknown      PIC ZZZ9.
    02 FILLER           PIC X(5)  VALUE SPACES.
    02 AXS-Lockouts     PIC ZZZ9.
    02 FILLER           PIC X(4)  VALUE SPACES.
    02 AXS-Denials      PIC ZZZ9.
    02 FILLER           PIC X(5)  VALUE SPACES.
    02 AXS-Refusals     PIC ZZZ9.
    02 FILLER           PIC X(3)  VALUE SPACES.
    02 AXS-Maintenance  PIC ZZZ9.

01  AX-Locked-Heading.
    02 FILLER  PIC X(80)  VALUE
       'OPER   NAME                           LOCKED ON  LAST SIGN-ON'.

01  AX-Locked-Line.
    02 AXL-Operator-ID  PIC X(6).
    02 FILLER           PIC X  VALUE SPACE.
    02 AXL-Name         PIC X(30).
    02 FILLER           PIC X  VALUE SPACE.
    02 AXL-Locked-Date  PIC 9(8).
    02 FILLER           PIC X(3)  VALUE SPACES.
    02 AXL-Last-Sign-On PIC 9(8).

01  AX-Total-Line.
    02 AXT-Label  PIC X(40).
    02 AXT-Count  PIC ZZZ,ZZ9.

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Program.
    PERFORM Write-Run-Status-Start
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
    COMPUTE Week-Start-Date = FUNCTION DATE-OF-INTEGER
       (FUNCTION INTEGER-OF-DATE (Todays-Run-Date) - Days-In-Week + 1)

    MOVE "ACCESS-EXCEPTION.RPT" TO WS-File-ID
    OPEN OUTPUT Exception-Report
    PERFORM Check-File-Status
    MOVE Week-Start-Date TO AXH-Week-Start
    MOVE Todays-Run-Date TO AXH-Week-End
    WRITE AX-Report-Line FROM AX-Heading-1
    MOVE SPACES TO AX-Report-Line
    WRITE AX-Report-Line

    PERFORM List-Week-Exceptions
    PERFORM List-Operator-Summary
    PERFORM List-Locked-Accounts

    MOVE SPACES TO AX-Report-Line
    WRITE AX-Report-Line
    MOVE 'ACCESS-LOG RECORDS READ' TO AXT-Label
    MOVE AX-Log-Records-Read TO AXT-Count
    WRITE AX-Report-Line FROM AX-Total-Line
    MOVE 'EVENTS IN THE WEEK' TO AXT-Label
    MOVE AX-Week-Events TO AXT-Count
    WRITE AX-Report-Line FROM AX-Total-Line
    MOVE 'EXCEPTIONS LISTED' TO AXT-Label
    MOVE AX-Exceptions-Listed TO AXT-Count
    WRITE AX-Report-Line FROM AX-Total-Line
    MOVE 'ACCOUNTS NOW LOCKED' TO AXT-Label
    MOVE AX-Locked-Accounts TO AXT-Count
    WRITE AX-Report-Line FROM AX-Total-Line

    MOVE "ACCESS-EXCEPTION.RPT" TO WS-File-ID
    CLOSE Exception-Report
    PERFORM Check-File-Status

    DISPLAY 'Access exceptions ' Week-Start-Date ' thru '
            Todays-Run-Date ': ' AX-Exceptions-Listed
            ' listed, ' AX-Locked-Accounts ' account(s) locked'
    PERFORM Write-Run-Status-End
    STOP RUN
    .

COPY "file-status-check.cpy".

*>-----------------------------------------------------------------
*> The shared job-run log: one 'S' record as the run begins, one
*> 'E' record (with counts and return code) as it ends.
*>-----------------------------------------------------------------
Write-Run-Status-Start.
    MOVE 'ACCESS-EXCEPTION-REPORT' TO RS-Program-Name
    SET RS-Start-Record TO TRUE
    MOVE ZERO TO RS-Records-Processed
                 RS-Records-Rejected
                 RS-Return-Code
    PERFORM Append-Run-Status-Rec
    .

Write-Run-Status-End.
    MOVE 'ACCESS-EXCEPTION-REPORT' TO RS-Program-Name
    SET RS-End-Record TO TRUE
    MOVE AX-Log-Records-Read TO RS-Records-Processed
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
*> The log is in the order written, which is date/time order, so
*> the detail comes out chronologically without a sort.
*>-----------------------------------------------------------------
List-Week-Exceptions.
    WRITE AX-Report-Line FROM AX-Column-Heading
    MOVE SPACES TO AX-Report-Line
    WRITE AX-Report-Line
    MOVE "OPERATOR-ACCESS-LOG.DAT" TO WS-File-ID
    OPEN INPUT Access-Log-File
    IF WS-File-Status = "35"
       SET Log-Absent TO TRUE
       MOVE 'NO ACCESS LOG ON FILE -- NO SIGN-ON HAS BEEN RECORDED.'
          TO AX-Report-Line
       WRITE AX-Report-Line
    ELSE
       PERFORM Check-File-Status
       SET Log-EOF-Not TO TRUE
       PERFORM Read-Access-Log-Rec
       PERFORM UNTIL Log-EOF
          IF AL-Date >= Week-Start-Date
             AND AL-Date <= Todays-Run-Date
             PERFORM Tally-Week-Event
          END-IF
          PERFORM Read-Access-Log-Rec
       END-PERFORM
       MOVE "OPERATOR-ACCESS-LOG.DAT" TO WS-File-ID
       CLOSE Access-Log-File
       PERFORM Check-File-Status
       IF AX-Exceptions-Listed = ZERO
          MOVE 'NO ACCESS EXCEPTIONS THIS WEEK.' TO AX-Report-Line
          WRITE AX-Report-Line
       END-IF
    END-IF
    .

Read-Access-Log-Rec.
    READ Access-Log-File
       AT END      SET Log-EOF TO TRUE
       NOT AT END  ADD 1 TO AX-Log-Records-Read
    END-READ
    .

Tally-Week-Event.
    ADD 1 TO AX-Week-Events
    PERFORM Find-Operator-Row
    IF Operator-Found
       EVALUATE TRUE
          WHEN AL-Signed-On
             ADD 1 TO OT-Sign-Ons (Operator-Index)
          WHEN AL-Bad-Password
             ADD 1 TO OT-Bad-Passwords (Operator-Index)
          WHEN AL-Unknown-Operator
             ADD 1 TO OT-Unknown-IDs (Operator-Index)
          WHEN AL-Locked-Out
             ADD 1 TO OT-Lockouts (Operator-Index)
          WHEN AL-Sign-On-Denied
             ADD 1 TO OT-Denials (Operator-Index)
          WHEN AL-Refused
             ADD 1 TO OT-Refusals (Operator-Index)
          WHEN AL-Maintained
             ADD 1 TO OT-Maintenance (Operator-Index)
       END-EVALUATE
    END-IF
    IF NOT AL-Signed-On
       PERFORM List-Exception-Event
    END-IF
    .

List-Exception-Event.
    ADD 1 TO AX-Exceptions-Listed
    MOVE AL-Date          TO AXD-Date
    MOVE AL-Time          TO AXD-Time
    MOVE AL-Operator-ID   TO AXD-Operator-ID
    MOVE AL-Program-Name  TO AXD-Program
    MOVE AL-Function      TO AXD-Function
    EVALUATE TRUE
       WHEN AL-Bad-Password      MOVE 'BAD PASSWORD'    TO AXD-Event
       WHEN AL-Unknown-Operator  MOVE 'UNKNOWN ID'      TO AXD-Event
       WHEN AL-Locked-Out        MOVE 'LOCKED OUT'      TO AXD-Event
       WHEN AL-Sign-On-Denied    MOVE 'SIGN-ON DENIED'  TO AXD-Event
       WHEN AL-Refused           MOVE 'ROLE REFUSED'    TO AXD-Event
       WHEN AL-Maintained        MOVE 'MASTER CHANGED'  TO AXD-Event
       WHEN OTHER                MOVE 'UNKNOWN EVENT'   TO AXD-Event
    END-EVALUATE
    WRITE AX-Report-Line FROM AX-Detail-Line
    .

*>-----------------------------------------------------------------
*> Finds (or adds) the row for AL-Operator-ID.  Past the table's
*> limit the event is still listed in the detail, just not counted.
*>-----------------------------------------------------------------
Find-Operator-Row.
    SET Operator-Not-Found TO TRUE
    PERFORM Match-Operator-Row
       VARYING Search-Index FROM 1 BY 1
       UNTIL Search-Index > Operators-Seen-Count
          OR Operator-Found
    IF Operator-Not-Found
       IF Operators-Seen-Count < Max-Operators-Seen
          ADD 1 TO Operators-Seen-Count
          MOVE Operators-Seen-Count TO Operator-Index
          MOVE AL-Operator-ID TO OT-Operator-ID (Operator-Index)
          MOVE ZERO TO OT-Sign-Ons (Operator-Index)
                       OT-Bad-Passwords (Operator-Index)
                       OT-Unknown-IDs (Operator-Index)
                       OT-Lockouts (Operator-Index)
                       OT-Denials (Operator-Index)
                       OT-Refusals (Operator-Index)
                       OT-Maintenance (Operator-Index)
          SET Operator-Found TO TRUE
       ELSE
          IF NOT Operator-Table-Overflowed
             DISPLAY 'More than ' Max-Operators-Seen ' operator IDs '
                     'in the week -- summary is incomplete.'
             SET Operator-Table-Overflowed TO TRUE
          END-IF
       END-IF
    END-IF
    .

Match-Operator-Row.
    IF OT-Operator-ID (Search-Index) = AL-Operator-ID
       MOVE Search-Index TO Operator-Index
       SET Operator-Found TO TRUE
    END-IF
    .


List-Operator-Summary.
    MOVE SPACES TO AX-Report-Line
    WRITE AX-Report-Line
    MOVE 'EVENTS BY OPERATOR ID' TO AX-Report-Line
    WRITE AX-Report-Line
    WRITE AX-Report-Line FROM AX-Summary-Heading
    IF Operators-Seen-Count = ZERO
       MOVE 'NO SIGN-ON ACTIVITY THIS WEEK.' TO AX-Report-Line
       WRITE AX-Report-Line
    ELSE
       PERFORM List-One-Operator
          VARYING Operator-Index FROM 1 BY 1
          UNTIL Operator-Index > Operators-Seen-Count
    END-IF
    .

List-One-Operator.
    MOVE OT-Operator-ID (Operator-Index)   TO AXS-Operator-ID
    MOVE OT-Sign-Ons (Operator-Index)      TO AXS-Sign-Ons
    MOVE OT-Bad-Passwords (Operator-Index) TO AXS-Bad-Pw
    MOVE OT-Unknown-IDs (Operator-Index)   TO AXS-Unknown
    MOVE OT-Lockouts (Operator-Index)      TO AXS-Lockouts
    MOVE OT-Denials (Operator-Index)       TO AXS-Denials
    MOVE OT-Refusals (Operator-Index)      TO AXS-Refusals
    MOVE OT-Maintenance (Operator-Index)   TO AXS-Maintenance
    WRITE AX-Report-Line FROM AX-Summary-Line
    .


List-Locked-Accounts.
    MOVE SPACES TO AX-Report-Line
    WRITE AX-Report-Line
    MOVE 'ACCOUNTS CURRENTLY LOCKED' TO AX-Report-Line
    WRITE AX-Report-Line
    WRITE AX-Report-Line FROM AX-Locked-Heading
    MOVE "OPERATORS.IDX" TO WS-File-ID
    OPEN INPUT Operator-Master-File
    IF WS-File-Status = "35"
       MOVE 'NO OPERATOR MASTER ON FILE.' TO AX-Report-Line
       WRITE AX-Report-Line
    ELSE
       PERFORM Check-File-Status
       SET Operator-EOF-Not TO TRUE
       PERFORM UNTIL Operator-EOF
          READ Operator-Master-File NEXT RECORD
             AT END      SET Operator-EOF TO TRUE
             NOT AT END  IF OP-Locked
                            PERFORM List-Locked-Account
                         END-IF
          END-READ
       END-PERFORM
       MOVE "OPERATORS.IDX" TO WS-File-ID
       CLOSE Operator-Master-File
       PERFORM Check-File-Status
       IF AX-Locked-Accounts = ZERO
          MOVE 'NO ACCOUNTS LOCKED.' TO AX-Report-Line
          WRITE AX-Report-Line
       END-IF
    END-IF
    .

List-Locked-Account.
    ADD 1 TO AX-Locked-Accounts
    MOVE OP-Operator-ID        TO AXL-Operator-ID
    MOVE OP-Operator-Name      TO AXL-Name
    MOVE OP-Locked-Date        TO AXL-Locked-Date
    MOVE OP-Last-Sign-On-Date  TO AXL-Last-Sign-On
    WRITE AX-Report-Line FROM AX-Locked-Line
    .
