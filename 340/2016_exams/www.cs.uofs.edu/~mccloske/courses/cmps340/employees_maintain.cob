AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Aug. 22, 2026.
*>             modified Oct. 15, 2026 to keep each employee's
*>             direct-deposit account on Employee-Bank.IDX: 'B' sets
*>             or changes it (prenote due), 'V' verifies it after
*>             the prenote, 'X' removes it
*>***************************************************************
*> Program Abstract:
*>    Employee-Rec carries Empl-Status with Employee-Active/
*>                        master (built by Departments-Maintain);
*>                        an unknown or inactive combination is
*>                        rejected 'DC'
*>      'B' bank account-- sets or replaces the employee's
*>                        direct-deposit account on Employee-Bank.IDX
*>                        (routing number, account, C checking or
*>                        S savings); a new or changed account is
*>                        prenote due, and Payroll-Register pays by
*>                        check until it is verified.  A routing
*>                        number failing its check digit, a blank
*>                        account, or an unknown account type is
*>                        rejected 'BR'
*>      'V' verify      -- marks an account whose prenote has been
*>                        sent, and not returned by the bank,
*>                        verified; anything else is 'IS'
*>      'X' remove      -- drops the account; the employee is paid by
*>                        check from the next payroll
*>
*>    Any transaction that cannot be applied is copied, with a
*>    two-character reason code, to employee-trans-errors.txt: 'BT'
*>    'KN' no such employee, 'IS' invalid status change (terminating
*>    the terminated, rehiring the active).  Every applied change
*>    writes a timestamped before/after image to the cumulative
*>    employee-audit-trail.txt -- of the Employee-Bank.IDX record for
*>    'B', 'V', and 'X'.
*>
*>  INPUT:
*>    employee-transactions.txt.
*>
*>  OUTPUT:
*>    Employees.IDX and Employee-Bank.IDX updated;
*>    employee-trans-errors.txt;
*>    employee-audit-trail.txt appended; end-of-job counts DISPLAYed.
*>***************************************************************

       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Employee-Bank-File  ASSIGN TO "Employee-Bank.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS EB-Empl-ID
       FILE STATUS IS WS-File-Status.

    SELECT Dept-Class-File  ASSIGN TO "Dept-Class.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       88 EM-Name-Change-Trans  VALUE 'N'.
       88 EM-Grade-Trans        VALUE 'J'.
       88 EM-Placement-Trans    VALUE 'P'.
       88 EM-Bank-Trans         VALUE 'B'.
       88 EM-Verify-Trans       VALUE 'V'.
       88 EM-Bank-Removal-Trans VALUE 'X'.
    02 EM-Empl-ID       PIC X(6).
    02 EM-Employee-Fields.
       03 EM-Last-Name     PIC X(14).
       03 EM-First-Name    PIC X(10).
       03 EM-Hourly-Wage   PIC 999V99.
       03 EM-Hire-Date     PIC X(8).
       03 EM-Job-Grade     PIC X(2).
       03 EM-Dept-Code     PIC X(4).
       03 EM-Job-Class     PIC X(2).
*>  A 'B' transaction carries the account in place of the employee
*>  fields.
    02 EM-Bank-Fields  REDEFINES EM-Employee-Fields.
       03 EM-Bank-Routing       PIC X(9).
       03 EM-Bank-Routing-Digits  REDEFINES EM-Bank-Routing.
          04 EM-Bank-Routing-Digit  PIC 9  OCCURS 9 TIMES.
       03 EM-Bank-Account       PIC X(17).
       03 EM-Bank-Account-Type  PIC X.
          88 EM-Known-Account-Type  VALUES 'C' 'S'.
       03 FILLER                PIC X(18).

*> EM-Err-Reason explains why the transaction in EM-Err-Trans-Image
*> was rejected, using the same two-character reason-code convention
    02 EA-Before-Image   PIC X(52).
    02 EA-After-Image    PIC X(52).

FD  Employee-Bank-File.
01  Employee-Bank-Record.
    COPY "employee-bank-record.cpy".

*> The department/job-class master built by Departments-Maintain.
FD  Dept-Class-File.
01  Dept-Class-Record.
    88 EM-Err-Dept-Class       VALUE 'DC'.
    88 EM-Err-Key-Not-Found    VALUE 'KN'.
    88 EM-Err-Invalid-Status   VALUE 'IS'.
    88 EM-Err-Bad-Bank-Account VALUE 'BR'.

01  Employee-Run-Statistics.
    02 EM-Stat-Hires        PIC 9(5)  VALUE ZERO.
    02 EM-Stat-Name-Changes PIC 9(5)  VALUE ZERO.
    02 EM-Stat-Grade-Changes PIC 9(5) VALUE ZERO.
    02 EM-Stat-Placements   PIC 9(5)  VALUE ZERO.
    02 EM-Stat-Bank-Changes PIC 9(5)  VALUE ZERO.
    02 EM-Stat-Verifications PIC 9(5) VALUE ZERO.
    02 EM-Stat-Bank-Removals PIC 9(5) VALUE ZERO.
    02 EM-Stat-Rejects      PIC 9(5)  VALUE ZERO.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.
01  Dept-Validation-Flag  PIC X  VALUE 'N'.
    88 Dept-Validation-On  VALUE 'Y'.

*> The routing number's check digit: 3-7-1 weights over the nine
*> digits must sum to a multiple of ten.
01  Routing-Check-Sum  PIC 9(3)  VALUE ZERO.

01  Dept-Check-Flag  PIC X.
    88 Dept-Class-OK   VALUE 'Y'.
    88 Dept-Class-Bad  VALUE 'N'.
       OPEN OUTPUT Employee-Audit-File
    END-IF
    PERFORM Check-File-Status
    MOVE "EMPLOYEE-BANK.IDX" TO WS-File-ID
    OPEN I-O Employee-Bank-File
    IF WS-File-Status = "35"
       OPEN OUTPUT Employee-Bank-File
       PERFORM Check-File-Status
       CLOSE Employee-Bank-File
       PERFORM Check-File-Status
       OPEN I-O Employee-Bank-File
    END-IF
    PERFORM Check-File-Status
    OPEN INPUT Dept-Class-File
    IF EM-Dept-File-Status = "00"
       SET Dept-Validation-On TO TRUE
    MOVE "EMPLOYEE-AUDIT-TRAIL.TXT" TO WS-File-ID
    CLOSE Employee-Audit-File
    PERFORM Check-File-Status
    MOVE "EMPLOYEE-BANK.IDX" TO WS-File-ID
    CLOSE Employee-Bank-File
    PERFORM Check-File-Status
    IF Dept-Validation-On
       CLOSE Dept-Class-File
    END-IF
                                 PERFORM Process-Grade-Change
       WHEN EM-Placement-Trans   ADD 1 TO EM-Stat-Placements
                                 PERFORM Process-Placement
       WHEN EM-Bank-Trans        ADD 1 TO EM-Stat-Bank-Changes
                                 PERFORM Process-Bank-Account
       WHEN EM-Verify-Trans      ADD 1 TO EM-Stat-Verifications
                                 PERFORM Process-Bank-Verify
       WHEN EM-Bank-Removal-Trans
                                 ADD 1 TO EM-Stat-Bank-Removals
                                 PERFORM Process-Bank-Removal
       WHEN OTHER
          SET EM-Err-Bad-Trans-Type TO TRUE
          PERFORM Write-Invalid-Employee-Trans
    END-IF
    .

*>-----------------------------------------------------------------
*> Sets or replaces the direct-deposit account.  The employee must
*> be on the master, the routing number must pass its check digit,
*> and the account must be there with a known type.  Any new or
*> changed account starts the prenote cycle over; re-keying the
*> account already on file changes nothing.
*>-----------------------------------------------------------------
Process-Bank-Account.
    MOVE EM-Empl-ID TO Empl-ID
    READ Employee-Master-File
       INVALID KEY      SET EM-Err-Key-Not-Found TO TRUE
                        PERFORM Write-Invalid-Employee-Trans
       NOT INVALID KEY  PERFORM Check-Bank-Account
    END-READ
    .

Check-Bank-Account.
    MOVE ZERO TO Routing-Check-Sum
    IF EM-Bank-Routing IS NUMERIC
       COMPUTE Routing-Check-Sum
          = 3 * (EM-Bank-Routing-Digit (1) + EM-Bank-Routing-Digit (4)
                 + EM-Bank-Routing-Digit (7))
          + 7 * (EM-Bank-Routing-Digit (2) + EM-Bank-Routing-Digit (5)
                 + EM-Bank-Routing-Digit (8))
          + EM-Bank-Routing-Digit (3) + EM-Bank-Routing-Digit (6)
          + EM-Bank-Routing-Digit (9)
    END-IF
    IF EM-Bank-Routing IS NOT NUMERIC
          OR EM-Bank-Routing = '000000000'
          OR FUNCTION MOD (Routing-Check-Sum, 10) NOT = ZERO
          OR EM-Bank-Account = SPACES
          OR NOT EM-Known-Account-Type
       SET EM-Err-Bad-Bank-Account TO TRUE
       PERFORM Write-Invalid-Employee-Trans
    ELSE
       MOVE EM-Empl-ID TO EB-Empl-ID
       READ Employee-Bank-File
          INVALID KEY      PERFORM Add-Bank-Account
          NOT INVALID KEY  PERFORM Change-Bank-Account
       END-READ
    END-IF
    .

Add-Bank-Account.
    MOVE EM-Empl-ID           TO EB-Empl-ID
    MOVE EM-Bank-Routing      TO EB-Routing-Number
    MOVE EM-Bank-Account      TO EB-Account-Number
    MOVE EM-Bank-Account-Type TO EB-Account-Type
    SET EB-Prenote-Due        TO TRUE
    MOVE ZERO                 TO EB-Prenote-Date
    MOVE Todays-Run-Date      TO EB-Last-Changed-Date
    WRITE Employee-Bank-Record
       INVALID KEY  DISPLAY 'Program error in maintenance:  '
                            'Should never happen!'
                    PERFORM Check-File-Status
    END-WRITE
    MOVE SPACES TO EA-Before-Image
    MOVE Employee-Bank-Record TO EA-After-Image
    MOVE 'B' TO EA-Trans-Type
    PERFORM Write-Employee-Audit-Rec
    .

Change-Bank-Account.
    IF EB-Routing-Number NOT = EM-Bank-Routing
          OR EB-Account-Number NOT = EM-Bank-Account
          OR EB-Account-Type NOT = EM-Bank-Account-Type
       MOVE Employee-Bank-Record TO EA-Before-Image
       MOVE EM-Bank-Routing      TO EB-Routing-Number
       MOVE EM-Bank-Account      TO EB-Account-Number
       MOVE EM-Bank-Account-Type TO EB-Account-Type
       SET EB-Prenote-Due        TO TRUE
       MOVE ZERO                 TO EB-Prenote-Date
       MOVE Todays-Run-Date      TO EB-Last-Changed-Date
       PERFORM Rewrite-Bank-Record
       MOVE Employee-Bank-Record TO EA-After-Image
       MOVE 'B' TO EA-Trans-Type
       PERFORM Write-Employee-Audit-Rec
    END-IF
    .

*> Only a prenote already sent can be verified: an account whose
*> prenote has not gone to the bank has proved nothing yet.
Process-Bank-Verify.
    MOVE EM-Empl-ID TO EB-Empl-ID
    READ Employee-Bank-File
       INVALID KEY
          SET EM-Err-Key-Not-Found TO TRUE
          PERFORM Write-Invalid-Employee-Trans
       NOT INVALID KEY
          IF NOT EB-Prenote-Sent
             SET EM-Err-Invalid-Status TO TRUE
             PERFORM Write-Invalid-Employee-Trans
          ELSE
             MOVE Employee-Bank-Record TO EA-Before-Image
             SET EB-Verified      TO TRUE
             MOVE Todays-Run-Date TO EB-Last-Changed-Date
             PERFORM Rewrite-Bank-Record
             MOVE Employee-Bank-Record TO EA-After-Image
             MOVE 'V' TO EA-Trans-Type
             PERFORM Write-Employee-Audit-Rec
          END-IF
    END-READ
    .

Process-Bank-Removal.
    MOVE EM-Empl-ID TO EB-Empl-ID
    READ Employee-Bank-File
       INVALID KEY
          SET EM-Err-Key-Not-Found TO TRUE
          PERFORM Write-Invalid-Employee-Trans
       NOT INVALID KEY
          MOVE Employee-Bank-Record TO EA-Before-Image
          DELETE Employee-Bank-File
             INVALID KEY  DISPLAY 'Program error in maintenance:  '
                                  'Should never happen!'
                          PERFORM Check-File-Status
          END-DELETE
          MOVE SPACES TO EA-After-Image
          MOVE 'X' TO EA-Trans-Type
          PERFORM Write-Employee-Audit-Rec
    END-READ
    .

Rewrite-Bank-Record.
    REWRITE Employee-Bank-Record
       INVALID KEY  DISPLAY 'Program error in maintenance:  '
                            'Should never happen!'
                    PERFORM Check-File-Status
    END-REWRITE
    .

Write-Employee-Audit-Rec.
    MOVE EM-Empl-ID      TO EA-Empl-ID
    MOVE Todays-Run-Date TO EA-Date
    ACCEPT EA-Time FROM TIME
    WRITE Employee-Audit-Rec
    DISPLAY '  Name changes processed: ' EM-Stat-Name-Changes
    DISPLAY '  Grade/date   processed: ' EM-Stat-Grade-Changes
    DISPLAY '  Placements   processed: ' EM-Stat-Placements
    DISPLAY '  Bank accounts processed: ' EM-Stat-Bank-Changes
    DISPLAY '  Verifications processed: ' EM-Stat-Verifications
    DISPLAY '  Bank removals processed: ' EM-Stat-Bank-Removals
    DISPLAY '  Transactions rejected:  ' EM-Stat-Rejects
    .
