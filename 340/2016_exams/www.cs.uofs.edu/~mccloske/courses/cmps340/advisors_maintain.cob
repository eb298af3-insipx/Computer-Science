IDENTIFICATION DIVISION.
PROGRAM-ID.  Advisors-Maintain.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>***************************************************************
*> Program Abstract:
*>    Nothing on file said which faculty member advises whom.  This
*>    program creates and maintains Advisor-Assignments.IDX (layout
*>    in advisor-assignment-record.cpy: one record per advised
*>    student) from a batch transaction file, in the same mold as
*>    Student-Holds-Maintain:
*>
*>      'A' assigns a student an advisor;
*>      'C' moves the student to a different advisor (the
*>          student's sign-off history stays with the record);
*>      'D' removes the assignment.
*>
*>    The student must be on Students.IDX, and the advisor an
*>    active instructor on Instructors.IDX.  Advisee-List-Report
*>    prints each advisor's advisees; Advising-Sign-Off-Entry lets
*>    only a student's own advisor release the 'AD' hold that
*>    Advising-Hold-Placement places.  On the very first run
*>    Advisor-Assignments.IDX does not exist yet and is created
*>    empty before the transactions are applied.
*>
*>    Any transaction that cannot be applied is copied, along with
*>    a two-character reason code, to Advisor-Trans-Errors.Dat.
*>
*>  INPUT:
*>    Advisor-Transactions.Dat, Students.IDX, Instructors.IDX.
*>
*>  OUTPUT:
*>    Advisor-Assignments.IDX created/updated;
*>    Advisor-Trans-Errors.Dat; end-of-job transaction counts
*>    DISPLAYed as a control total.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Advisor-Assignment-File  ASSIGN TO "Advisor-Assignments.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS AA-Student-ID
       ALTERNATE RECORD KEY IS AA-Advisor-ID WITH DUPLICATES
       FILE STATUS IS WS-File-Status.

    SELECT Advisor-Trans-File  ASSIGN TO "Advisor-Transactions.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Advisor-Trans-Error-File  ASSIGN TO "Advisor-Trans-Errors.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Student-Master-File  ASSIGN TO "Students.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS Student-Master-ID
       FILE STATUS IS WS-File-Status.

    SELECT Instructor-Master-File  ASSIGN TO "Instructors.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS Instructor-Master-ID
       FILE STATUS IS WS-File-Status.

DATA DIVISION.

FILE SECTION.

FD  Advisor-Assignment-File.
01  Advisor-Assignment-Record.
    COPY "advisor-assignment-record.cpy".

FD  Advisor-Trans-File
       RECORD CONTAINS 16 CHARACTERS.
01  Advisor-Trans-Rec.
    02 AV-Trans-Type  PIC X.
       88 AV-Assign-Trans  VALUE 'A'.
       88 AV-Change-Trans  VALUE 'C'.
       88 AV-Delete-Trans  VALUE 'D'.
    02 AV-Student-ID  PIC X(9).
    02 AV-Advisor-ID  PIC X(6).

*> AV-Err-Reason explains why the transaction in AV-Err-Trans-Image
*> was rejected, using the same two-character reason-code
*> convention as Courses-Interact's suspense file.
FD  Advisor-Trans-Error-File.
01  AV-Err-Trans-Rec.
    02 AV-Err-Trans-Image  PIC X(16).
    02 AV-Err-Reason       PIC X(2).

FD  Student-Master-File.
01  Student-Master-Record.
    COPY "student-record.cpy".

FD  Instructor-Master-File.
01  Instructor-Master-Record.
    COPY "instructor-record.cpy".

WORKING-STORAGE SECTION.

01  AV-Trans-EOF-Flag  PIC X.
    88 AV-Trans-EOF      VALUE '1'.
    88 AV-Trans-EOF-Not  VALUE '0'.

01  AV-Fields-Flag  PIC X.
    88 AV-Fields-OK   VALUE 'Y'.
    88 AV-Fields-Bad  VALUE 'N'.

01  AV-Err-Reason-Code  PIC X(2).
    88 AV-Err-Bad-Trans-Type     VALUE 'BT'.
    88 AV-Err-Duplicate-Key      VALUE 'DK'.
    88 AV-Err-Key-Not-Found      VALUE 'KN'.
    88 AV-Err-Student-Unknown    VALUE 'SU'.
    88 AV-Err-Instructor-Unknown VALUE 'IU'.

01  Advisor-Run-Statistics.
    02 AV-Stat-Assigns  PIC 9(5)  VALUE ZERO.
    02 AV-Stat-Changes  PIC 9(5)  VALUE ZERO.
    02 AV-Stat-Deletes  PIC 9(5)  VALUE ZERO.
    02 AV-Stat-Rejects  PIC 9(5)  VALUE ZERO.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Paragraph.
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
*>  Status 35 on the I-O OPEN means Advisor-Assignments.IDX does
*>  not exist yet (the very first run); it is created empty and
*>  opened again, so the initial assignments are just a batch of
*>  'A' transactions.
    MOVE "ADVISOR-ASSIGNMENTS.IDX" TO WS-File-ID
    OPEN I-O Advisor-Assignment-File
    IF WS-File-Status = "35"
       OPEN OUTPUT Advisor-Assignment-File
       PERFORM Check-File-Status
       CLOSE Advisor-Assignment-File
       PERFORM Check-File-Status
       OPEN I-O Advisor-Assignment-File
    END-IF
    PERFORM Check-File-Status
    MOVE "ADVISOR-TRANSACTIONS.DAT" TO WS-File-ID
    OPEN INPUT Advisor-Trans-File
    PERFORM Check-File-Status
    MOVE "ADVISOR-TRANS-ERRORS.DAT" TO WS-File-ID
    OPEN OUTPUT Advisor-Trans-Error-File
    PERFORM Check-File-Status
    MOVE "STUDENTS.IDX" TO WS-File-ID
    OPEN INPUT Student-Master-File
    PERFORM Check-File-Status
    MOVE "INSTRUCTORS.IDX" TO WS-File-ID
    OPEN INPUT Instructor-Master-File
    PERFORM Check-File-Status

    SET AV-Trans-EOF-Not TO TRUE
    PERFORM Read-Advisor-Trans
    PERFORM Process-Advisor-Transaction
       UNTIL AV-Trans-EOF

    DISPLAY 'End-of-job advisor assignment statistics:'
    DISPLAY '  Advisors assigned:     ' AV-Stat-Assigns
    DISPLAY '  Advisors changed:      ' AV-Stat-Changes
    DISPLAY '  Assignments removed:   ' AV-Stat-Deletes
    DISPLAY '  Transactions rejected: ' AV-Stat-Rejects

    MOVE "ADVISOR-ASSIGNMENTS.IDX" TO WS-File-ID
    CLOSE Advisor-Assignment-File
    PERFORM Check-File-Status
    MOVE "ADVISOR-TRANSACTIONS.DAT" TO WS-File-ID
    CLOSE Advisor-Trans-File
    PERFORM Check-File-Status
    MOVE "ADVISOR-TRANS-ERRORS.DAT" TO WS-File-ID
    CLOSE Advisor-Trans-Error-File
    PERFORM Check-File-Status
    MOVE "STUDENTS.IDX" TO WS-File-ID
    CLOSE Student-Master-File
    PERFORM Check-File-Status
    MOVE "INSTRUCTORS.IDX" TO WS-File-ID
    CLOSE Instructor-Master-File
    PERFORM Check-File-Status
    STOP RUN
    .

COPY "file-status-check.cpy".


Read-Advisor-Trans.
    READ Advisor-Trans-File
       AT END  SET AV-Trans-EOF TO TRUE
    END-READ
    .

Process-Advisor-Transaction.
    EVALUATE TRUE
       WHEN AV-Assign-Trans  ADD 1 TO AV-Stat-Assigns
                             PERFORM Process-Advisor-Assign
       WHEN AV-Change-Trans  ADD 1 TO AV-Stat-Changes
                             PERFORM Process-Advisor-Change
       WHEN AV-Delete-Trans  ADD 1 TO AV-Stat-Deletes
                             PERFORM Process-Advisor-Delete
       WHEN OTHER
          SET AV-Err-Bad-Trans-Type TO TRUE
          PERFORM Write-Invalid-Advisor-Trans
    END-EVALUATE
    PERFORM Read-Advisor-Trans
    .


*>-----------------------------------------------------------------
*> Assigns an advisor to a student who has none.  A student who
*> already has one is a 'DK' reject -- moving a student is a 'C'.
*>-----------------------------------------------------------------
Process-Advisor-Assign.
    SET AV-Fields-OK TO TRUE
    PERFORM Check-Student-On-File
    IF AV-Fields-OK
       PERFORM Check-Advisor-Active
    END-IF
    IF AV-Fields-Bad
       PERFORM Write-Invalid-Advisor-Trans
    ELSE
       MOVE AV-Student-ID   TO AA-Student-ID
       MOVE AV-Advisor-ID   TO AA-Advisor-ID
       MOVE Todays-Run-Date TO AA-Date-Assigned
       MOVE SPACES          TO AA-Sign-Off-Term
       MOVE ZERO            TO AA-Sign-Off-Date
       WRITE Advisor-Assignment-Record
          INVALID KEY  SET AV-Err-Duplicate-Key TO TRUE
                       PERFORM Write-Invalid-Advisor-Trans
       END-WRITE
    END-IF
    .

Check-Student-On-File.
    MOVE AV-Student-ID TO Student-Master-ID
    READ Student-Master-File
       INVALID KEY  SET AV-Fields-Bad TO TRUE
                    SET AV-Err-Student-Unknown TO TRUE
    END-READ
    .

Check-Advisor-Active.
    MOVE AV-Advisor-ID TO Instructor-Master-ID
    READ Instructor-Master-File
       INVALID KEY
          SET AV-Fields-Bad TO TRUE
          SET AV-Err-Instructor-Unknown TO TRUE
       NOT INVALID KEY
          IF NOT Instructor-Active
             SET AV-Fields-Bad TO TRUE
             SET AV-Err-Instructor-Unknown TO TRUE
          END-IF
    END-READ
    .


Process-Advisor-Change.
    MOVE AV-Student-ID TO AA-Student-ID
    READ Advisor-Assignment-File
       INVALID KEY      SET AV-Err-Key-Not-Found TO TRUE
                        PERFORM Write-Invalid-Advisor-Trans
       NOT INVALID KEY  PERFORM Apply-Advisor-Change
    END-READ
    .

Apply-Advisor-Change.
    SET AV-Fields-OK TO TRUE
    PERFORM Check-Advisor-Active
    IF AV-Fields-Bad
       PERFORM Write-Invalid-Advisor-Trans
    ELSE
       MOVE AV-Advisor-ID   TO AA-Advisor-ID
       MOVE Todays-Run-Date TO AA-Date-Assigned
       REWRITE Advisor-Assignment-Record
          INVALID KEY  DISPLAY 'Program error in Change:  '
                               'Should never happen!'
                       PERFORM Check-File-Status
       END-REWRITE
    END-IF
    .


Process-Advisor-Delete.
    MOVE AV-Student-ID TO AA-Student-ID
    READ Advisor-Assignment-File
       INVALID KEY      SET AV-Err-Key-Not-Found TO TRUE
                        PERFORM Write-Invalid-Advisor-Trans
       NOT INVALID KEY  PERFORM Delete-Advisor-Record
    END-READ
    .

Delete-Advisor-Record.
    DELETE Advisor-Assignment-File
       INVALID KEY  DISPLAY 'Program error in Delete:  '
                            'Should never happen!'
                    PERFORM Check-File-Status
    END-DELETE
    .


Write-Invalid-Advisor-Trans.
    ADD 1 TO AV-Stat-Rejects
    MOVE Advisor-Trans-Rec  TO AV-Err-Trans-Image
    MOVE AV-Err-Reason-Code TO AV-Err-Reason
    WRITE AV-Err-Trans-Rec
    .
