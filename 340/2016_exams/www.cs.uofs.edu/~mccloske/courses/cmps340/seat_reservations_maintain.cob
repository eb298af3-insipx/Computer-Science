IDENTIFICATION DIVISION.
PROGRAM-ID.  Seat-Reservations-Maintain.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>***************************************************************
*> Program Abstract:
*>    Departments hold seats in intro sections for first-years until
*>    orientation, and in upper-level sections for majors until the
*>    seniors have registered, but Course-Capacity was the only
*>    limit, so early registrants took every seat.  This program
*>    creates and maintains Seat-Reservations.IDX (layout in
*>    seat-reservation-record.cpy: one record per held class level
*>    of a section in a term) from a batch transaction file, in the
*>    same mold as Section-Links-Maintain: 'A' holds seats for a
*>    level, 'C' changes the seat count and/or release date (spaces
*>    mean "no change"), 'D' removes the hold.  A blank term means
*>    the Course-Term-Control.Dat term, as on a Trans-Rec.  On the
*>    very first run Seat-Reservations.IDX does not exist yet and is
*>    created empty before the transactions are applied.
*>
*>    The section must be on Courses.IDX for the term, the level
*>    must be one Students.IDX uses, the seat count a positive
*>    number, and the release date a date; and a section's holds,
*>    all levels together, may not exceed its Course-Capacity.
*>    Courses-Interact and Waitlist-Promotion enforce the holds;
*>    Seat-Availability-Report shows reserved versus open seats.
*>
*>    Any transaction that cannot be applied is copied, along with a
*>    two-character reason code, to Seat-Reservation-Trans-Errors.Dat.
*>
*>  INPUT:
*>    Seat-Reservation-Transactions.Dat, Courses.IDX,
*>    Course-Term-Control.Dat (optional), Course-Run-Lock.Dat.
*>
*>  OUTPUT:
*>    Seat-Reservations.IDX created/updated;
*>    Seat-Reservation-Trans-Errors.Dat; end-of-job transaction
*>    counts DISPLAYed as a control total.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Seat-Reservation-File  ASSIGN TO "Seat-Reservations.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS SR-Key
       FILE STATUS IS WS-File-Status.

    SELECT Reservation-Trans-File
       ASSIGN TO "Seat-Reservation-Transactions.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Reservation-Trans-Error-File
       ASSIGN TO "Seat-Reservation-Trans-Errors.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Indexed-File  ASSIGN TO "Courses.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS Course-Key
       FILE STATUS IS WS-File-Status.

    SELECT Term-Control-File  ASSIGN TO "Course-Term-Control.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Run-Lock-File  ASSIGN TO "Course-Run-Lock.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS LK-File-Status.

DATA DIVISION.

FILE SECTION.

FD  Seat-Reservation-File.
01  Seat-Reservation-Record.
    COPY "seat-reservation-record.cpy".

*> The seat count and release date are carried as characters so
*> that spaces can mean "no change" on a 'C'.
FD  Reservation-Trans-File
       RECORD CONTAINS 29 CHARACTERS.
01  Reservation-Trans-Rec.
    02 RV-Trans-Type     PIC X.
       88 RV-Add-Trans      VALUE 'A'.
       88 RV-Change-Trans   VALUE 'C'.
       88 RV-Delete-Trans   VALUE 'D'.
    02 RV-Term           PIC X(5).
    02 RV-Course-ID      PIC X(9).
    02 RV-Class-Level    PIC X(2).
       88 RV-Level-Valid    VALUES 'FR' 'SO' 'JR' 'SR' 'GR'.
    02 RV-Seats-Held     PIC X(4).
    02 RV-Seats-Held-Num REDEFINES RV-Seats-Held  PIC 9(4).
    02 RV-Release-Date   PIC X(8).

*> RV-Err-Reason explains why the transaction in RV-Err-Trans-Image
*> was rejected, using the same two-character reason-code convention
*> as Courses-Interact's suspense file.
FD  Reservation-Trans-Error-File.
01  RV-Err-Trans-Rec.
    02 RV-Err-Trans-Image  PIC X(29).
    02 RV-Err-Reason       PIC X(2).

FD  Indexed-File.
01  Data-Rec.
    COPY "course-record.cpy".

FD  Term-Control-File.
01  Term-Control-Record.
    02 TC-Current-Term  PIC X(5).

FD  Run-Lock-File.
01  Run-Lock-Record.
    COPY "run-lock-record.cpy".

WORKING-STORAGE SECTION.

01  LK-File-Status  PIC XX  VALUE "00".

01  Default-Term  PIC X(5)  VALUE 'CURR1'.
01  Current-Term  PIC X(5)  VALUE SPACES.

*> The term the transaction in hand applies to: its own RV-Term
*> when it names one, the control-file term otherwise.
01  Reservation-Term  PIC X(5)  VALUE SPACES.

01  RV-Trans-EOF-Flag  PIC X.
    88 RV-Trans-EOF      VALUE '1'.
    88 RV-Trans-EOF-Not  VALUE '0'.

01  RV-Fields-Flag  PIC X.
    88 RV-Fields-OK   VALUE 'Y'.
    88 RV-Fields-Bad  VALUE 'N'.

01  RV-Err-Reason-Code  PIC X(2).
    88 RV-Err-Bad-Trans-Type  VALUE 'BT'.
    88 RV-Err-Duplicate-Key   VALUE 'DK'.
    88 RV-Err-Key-Not-Found   VALUE 'KN'.
    88 RV-Err-Section-Unknown VALUE 'NS'.
    88 RV-Err-Bad-Level       VALUE 'CL'.
    88 RV-Err-Bad-Seats       VALUE 'SQ'.
    88 RV-Err-Bad-Date        VALUE 'BD'.
    88 RV-Err-Over-Capacity   VALUE 'OC'.

*> The values the hold will have once the transaction is applied,
*> built up from the record on file (on a 'C') and the transaction.
01  Proposed-Seats-Held    PIC 9(4)  VALUE ZERO.
01  Proposed-Release-Date  PIC 9(8)  VALUE ZERO.

*> Seats the section already holds for its other levels.
01  Other-Levels-Held  PIC 9(5)  VALUE ZERO.

01  RV-Scan-EOF-Flag  PIC X.
    88 RV-Scan-EOF      VALUE 'Y'.
    88 RV-Scan-EOF-Not  VALUE 'N'.

01  Reservation-Run-Statistics.
    02 RV-Stat-Adds     PIC 9(5)  VALUE ZERO.
    02 RV-Stat-Changes  PIC 9(5)  VALUE ZERO.
    02 RV-Stat-Deletes  PIC 9(5)  VALUE ZERO.
    02 RV-Stat-Rejects  PIC 9(5)  VALUE ZERO.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Paragraph.
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
    PERFORM Check-Run-Lock
    PERFORM Read-Current-Term

*>  Status 35 on the I-O OPEN means Seat-Reservations.IDX does not
*>  exist yet (the very first run); it is created empty and opened
*>  again, so the initial holds are just a batch of 'A'
*>  transactions.
    MOVE "SEAT-RESERVATIONS.IDX" TO WS-File-ID
    OPEN I-O Seat-Reservation-File
    IF WS-File-Status = "35"
       OPEN OUTPUT Seat-Reservation-File
       PERFORM Check-File-Status
       CLOSE Seat-Reservation-File
       PERFORM Check-File-Status
       OPEN I-O Seat-Reservation-File
    END-IF
    PERFORM Check-File-Status
    MOVE "COURSES.IDX" TO WS-File-ID
    OPEN INPUT Indexed-File
    PERFORM Check-File-Status
    MOVE "SEAT-RESERVATION-TRANSACTIONS.DAT" TO WS-File-ID
    OPEN INPUT Reservation-Trans-File
    PERFORM Check-File-Status
    MOVE "SEAT-RESERVATION-TRANS-ERRORS.DAT" TO WS-File-ID
    OPEN OUTPUT Reservation-Trans-Error-File
    PERFORM Check-File-Status

    SET RV-Trans-EOF-Not TO TRUE
    PERFORM Read-Reservation-Trans
    PERFORM Process-Reservation-Transaction
       UNTIL RV-Trans-EOF

    DISPLAY 'End-of-job seat reservation maintenance statistics:'
    DISPLAY '  Add transactions    processed: ' RV-Stat-Adds
    DISPLAY '  Change transactions processed: ' RV-Stat-Changes
    DISPLAY '  Delete transactions processed: ' RV-Stat-Deletes
    DISPLAY '  Transactions rejected:         ' RV-Stat-Rejects

    MOVE "SEAT-RESERVATIONS.IDX" TO WS-File-ID
    CLOSE Seat-Reservation-File
    PERFORM Check-File-Status
    MOVE "COURSES.IDX" TO WS-File-ID
    CLOSE Indexed-File
    PERFORM Check-File-Status
    MOVE "SEAT-RESERVATION-TRANSACTIONS.DAT" TO WS-File-ID
    CLOSE Reservation-Trans-File
    PERFORM Check-File-Status
    MOVE "SEAT-RESERVATION-TRANS-ERRORS.DAT" TO WS-File-ID
    CLOSE Reservation-Trans-Error-File
    PERFORM Check-File-Status
    STOP RUN
    .

COPY "file-status-check.cpy".

*>-----------------------------------------------------------------
*> The run-lock convention (see run-lock-record.cpy): the sections
*> are validated against Courses.IDX, which must not be read while
*> the batch update is half-way through it.
*>-----------------------------------------------------------------
Check-Run-Lock.
    OPEN INPUT Run-Lock-File
    IF LK-File-Status = "00"
       READ Run-Lock-File
          AT END  CONTINUE
       END-READ
       CLOSE Run-Lock-File
       IF LK-Held
          DISPLAY 'Course masters are locked by ' LK-Holder-Program
                  ' since ' LK-Lock-Date ' ' LK-Lock-Time
          DISPLAY 'Seat reservations not maintained -- rerun after '
                  'that run finishes.'
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF
    END-IF
    .

Read-Current-Term.
    MOVE Default-Term TO Current-Term
    MOVE "COURSE-TERM-CONTROL.DAT" TO WS-File-ID
    OPEN INPUT Term-Control-File
    IF WS-File-Status NOT = "35"
       PERFORM Check-File-Status
       READ Term-Control-File
          AT END      CONTINUE
          NOT AT END  IF TC-Current-Term NOT = SPACES
                         MOVE TC-Current-Term TO Current-Term
                      END-IF
       END-READ
       CLOSE Term-Control-File
       PERFORM Check-File-Status
    END-IF
    .


Read-Reservation-Trans.
    READ Reservation-Trans-File
       AT END  SET RV-Trans-EOF TO TRUE
    END-READ
    .

Process-Reservation-Transaction.
    IF RV-Term = SPACES
       MOVE Current-Term TO Reservation-Term
    ELSE
       MOVE RV-Term TO Reservation-Term
    END-IF
    EVALUATE TRUE
       WHEN RV-Add-Trans     ADD 1 TO RV-Stat-Adds
                             PERFORM Process-Reservation-Add
       WHEN RV-Change-Trans  ADD 1 TO RV-Stat-Changes
                             PERFORM Process-Reservation-Change
       WHEN RV-Delete-Trans  ADD 1 TO RV-Stat-Deletes
                             PERFORM Process-Reservation-Delete
       WHEN OTHER
          SET RV-Err-Bad-Trans-Type TO TRUE
          PERFORM Write-Invalid-Reservation-Trans
    END-EVALUATE
    PERFORM Read-Reservation-Trans
    .


*>-----------------------------------------------------------------
*> Holds seats for a level, once the section has been found on
*> Courses.IDX and the section's holds still fit its capacity.
*> Every field is required on an 'A'.
*>-----------------------------------------------------------------
Process-Reservation-Add.
    SET RV-Fields-OK TO TRUE
    PERFORM Check-Reservation-Level
    IF RV-Fields-OK
       IF RV-Seats-Held IS NOT NUMERIC
             OR RV-Seats-Held-Num = ZERO
          SET RV-Fields-Bad TO TRUE
          SET RV-Err-Bad-Seats TO TRUE
       END-IF
    END-IF
    IF RV-Fields-OK
       IF RV-Release-Date IS NOT NUMERIC
          SET RV-Fields-Bad TO TRUE
          SET RV-Err-Bad-Date TO TRUE
       END-IF
    END-IF
    IF RV-Fields-OK
       PERFORM Check-Section-On-File
    END-IF
    IF RV-Fields-OK
       MOVE RV-Seats-Held-Num TO Proposed-Seats-Held
       MOVE RV-Release-Date   TO Proposed-Release-Date
       PERFORM Check-Holds-Fit-Capacity
    END-IF
    IF RV-Fields-Bad
       PERFORM Write-Invalid-Reservation-Trans
    ELSE
       MOVE Reservation-Term      TO SR-Term
       MOVE RV-Course-ID          TO SR-Course-ID
       MOVE RV-Class-Level        TO SR-Class-Level
       MOVE Proposed-Seats-Held   TO SR-Seats-Held
       MOVE Proposed-Release-Date TO SR-Release-Date
       MOVE Todays-Run-Date       TO SR-Date-Reserved
       WRITE Seat-Reservation-Record
          INVALID KEY  SET RV-Err-Duplicate-Key TO TRUE
                       PERFORM Write-Invalid-Reservation-Trans
       END-WRITE
    END-IF
    .

Check-Reservation-Level.
    IF NOT RV-Level-Valid
       SET RV-Fields-Bad TO TRUE
       SET RV-Err-Bad-Level TO TRUE
    END-IF
    .

Check-Section-On-File.
    MOVE Reservation-Term TO Course-Term
    MOVE RV-Course-ID     TO Course-ID
    READ Indexed-File
       INVALID KEY  SET RV-Fields-Bad TO TRUE
                    SET RV-Err-Section-Unknown TO TRUE
    END-READ
    .

*>-----------------------------------------------------------------
*> The section's other holds plus this one may not exceed the
*> Course-Capacity of the section in Data-Rec.  The prefix scan
*> leaves the reservation record area holding some other level, so
*> a caller that rewrites must read its own record afterwards.
*>-----------------------------------------------------------------
Check-Holds-Fit-Capacity.
    MOVE ZERO TO Other-Levels-Held
    MOVE Reservation-Term TO SR-Term
    MOVE RV-Course-ID     TO SR-Course-ID
    MOVE LOW-VALUES       TO SR-Class-Level
    SET RV-Scan-EOF-Not TO TRUE
    START Seat-Reservation-File KEY IS NOT LESS THAN SR-Key
       INVALID KEY  SET RV-Scan-EOF TO TRUE
    END-START
    IF RV-Scan-EOF-Not
       PERFORM Read-Next-Reservation
       PERFORM Sum-Other-Level-Hold
          UNTIL RV-Scan-EOF
    END-IF
    IF Other-Levels-Held + Proposed-Seats-Held > Course-Capacity
       SET RV-Fields-Bad TO TRUE
       SET RV-Err-Over-Capacity TO TRUE
    END-IF
    .

Read-Next-Reservation.
    READ Seat-Reservation-File NEXT RECORD
       AT END  SET RV-Scan-EOF TO TRUE
    END-READ
    IF RV-Scan-EOF-Not
       IF SR-Term NOT = Reservation-Term
             OR SR-Course-ID NOT = RV-Course-ID
          SET RV-Scan-EOF TO TRUE
       END-IF
    END-IF
    .

Sum-Other-Level-Hold.
    IF SR-Class-Level NOT = RV-Class-Level
       ADD SR-Seats-Held TO Other-Levels-Held
    END-IF
    PERFORM Read-Next-Reservation
    .


*>-----------------------------------------------------------------
*> Applies the non-blank seat count and release date of a 'C' to an
*> existing hold.  A present-but-bad field, or a new count that no
*> longer fits the section's capacity, fails the whole transaction.
*>-----------------------------------------------------------------
Process-Reservation-Change.
    MOVE Reservation-Term TO SR-Term
    MOVE RV-Course-ID     TO SR-Course-ID
    MOVE RV-Class-Level   TO SR-Class-Level
    READ Seat-Reservation-File
       INVALID KEY      SET RV-Err-Key-Not-Found TO TRUE
                        PERFORM Write-Invalid-Reservation-Trans
       NOT INVALID KEY  PERFORM Apply-Reservation-Change
    END-READ
    .

Apply-Reservation-Change.
    SET RV-Fields-OK TO TRUE
    MOVE SR-Seats-Held   TO Proposed-Seats-Held
    MOVE SR-Release-Date TO Proposed-Release-Date
    IF RV-Seats-Held NOT = SPACES
       IF RV-Seats-Held IS NOT NUMERIC
             OR RV-Seats-Held-Num = ZERO
          SET RV-Fields-Bad TO TRUE
          SET RV-Err-Bad-Seats TO TRUE
       ELSE
          MOVE RV-Seats-Held-Num TO Proposed-Seats-Held
       END-IF
    END-IF
    IF RV-Release-Date NOT = SPACES
       IF RV-Release-Date IS NOT NUMERIC
          SET RV-Fields-Bad TO TRUE
          SET RV-Err-Bad-Date TO TRUE
       ELSE
          MOVE RV-Release-Date TO Proposed-Release-Date
       END-IF
    END-IF
    IF RV-Fields-OK
       PERFORM Check-Section-On-File
    END-IF
    IF RV-Fields-OK
       PERFORM Check-Holds-Fit-Capacity
    END-IF
    IF RV-Fields-Bad
       PERFORM Write-Invalid-Reservation-Trans
    ELSE
       MOVE Reservation-Term TO SR-Term
       MOVE RV-Course-ID     TO SR-Course-ID
       MOVE RV-Class-Level   TO SR-Class-Level
       READ Seat-Reservation-File
          INVALID KEY  DISPLAY 'Program error in Change:  '
                               'Should never happen!'
                       PERFORM Check-File-Status
       END-READ
       MOVE Proposed-Seats-Held   TO SR-Seats-Held
       MOVE Proposed-Release-Date TO SR-Release-Date
       REWRITE Seat-Reservation-Record
          INVALID KEY  DISPLAY 'Program error in Change:  '
                               'Should never happen!'
                       PERFORM Check-File-Status
       END-REWRITE
    END-IF
    .


Process-Reservation-Delete.
    MOVE Reservation-Term TO SR-Term
    MOVE RV-Course-ID     TO SR-Course-ID
    MOVE RV-Class-Level   TO SR-Class-Level
    READ Seat-Reservation-File
       INVALID KEY      SET RV-Err-Key-Not-Found TO TRUE
                        PERFORM Write-Invalid-Reservation-Trans
       NOT INVALID KEY  PERFORM Delete-Reservation-Record
    END-READ
    .

Delete-Reservation-Record.
    DELETE Seat-Reservation-File
       INVALID KEY  DISPLAY 'Program error in Delete:  '
                            'Should never happen!'
                    PERFORM Check-File-Status
    END-DELETE
    .


Write-Invalid-Reservation-Trans.
    ADD 1 TO RV-Stat-Rejects
    MOVE Reservation-Trans-Rec TO RV-Err-Trans-Image
    MOVE RV-Err-Reason-Code    TO RV-Err-Reason
    WRITE RV-Err-Trans-Rec
    .
