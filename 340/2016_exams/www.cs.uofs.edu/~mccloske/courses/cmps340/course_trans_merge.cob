*>             modified Sep. 2, 2026 for the 103-character Trans-Rec
*>             (the optional per-transaction Trans-Term rides between
*>             the key and the data fields)
*>             modified Oct. 15, 2026 for slot 4, the registrar's
*>             approved nonpayment drops (Nonpayment-Drop-Approval)
*>             modified Oct. 15, 2026 for slot 5, the generated room
*>             assignments (Room-Assignment)
*>             modified Oct. 15, 2026 for slot 6, the granted ranked
*>             registration requests (Registration-Request-Process)
*>***************************************************************
*> Program Abstract:
*>    Transactions now originate in more than one office, but
*>    recompute the control totals, which has produced both
*>    double-fed and dropped batches.  This program accepts the
*>    submitted transaction files -- the office source slots
*>    Course-Trans-Source1/2/3/4/5/6.Dat (slot 1 is what
*>    Course-Trans-Entry writes, slot 4 what Nonpayment-Drop-Approval
*>    writes, slot 5 what Room-Assignment writes, slot 6 what
*>    Registration-Request-Process writes) plus Course-Suspense-Repair's
*>    Course-Trans-Resubmit.Dat -- validates each one's own header
*>    count and hash-total trailer, and combines them into the
*>    single batch Course-Trans-Edit expects
*>
*>  INPUT:
*>    Course-Trans-Source1.Dat, Course-Trans-Source2.Dat,
*>    Course-Trans-Source3.Dat, Course-Trans-Source4.Dat,
*>    Course-Trans-Source5.Dat, Course-Trans-Source6.Dat,
*>    Course-Trans-Resubmit.Dat (each optional, each a complete
*>    header/details/trailer batch).
*>
*>  OUTPUT:
*>    Course-Transactions-Raw.Dat, one combined balanced batch.
    SELECT Source3-File  ASSIGN TO "Course-Trans-Source3.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.
    SELECT Source4-File  ASSIGN TO "Course-Trans-Source4.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.
    SELECT Source5-File  ASSIGN TO "Course-Trans-Source5.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.
    SELECT Source6-File  ASSIGN TO "Course-Trans-Source6.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.
    SELECT Resubmit-File  ASSIGN TO "Course-Trans-Resubmit.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.
       RECORD CONTAINS 103 CHARACTERS.
01  Source3-Record  PIC X(103).

FD  Source4-File
       RECORD CONTAINS 103 CHARACTERS.
01  Source4-Record  PIC X(103).

FD  Source5-File
       RECORD CONTAINS 103 CHARACTERS.
01  Source5-Record  PIC X(103).

FD  Source6-File
       RECORD CONTAINS 103 CHARACTERS.
01  Source6-Record  PIC X(103).

FD  Resubmit-File
       RECORD CONTAINS 103 CHARACTERS.
01  Resubmit-Record  PIC X(103).
    88 Source2-Present  VALUE 'Y'.
01  Source3-Present-Flag  PIC X  VALUE 'N'.
    88 Source3-Present  VALUE 'Y'.
01  Source4-Present-Flag  PIC X  VALUE 'N'.
    88 Source4-Present  VALUE 'Y'.
01  Source5-Present-Flag  PIC X  VALUE 'N'.
    88 Source5-Present  VALUE 'Y'.
01  Source6-Present-Flag  PIC X  VALUE 'N'.
    88 Source6-Present  VALUE 'Y'.
01  Resubmit-Present-Flag PIC X  VALUE 'N'.
    88 Resubmit-Present VALUE 'Y'.

    PERFORM Merge-Source1
    PERFORM Merge-Source2
    PERFORM Merge-Source3
    PERFORM Merge-Source4
    PERFORM Merge-Source5
    PERFORM Merge-Source6
    PERFORM Merge-Resubmit

    IF RETURN-CODE = ZERO
    END-IF
    .

Merge-Source4.
    MOVE 'COURSE-TRANS-SOURCE4.DAT' TO Source-Name
    MOVE "COURSE-TRANS-SOURCE4.DAT" TO WS-File-ID
    OPEN INPUT Source4-File
    IF WS-File-Status = "35"
       DISPLAY Source-Name ': not submitted'
    ELSE
       PERFORM Check-File-Status
       SET Source4-Present TO TRUE
       PERFORM Begin-Source
       SET Source-EOF-Not TO TRUE
       PERFORM Read-Source4-Record
          UNTIL Source-EOF
       CLOSE Source4-File
       PERFORM Check-File-Status
       PERFORM Finish-Source
    END-IF
    .

Read-Source4-Record.
    READ Source4-File
       AT END      SET Source-EOF TO TRUE
       NOT AT END  MOVE Source4-Record TO Merge-Work-Rec
                   PERFORM Process-Source-Record
    END-READ
    .

Merge-Source5.
    MOVE 'COURSE-TRANS-SOURCE5.DAT' TO Source-Name
    MOVE "COURSE-TRANS-SOURCE5.DAT" TO WS-File-ID
    OPEN INPUT Source5-File
    IF WS-File-Status = "35"
       DISPLAY Source-Name ': not submitted'
    ELSE
       PERFORM Check-File-Status
       SET Source5-Present TO TRUE
       PERFORM Begin-Source
       SET Source-EOF-Not TO TRUE
       PERFORM Read-Source5-Record
          UNTIL Source-EOF
       CLOSE Source5-File
       PERFORM Check-File-Status
       PERFORM Finish-Source
    END-IF
    .

Read-Source5-Record.
    READ Source5-File
       AT END      SET Source-EOF TO TRUE
       NOT AT END  MOVE Source5-Record TO Merge-Work-Rec
                   PERFORM Process-Source-Record
    END-READ
    .

Merge-Source6.
    MOVE 'COURSE-TRANS-SOURCE6.DAT' TO Source-Name
    MOVE "COURSE-TRANS-SOURCE6.DAT" TO WS-File-ID
    OPEN INPUT Source6-File
    IF WS-File-Status = "35"
       DISPLAY Source-Name ': not submitted'
    ELSE
       PERFORM Check-File-Status
       SET Source6-Present TO TRUE
       PERFORM Begin-Source
       SET Source-EOF-Not TO TRUE
       PERFORM Read-Source6-Record
          UNTIL Source-EOF
       CLOSE Source6-File
       PERFORM Check-File-Status
       PERFORM Finish-Source
    END-IF
    .

Read-Source6-Record.
    READ Source6-File
       AT END      SET Source-EOF TO TRUE
       NOT AT END  MOVE Source6-Record TO Merge-Work-Rec
                   PERFORM Process-Source-Record
    END-READ
    .

Merge-Resubmit.
    MOVE 'COURSE-TRANS-RESUBMIT.DAT' TO Source-Name
    MOVE "COURSE-TRANS-RESUBMIT.DAT" TO WS-File-ID
       OPEN OUTPUT Source3-File
       CLOSE Source3-File
    END-IF
    IF Source4-Present
       OPEN OUTPUT Source4-File
       CLOSE Source4-File
    END-IF
    IF Source5-Present
       OPEN OUTPUT Source5-File
       CLOSE Source5-File
    END-IF
    IF Source6-Present
       OPEN OUTPUT Source6-File
       CLOSE Source6-File
    END-IF
    IF Resubmit-Present
       OPEN OUTPUT Resubmit-File
       CLOSE Resubmit-File
