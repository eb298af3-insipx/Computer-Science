IDENTIFICATION DIVISION.
PROGRAM-ID.  Section-Links-Maintain.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>***************************************************************
*> Program Abstract:
*>    Many courses are a lecture plus a required lab or recitation,
*>    but nothing tied the sections together, so a student could
*>    hold the lecture without the lab and we found out at census.
*>    This program creates and maintains Section-Links.IDX (layout
*>    in section-link-record.cpy: one record per allowed companion
*>    of a lecture section in a term) from a batch transaction file,
*>    in the same mold as Course-Catalog-Maintain: 'A' links a
*>    companion to a lecture, 'D' removes the link.  A link has no
*>    other fields, so there is no change transaction.  A blank term
*>    means the Course-Term-Control.Dat term, as on a Trans-Rec.  On
*>    the very first run Section-Links.IDX does not exist yet and is
*>    created empty before the transactions are applied.
*>
*>    Both sections must be on Courses.IDX for the term, and a
*>    section cannot be its own companion.  Courses-Interact
*>    enforces the links on Add-Student and carries a lecture's drop
*>    or cancellation through to its companions;
*>    Section-Link-Exceptions lists students holding only half of a
*>    pair.
*>
*>    Any transaction that cannot be applied is copied, along with a
*>    two-character reason code, to Section-Link-Trans-Errors.Dat.
*>
*>  INPUT:
*>    Section-Link-Transactions.Dat, Courses.IDX,
*>    Course-Term-Control.Dat (optional), Course-Run-Lock.Dat.
*>
*>  OUTPUT:
*>    Section-Links.IDX created/updated;
*>    Section-Link-Trans-Errors.Dat; end-of-job transaction counts
*>    DISPLAYed as a control total.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Section-Link-File  ASSIGN TO "Section-Links.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS SL-Key
       ALTERNATE RECORD KEY IS SL-Companion-Key WITH DUPLICATES
       FILE STATUS IS WS-File-Status.

    SELECT Link-Trans-File  ASSIGN TO "Section-Link-Transactions.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Link-Trans-Error-File
       ASSIGN TO "Section-Link-Trans-Errors.Dat"
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

FD  Section-Link-File.
01  Section-Link-Record.
    COPY "section-link-record.cpy".

FD  Link-Trans-File
       RECORD CONTAINS 24 CHARACTERS.
01  Link-Trans-Rec.
    02 SK-Trans-Type     PIC X.
       88 SK-Add-Trans      VALUE 'A'.
       88 SK-Delete-Trans   VALUE 'D'.
    02 SK-Term           PIC X(5).
    02 SK-Lecture-ID     PIC X(9).
    02 SK-Companion-ID   PIC X(9).

*> SK-Err-Reason explains why the transaction in SK-Err-Trans-Image
*> was rejected, using the same two-character reason-code convention
*> as Courses-Interact's suspense file.
FD  Link-Trans-Error-File.
01  SK-Err-Trans-Rec.
    02 SK-Err-Trans-Image  PIC X(24).
    02 SK-Err-Reason       PIC X(2).

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

*> The term the transaction in hand applies to: its own SK-Term
*> when it names one, the control-file term otherwise.
01  Link-Term  PIC X(5)  VALUE SPACES.

01  SK-Trans-EOF-Flag  PIC X.
    88 SK-Trans-EOF      VALUE '1'.
    88 SK-Trans-EOF-Not  VALUE '0'.

01  SK-Fields-Flag  PIC X.
    88 SK-Fields-OK   VALUE 'Y'.
    88 SK-Fields-Bad  VALUE 'N'.

01  SK-Err-Reason-Code  PIC X(2).
    88 SK-Err-Bad-Trans-Type  VALUE 'BT'.
    88 SK-Err-Duplicate-Key   VALUE 'DK'.
    88 SK-Err-Key-Not-Found   VALUE 'KN'.
    88 SK-Err-Section-Unknown VALUE 'NS'.
    88 SK-Err-Same-Section    VALUE 'SS'.

01  Link-Run-Statistics.
    02 SK-Stat-Adds     PIC 9(5)  VALUE ZERO.
    02 SK-Stat-Deletes  PIC 9(5)  VALUE ZERO.
    02 SK-Stat-Rejects  PIC 9(5)  VALUE ZERO.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Paragraph.
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
    PERFORM Check-Run-Lock
    PERFORM Read-Current-Term

*>  Status 35 on the I-O OPEN means Section-Links.IDX does not
*>  exist yet (the very first run); it is created empty and opened
*>  again, so the initial links are just a batch of 'A'
*>  transactions.
    MOVE "SECTION-LINKS.IDX" TO WS-File-ID
    OPEN I-O Section-Link-File
    IF WS-File-Status = "35"
       OPEN OUTPUT Section-Link-File
       PERFORM Check-File-Status
       CLOSE Section-Link-File
       PERFORM Check-File-Status
       OPEN I-O Section-Link-File
    END-IF
    PERFORM Check-File-Status
    MOVE "COURSES.IDX" TO WS-File-ID
    OPEN INPUT Indexed-File
    PERFORM Check-File-Status
    MOVE "SECTION-LINK-TRANSACTIONS.DAT" TO WS-File-ID
    OPEN INPUT Link-Trans-File
    PERFORM Check-File-Status
    MOVE "SECTION-LINK-TRANS-ERRORS.DAT" TO WS-File-ID
    OPEN OUTPUT Link-Trans-Error-File
    PERFORM Check-File-Status

    SET SK-Trans-EOF-Not TO TRUE
    PERFORM Read-Link-Trans
    PERFORM Process-Link-Transaction
       UNTIL SK-Trans-EOF

    DISPLAY 'End-of-job section link maintenance statistics:'
    DISPLAY '  Add transactions    processed: ' SK-Stat-Adds
    DISPLAY '  Delete transactions processed: ' SK-Stat-Deletes
    DISPLAY '  Transactions rejected:         ' SK-Stat-Rejects

    MOVE "SECTION-LINKS.IDX" TO WS-File-ID
    CLOSE Section-Link-File
    PERFORM Check-File-Status
    MOVE "COURSES.IDX" TO WS-File-ID
    CLOSE Indexed-File
    PERFORM Check-File-Status
    MOVE "SECTION-LINK-TRANSACTIONS.DAT" TO WS-File-ID
    CLOSE Link-Trans-File
    PERFORM Check-File-Status
    MOVE "SECTION-LINK-TRANS-ERRORS.DAT" TO WS-File-ID
    CLOSE Link-Trans-Error-File
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
          DISPLAY 'Section links not maintained -- rerun after that '
                  'run finishes.'
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


Read-Link-Trans.
    READ Link-Trans-File
       AT END  SET SK-Trans-EOF TO TRUE
    END-READ
    .

Process-Link-Transaction.
    IF SK-Term = SPACES
       MOVE Current-Term TO Link-Term
    ELSE
       MOVE SK-Term TO Link-Term
    END-IF
    EVALUATE TRUE
       WHEN SK-Add-Trans     ADD 1 TO SK-Stat-Adds
                             PERFORM Process-Link-Add
       WHEN SK-Delete-Trans  ADD 1 TO SK-Stat-Deletes
                             PERFORM Process-Link-Delete
       WHEN OTHER
          SET SK-Err-Bad-Trans-Type TO TRUE
          PERFORM Write-Invalid-Link-Trans
    END-EVALUATE
    PERFORM Read-Link-Trans
    .


*>-----------------------------------------------------------------
*> Links a companion to a lecture, once both sections have been
*> found on Courses.IDX for the term.
*>-----------------------------------------------------------------
Process-Link-Add.
    SET SK-Fields-OK TO TRUE
    IF SK-Lecture-ID = SK-Companion-ID
       SET SK-Fields-Bad TO TRUE
       SET SK-Err-Same-Section TO TRUE
    END-IF
    IF SK-Fields-OK
       MOVE SK-Lecture-ID TO Course-ID
       PERFORM Check-Section-On-File
    END-IF
    IF SK-Fields-OK
       MOVE SK-Companion-ID TO Course-ID
       PERFORM Check-Section-On-File
    END-IF
    IF SK-Fields-Bad
       PERFORM Write-Invalid-Link-Trans
    ELSE
       MOVE Link-Term       TO SL-Term
                               SL-Alt-Term
       MOVE SK-Lecture-ID   TO SL-Lecture-ID
       MOVE SK-Companion-ID TO SL-Companion-ID
                               SL-Alt-Companion-ID
       MOVE Todays-Run-Date TO SL-Date-Linked
       WRITE Section-Link-Record
          INVALID KEY  SET SK-Err-Duplicate-Key TO TRUE
                       PERFORM Write-Invalid-Link-Trans
       END-WRITE
    END-IF
    .

Check-Section-On-File.
    MOVE Link-Term TO Course-Term
    READ Indexed-File
       INVALID KEY  SET SK-Fields-Bad TO TRUE
                    SET SK-Err-Section-Unknown TO TRUE
    END-READ
    .


Process-Link-Delete.
    MOVE Link-Term       TO SL-Term
    MOVE SK-Lecture-ID   TO SL-Lecture-ID
    MOVE SK-Companion-ID TO SL-Companion-ID
    READ Section-Link-File
       INVALID KEY      SET SK-Err-Key-Not-Found TO TRUE
                        PERFORM Write-Invalid-Link-Trans
       NOT INVALID KEY  PERFORM Delete-Link-Record
    END-READ
    .

Delete-Link-Record.
    DELETE Section-Link-File
       INVALID KEY  DISPLAY 'Program error in Delete:  '
                            'Should never happen!'
                    PERFORM Check-File-Status
    END-DELETE
    .


Write-Invalid-Link-Trans.
    ADD 1 TO SK-Stat-Rejects
    MOVE Link-Trans-Rec     TO SK-Err-Trans-Image
    MOVE SK-Err-Reason-Code TO SK-Err-Reason
    WRITE SK-Err-Trans-Rec
    .
