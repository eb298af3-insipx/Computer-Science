IDENTIFICATION DIVISION.
PROGRAM-ID.  Term-Calendar-Maintain.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>***************************************************************
*> Program Abstract:
*>    Nothing in the system knew when a term started or when its
*>    drop period ended, so a Drop-Student in week ten erased the
*>    enrollment exactly as one on day one did.  This program
*>    creates and maintains Term-Calendar.IDX, the academic calendar
*>    master (layout in term-calendar-record.cpy: one record per
*>    term, with its start date, last day to add, last day to drop
*>    without record, last day to withdraw, and end date, plus the
*>    last day to change an enrollment's grading basis), from a
*>    batch transaction file, in the same mold as
*>    Course-Catalog-Maintain: 'A' adds a term's calendar (every
*>    date required), 'C' changes the dates the transaction carries
*>    (a blank date is left alone), 'D' deletes it.  On the very
*>    first run Term-Calendar.IDX does not exist yet and is created
*>    empty before the transactions are applied.
*>
*>    Every date must be a numeric YYYYMMDD, and the five must run
*>    in calendar order -- start, last add, last drop, last
*>    withdraw, end -- once a change has been merged with the dates
*>    already on file.  The grading-basis deadline must fall between
*>    the start and end dates; left blank on an 'A' it defaults to
*>    the last day to drop.  Courses-Interact enforces the
*>    deadlines.
*>
*>    Any transaction that cannot be applied is copied, along with a
*>    two-character reason code, to Term-Calendar-Trans-Errors.Dat.
*>
*>  INPUT:
*>    Term-Calendar-Transactions.Dat.
*>
*>  OUTPUT:
*>    Term-Calendar.IDX created/updated;
*>    Term-Calendar-Trans-Errors.Dat; end-of-job transaction counts
*>    DISPLAYed as a control total.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Term-Calendar-File  ASSIGN TO "Term-Calendar.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS CAL-Term
       FILE STATUS IS WS-File-Status.

    SELECT Calendar-Trans-File  ASSIGN TO "Term-Calendar-Transactions.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Calendar-Trans-Error-File
       ASSIGN TO "Term-Calendar-Trans-Errors.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

DATA DIVISION.

FILE SECTION.

FD  Term-Calendar-File.
01  Term-Calendar-Record.
    COPY "term-calendar-record.cpy".

*> The dates are PIC X, as Chg-Credit-Hours is on a Change-Trans,
*> so that spaces can mean "no change" on a 'C'.  TM-Date-Table
*> views the five in calendar order for the checks below.
FD  Calendar-Trans-File
       RECORD CONTAINS 54 CHARACTERS.
01  Calendar-Trans-Rec.
    02 TM-Trans-Type    PIC X.
       88 TM-Add-Trans      VALUE 'A'.
       88 TM-Change-Trans   VALUE 'C'.
       88 TM-Delete-Trans   VALUE 'D'.
    02 TM-Term          PIC X(5).
    02 TM-Dates.
       03 TM-Start-Date         PIC X(8).
       03 TM-Last-Add-Date      PIC X(8).
       03 TM-Last-Drop-Date     PIC X(8).
       03 TM-Last-Withdraw-Date PIC X(8).
       03 TM-End-Date           PIC X(8).
    02 TM-Date-Table  REDEFINES TM-Dates.
       03 TM-Date           PIC X(8)  OCCURS 5 TIMES.
    02 TM-Last-Basis-Date  PIC X(8).

*> TM-Err-Reason explains why the transaction in TM-Err-Trans-Image
*> was rejected, using the same two-character reason-code convention
*> as Courses-Interact's suspense file.
FD  Calendar-Trans-Error-File.
01  TM-Err-Trans-Rec.
    02 TM-Err-Trans-Image  PIC X(54).
    02 TM-Err-Reason       PIC X(2).

WORKING-STORAGE SECTION.

01  TM-Trans-EOF-Flag  PIC X.
    88 TM-Trans-EOF      VALUE '1'.
    88 TM-Trans-EOF-Not  VALUE '0'.

01  TM-Fields-Flag  PIC X.
    88 TM-Fields-OK   VALUE 'Y'.
    88 TM-Fields-Bad  VALUE 'N'.

01  TM-Err-Reason-Code  PIC X(2).
    88 TM-Err-Bad-Trans-Type  VALUE 'BT'.
    88 TM-Err-Duplicate-Key   VALUE 'DK'.
    88 TM-Err-Key-Not-Found   VALUE 'KN'.
    88 TM-Err-Bad-Date        VALUE 'BD'.
    88 TM-Err-Date-Order      VALUE 'DO'.

*> The term's five dates as they would stand once the transaction
*> is applied -- the file's dates overlaid with whichever the
*> transaction carries -- in calendar order, so the order check is
*> one pass over a table.  The group moves straight to and from
*> CAL-Dates, whose fields lie in the same order.
01  Proposed-Dates.
    02 Proposed-Date  PIC 9(8)  OCCURS 5 TIMES.
01  Date-Index  PIC 9.
01  Proposed-Basis-Date  PIC 9(8).

01  Calendar-Run-Statistics.
    02 TM-Stat-Adds     PIC 9(5)  VALUE ZERO.
    02 TM-Stat-Changes  PIC 9(5)  VALUE ZERO.
    02 TM-Stat-Deletes  PIC 9(5)  VALUE ZERO.
    02 TM-Stat-Rejects  PIC 9(5)  VALUE ZERO.

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Paragraph.
*>  Status 35 on the I-O OPEN means Term-Calendar.IDX does not
*>  exist yet (the very first run); it is created empty and opened
*>  again, so the initial calendar is just a batch of 'A'
*>  transactions.
    MOVE "TERM-CALENDAR.IDX" TO WS-File-ID
    OPEN I-O Term-Calendar-File
    IF WS-File-Status = "35"
       OPEN OUTPUT Term-Calendar-File
       PERFORM Check-File-Status
       CLOSE Term-Calendar-File
       PERFORM Check-File-Status
       OPEN I-O Term-Calendar-File
    END-IF
    PERFORM Check-File-Status
    MOVE "TERM-CALENDAR-TRANSACTIONS.DAT" TO WS-File-ID
    OPEN INPUT Calendar-Trans-File
    PERFORM Check-File-Status
    MOVE "TERM-CALENDAR-TRANS-ERRORS.DAT" TO WS-File-ID
    OPEN OUTPUT Calendar-Trans-Error-File
    PERFORM Check-File-Status

    SET TM-Trans-EOF-Not TO TRUE
    PERFORM Read-Calendar-Trans
    PERFORM Process-Calendar-Transaction
       UNTIL TM-Trans-EOF

    DISPLAY 'End-of-job term calendar maintenance statistics:'
    DISPLAY '  Add transactions    processed: ' TM-Stat-Adds
    DISPLAY '  Change transactions processed: ' TM-Stat-Changes
    DISPLAY '  Delete transactions processed: ' TM-Stat-Deletes
    DISPLAY '  Transactions rejected:         ' TM-Stat-Rejects

    MOVE "TERM-CALENDAR.IDX" TO WS-File-ID
    CLOSE Term-Calendar-File
    PERFORM Check-File-Status
    MOVE "TERM-CALENDAR-TRANSACTIONS.DAT" TO WS-File-ID
    CLOSE Calendar-Trans-File
    PERFORM Check-File-Status
    MOVE "TERM-CALENDAR-TRANS-ERRORS.DAT" TO WS-File-ID
    CLOSE Calendar-Trans-Error-File
    PERFORM Check-File-Status
    STOP RUN
    .

COPY "file-status-check.cpy".


Read-Calendar-Trans.
    READ Calendar-Trans-File
       AT END  SET TM-Trans-EOF TO TRUE
    END-READ
    .

Process-Calendar-Transaction.
    EVALUATE TRUE
       WHEN TM-Add-Trans     ADD 1 TO TM-Stat-Adds
                             PERFORM Process-Calendar-Add
       WHEN TM-Change-Trans  ADD 1 TO TM-Stat-Changes
                             PERFORM Process-Calendar-Change
       WHEN TM-Delete-Trans  ADD 1 TO TM-Stat-Deletes
                             PERFORM Process-Calendar-Delete
       WHEN OTHER
          SET TM-Err-Bad-Trans-Type TO TRUE
          PERFORM Write-Invalid-Calendar-Trans
    END-EVALUATE
    PERFORM Read-Calendar-Trans
    .


*>-----------------------------------------------------------------
*> Inserts a new term's calendar.  Every date is required on an
*> 'A' -- a term with a missing deadline would enforce nothing.
*>-----------------------------------------------------------------
Process-Calendar-Add.
    SET TM-Fields-OK TO TRUE
    PERFORM Check-Required-Date
       VARYING Date-Index FROM 1 BY 1
       UNTIL Date-Index > 5
    PERFORM Check-Basis-Date-Present
    IF TM-Fields-OK
       PERFORM Overlay-Transaction-Date
          VARYING Date-Index FROM 1 BY 1
          UNTIL Date-Index > 5
       MOVE Proposed-Date (3) TO Proposed-Basis-Date
       PERFORM Overlay-Basis-Date
       PERFORM Check-Date-Order
    END-IF
    IF TM-Fields-Bad
       PERFORM Write-Invalid-Calendar-Trans
    ELSE
       MOVE TM-Term TO CAL-Term
       MOVE Proposed-Dates TO CAL-Dates
       MOVE Proposed-Basis-Date TO CAL-Last-Basis-Date
       WRITE Term-Calendar-Record
          INVALID KEY  SET TM-Err-Duplicate-Key TO TRUE
                       PERFORM Write-Invalid-Calendar-Trans
       END-WRITE
    END-IF
    .

Check-Required-Date.
    IF TM-Date (Date-Index) IS NOT NUMERIC
       SET TM-Fields-Bad TO TRUE
       SET TM-Err-Bad-Date TO TRUE
    END-IF
    .


*>-----------------------------------------------------------------
*> Applies the non-blank dates of a 'C' to an existing term.  A
*> present-but-bad date, or a merged set out of calendar order,
*> fails the whole transaction, so a change is applied entirely or
*> not at all.
*>-----------------------------------------------------------------
Process-Calendar-Change.
    MOVE TM-Term TO CAL-Term
    READ Term-Calendar-File
       INVALID KEY      SET TM-Err-Key-Not-Found TO TRUE
                        PERFORM Write-Invalid-Calendar-Trans
       NOT INVALID KEY  PERFORM Apply-Calendar-Change
    END-READ
    .

Apply-Calendar-Change.
    SET TM-Fields-OK TO TRUE
    PERFORM Check-Optional-Date
       VARYING Date-Index FROM 1 BY 1
       UNTIL Date-Index > 5
    PERFORM Check-Basis-Date-Present
    IF TM-Fields-OK
       MOVE CAL-Dates TO Proposed-Dates
       MOVE CAL-Last-Basis-Date TO Proposed-Basis-Date
       PERFORM Overlay-Transaction-Date
          VARYING Date-Index FROM 1 BY 1
          UNTIL Date-Index > 5
       PERFORM Overlay-Basis-Date
       PERFORM Check-Date-Order
    END-IF
    IF TM-Fields-Bad
       PERFORM Write-Invalid-Calendar-Trans
    ELSE
       MOVE Proposed-Dates TO CAL-Dates
       MOVE Proposed-Basis-Date TO CAL-Last-Basis-Date
       REWRITE Term-Calendar-Record
          INVALID KEY  DISPLAY 'Program error in Change:  '
                               'Should never happen!'
                       PERFORM Check-File-Status
       END-REWRITE
    END-IF
    .

Check-Optional-Date.
    IF TM-Date (Date-Index) NOT = SPACES
          AND TM-Date (Date-Index) IS NOT NUMERIC
       SET TM-Fields-Bad TO TRUE
       SET TM-Err-Bad-Date TO TRUE
    END-IF
    .

Overlay-Transaction-Date.
    IF TM-Date (Date-Index) NOT = SPACES
       MOVE TM-Date (Date-Index) TO Proposed-Date (Date-Index)
    END-IF
    .

*>  The grading-basis deadline is optional on either transaction;
*>  present, it must be a date.
Check-Basis-Date-Present.
    IF TM-Last-Basis-Date NOT = SPACES
          AND TM-Last-Basis-Date IS NOT NUMERIC
       SET TM-Fields-Bad TO TRUE
       SET TM-Err-Bad-Date TO TRUE
    END-IF
    .

Overlay-Basis-Date.
    IF TM-Last-Basis-Date NOT = SPACES
       MOVE TM-Last-Basis-Date TO Proposed-Basis-Date
    END-IF
    .

Check-Date-Order.
    PERFORM Check-One-Date-Pair
       VARYING Date-Index FROM 2 BY 1
       UNTIL Date-Index > 5
    IF Proposed-Basis-Date < Proposed-Date (1)
          OR Proposed-Basis-Date > Proposed-Date (5)
       SET TM-Fields-Bad TO TRUE
       SET TM-Err-Date-Order TO TRUE
    END-IF
    .

Check-One-Date-Pair.
    IF Proposed-Date (Date-Index) < Proposed-Date (Date-Index - 1)
       SET TM-Fields-Bad TO TRUE
       SET TM-Err-Date-Order TO TRUE
    END-IF
    .


Process-Calendar-Delete.
    MOVE TM-Term TO CAL-Term
    READ Term-Calendar-File
       INVALID KEY      SET TM-Err-Key-Not-Found TO TRUE
                        PERFORM Write-Invalid-Calendar-Trans
       NOT INVALID KEY  PERFORM Delete-Calendar-Record
    END-READ
    .

Delete-Calendar-Record.
    DELETE Term-Calendar-File
       INVALID KEY  DISPLAY 'Program error in Delete:  '
                            'Should never happen!'
                    PERFORM Check-File-Status
    END-DELETE
    .


Write-Invalid-Calendar-Trans.
    ADD 1 TO TM-Stat-Rejects
    MOVE Calendar-Trans-Rec  TO TM-Err-Trans-Image
    MOVE TM-Err-Reason-Code  TO TM-Err-Reason
    WRITE TM-Err-Trans-Rec
    .
