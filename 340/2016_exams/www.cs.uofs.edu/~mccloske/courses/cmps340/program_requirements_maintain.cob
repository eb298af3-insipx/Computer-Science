IDENTIFICATION DIVISION.
PROGRAM-ID.  Program-Requirements-Maintain.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>***************************************************************
*> Program Abstract:
*>    What a degree requires lived only in the bulletin and in the
*>    advisors' heads.  This program creates and maintains
*>    Program-Requirements.IDX (layout in program-requirement-
*>    record.cpy) from a batch transaction file, in the same mold
*>    as Course-Catalog-Maintain: 'A' adds a row, 'C' changes the
*>    fields the transaction carries (a blank field is left alone),
*>    'D' deletes a row.  The row a transaction names is a program
*>    row (group and catalog ID blank: title, major/minor kind, and
*>    total credits), an elective group row (catalog ID blank:
*>    title and minimum credits), or a course row (required under
*>    group 'RQ', otherwise one of that group's electives).  On the
*>    very first run Program-Requirements.IDX does not exist yet
*>    and is created empty before the transactions are applied.
*>
*>    A group or course row needs its program row on file first,
*>    and an elective course row its group row; a program or group
*>    row may only be deleted once the rows under it are gone.  A
*>    course row's catalog ID must be on Course-Catalog.IDX when
*>    that master is on hand, and takes its title from there when
*>    the transaction leaves the title blank.  Students-Maintain
*>    validates declared programs against the program rows;
*>    Degree-Audit audits students against the whole file.
*>
*>    Any transaction that cannot be applied is copied, along with a
*>    two-character reason code, to Program-Req-Trans-Errors.Dat.
*>
*>  INPUT:
*>    Program-Req-Transactions.Dat, Course-Catalog.IDX (optional).
*>
*>  OUTPUT:
*>    Program-Requirements.IDX created/updated;
*>    Program-Req-Trans-Errors.Dat; end-of-job transaction counts
*>    DISPLAYed as a control total.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Program-Req-File  ASSIGN TO "Program-Requirements.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS PR-Key
       FILE STATUS IS WS-File-Status.

    SELECT Program-Req-Trans-File
       ASSIGN TO "Program-Req-Transactions.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Program-Req-Error-File
       ASSIGN TO "Program-Req-Trans-Errors.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Catalog-Master-File  ASSIGN TO "Course-Catalog.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS CA-Catalog-ID
       FILE STATUS IS PQ-Catalog-File-Status.

DATA DIVISION.

FILE SECTION.

FD  Program-Req-File.
01  Program-Req-Record.
    COPY "program-requirement-record.cpy".

*> PQ-Credits is carried as characters so that spaces can mean "no
*> change" on a 'C'.  PQ-Program-Kind applies to a program row only.
FD  Program-Req-Trans-File
       RECORD CONTAINS 49 CHARACTERS.
01  Program-Req-Trans-Rec.
    02 PQ-Trans-Type     PIC X.
       88 PQ-Add-Trans      VALUE 'A'.
       88 PQ-Change-Trans   VALUE 'C'.
       88 PQ-Delete-Trans   VALUE 'D'.
    02 PQ-Key.
       03 PQ-Program-Code   PIC X(6).
       03 PQ-Group-Code     PIC X(2).
          88 PQ-Required-Group VALUE 'RQ'.
       03 PQ-Catalog-ID     PIC X(6).
    02 PQ-Description    PIC X(30).
    02 PQ-Credits        PIC X(3).
    02 PQ-Credits-Num REDEFINES PQ-Credits  PIC 9(3).
    02 PQ-Program-Kind   PIC X.
       88 PQ-Kind-Blank     VALUE SPACE.
       88 PQ-Kind-Legal     VALUES 'M' 'N'.

*> PQ-Err-Reason explains why the transaction in PQ-Err-Trans-Image
*> was rejected, using the same two-character reason-code convention
*> as Courses-Interact's suspense file.
FD  Program-Req-Error-File.
01  PQ-Err-Trans-Rec.
    02 PQ-Err-Trans-Image  PIC X(49).
    02 PQ-Err-Reason       PIC X(2).

FD  Catalog-Master-File.
01  Catalog-Master-Record.
    COPY "catalog-record.cpy".

WORKING-STORAGE SECTION.

01  PQ-Trans-EOF-Flag  PIC X.
    88 PQ-Trans-EOF      VALUE '1'.
    88 PQ-Trans-EOF-Not  VALUE '0'.

*> Course-Catalog.IDX gets its own status byte pair; its absence
*> just means catalog IDs go unvalidated.
01  PQ-Catalog-File-Status  PIC XX  VALUE "00".

01  Catalog-Validation-Flag  PIC X  VALUE 'N'.
    88 Catalog-Validation-On   VALUE 'Y'.
    88 Catalog-Validation-Off  VALUE 'N'.

01  PQ-Fields-Flag  PIC X.
    88 PQ-Fields-OK   VALUE 'Y'.
    88 PQ-Fields-Bad  VALUE 'N'.

*> Which kind of row the transaction's key names.
01  PQ-Row-Type  PIC X.
    88 PQ-Program-Row  VALUE 'P'.
    88 PQ-Group-Row    VALUE 'G'.
    88 PQ-Course-Row   VALUE 'C'.
    88 PQ-Bad-Row      VALUE 'X'.

01  PQ-Err-Reason-Code  PIC X(2).
    88 PQ-Err-Bad-Trans-Type   VALUE 'BT'.
    88 PQ-Err-Duplicate-Key    VALUE 'DK'.
    88 PQ-Err-Key-Not-Found    VALUE 'KN'.
    88 PQ-Err-Bad-Field        VALUE 'BF'.
    88 PQ-Err-No-Program-Row   VALUE 'PN'.
    88 PQ-Err-No-Group-Row     VALUE 'GN'.
    88 PQ-Err-Catalog-Unknown  VALUE 'NC'.
    88 PQ-Err-Rows-Remain      VALUE 'RM'.

01  Parent-Row-Flag  PIC X.
    88 Parent-Row-Found      VALUE 'Y'.
    88 Parent-Row-Not-Found  VALUE 'N'.

01  Member-Scan-Flag  PIC X.
    88 Member-Row-Found      VALUE 'Y'.
    88 Member-Row-Not-Found  VALUE 'N'.

01  Program-Req-Run-Statistics.
    02 PQ-Stat-Adds     PIC 9(5)  VALUE ZERO.
    02 PQ-Stat-Changes  PIC 9(5)  VALUE ZERO.
    02 PQ-Stat-Deletes  PIC 9(5)  VALUE ZERO.
    02 PQ-Stat-Rejects  PIC 9(5)  VALUE ZERO.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Paragraph.
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
*>  Status 35 on the I-O OPEN means Program-Requirements.IDX does
*>  not exist yet (the very first run); it is created empty and
*>  opened again, so the initial population is just a batch of 'A'
*>  transactions, program rows first.
    MOVE "PROGRAM-REQUIREMENTS.IDX" TO WS-File-ID
    OPEN I-O Program-Req-File
    IF WS-File-Status = "35"
       OPEN OUTPUT Program-Req-File
       PERFORM Check-File-Status
       CLOSE Program-Req-File
       PERFORM Check-File-Status
       OPEN I-O Program-Req-File
    END-IF
    PERFORM Check-File-Status
    MOVE "PROGRAM-REQ-TRANSACTIONS.DAT" TO WS-File-ID
    OPEN INPUT Program-Req-Trans-File
    PERFORM Check-File-Status
    MOVE "PROGRAM-REQ-TRANS-ERRORS.DAT" TO WS-File-ID
    OPEN OUTPUT Program-Req-Error-File
    PERFORM Check-File-Status

    OPEN INPUT Catalog-Master-File
    IF PQ-Catalog-File-Status = "00"
       SET Catalog-Validation-On TO TRUE
    ELSE
       SET Catalog-Validation-Off TO TRUE
       DISPLAY 'Course-Catalog.IDX not available -- course rows '
               'will not be validated against the catalog'
    END-IF

    SET PQ-Trans-EOF-Not TO TRUE
    PERFORM Read-Program-Req-Trans
    PERFORM Process-Program-Req-Transaction
       UNTIL PQ-Trans-EOF

    DISPLAY 'End-of-job program requirements maintenance '
            'statistics:'
    DISPLAY '  Add transactions    processed: ' PQ-Stat-Adds
    DISPLAY '  Change transactions processed: ' PQ-Stat-Changes
    DISPLAY '  Delete transactions processed: ' PQ-Stat-Deletes
    DISPLAY '  Transactions rejected:         ' PQ-Stat-Rejects

    IF Catalog-Validation-On
       CLOSE Catalog-Master-File
    END-IF
    MOVE "PROGRAM-REQUIREMENTS.IDX" TO WS-File-ID
    CLOSE Program-Req-File
    PERFORM Check-File-Status
    MOVE "PROGRAM-REQ-TRANSACTIONS.DAT" TO WS-File-ID
    CLOSE Program-Req-Trans-File
    PERFORM Check-File-Status
    MOVE "PROGRAM-REQ-TRANS-ERRORS.DAT" TO WS-File-ID
    CLOSE Program-Req-Error-File
    PERFORM Check-File-Status
    STOP RUN
    .

COPY "file-status-check.cpy".


Read-Program-Req-Trans.
    READ Program-Req-Trans-File
       AT END  SET PQ-Trans-EOF TO TRUE
    END-READ
    .

Process-Program-Req-Transaction.
    PERFORM Classify-Transaction-Row
    EVALUATE TRUE
       WHEN PQ-Add-Trans     ADD 1 TO PQ-Stat-Adds
                             PERFORM Process-Program-Req-Add
       WHEN PQ-Change-Trans  ADD 1 TO PQ-Stat-Changes
                             PERFORM Process-Program-Req-Change
       WHEN PQ-Delete-Trans  ADD 1 TO PQ-Stat-Deletes
                             PERFORM Process-Program-Req-Delete
       WHEN OTHER
          SET PQ-Err-Bad-Trans-Type TO TRUE
          PERFORM Write-Invalid-Program-Req-Trans
    END-EVALUATE
    PERFORM Read-Program-Req-Trans
    .

*>-----------------------------------------------------------------
*> The key alone says what kind of row is meant: no group and no
*> course is the program itself, a group with no course is an
*> elective group, both is a course.  A course with no group, a
*> blank program, or a required group with no course is nothing.
*>-----------------------------------------------------------------
Classify-Transaction-Row.
    EVALUATE TRUE
       WHEN PQ-Program-Code = SPACES
          SET PQ-Bad-Row TO TRUE
       WHEN PQ-Group-Code = SPACES  AND  PQ-Catalog-ID = SPACES
          SET PQ-Program-Row TO TRUE
       WHEN PQ-Group-Code = SPACES
          SET PQ-Bad-Row TO TRUE
       WHEN PQ-Catalog-ID = SPACES  AND  PQ-Required-Group
          SET PQ-Bad-Row TO TRUE
       WHEN PQ-Catalog-ID = SPACES
          SET PQ-Group-Row TO TRUE
       WHEN OTHER
          SET PQ-Course-Row TO TRUE
    END-EVALUATE
    .


*>-----------------------------------------------------------------
*> Inserts a new row.  A program row needs its title, kind, and
*> total credits; a group row its title and minimum credits; a
*> course row no credits at all, and its parent rows on file.
*>-----------------------------------------------------------------
Process-Program-Req-Add.
    SET PQ-Fields-OK TO TRUE
    EVALUATE TRUE
       WHEN PQ-Bad-Row
          SET PQ-Fields-Bad TO TRUE
          SET PQ-Err-Bad-Field TO TRUE
       WHEN PQ-Program-Row
          IF PQ-Description = SPACES
                OR NOT PQ-Kind-Legal
                OR PQ-Credits IS NOT NUMERIC
             SET PQ-Fields-Bad TO TRUE
             SET PQ-Err-Bad-Field TO TRUE
          END-IF
       WHEN PQ-Group-Row
          IF PQ-Description = SPACES
                OR NOT PQ-Kind-Blank
                OR PQ-Credits IS NOT NUMERIC
             SET PQ-Fields-Bad TO TRUE
             SET PQ-Err-Bad-Field TO TRUE
          END-IF
       WHEN OTHER
          IF PQ-Credits NOT = SPACES
                OR NOT PQ-Kind-Blank
             SET PQ-Fields-Bad TO TRUE
             SET PQ-Err-Bad-Field TO TRUE
          END-IF
    END-EVALUATE
    IF PQ-Fields-OK
       IF PQ-Credits IS NUMERIC
          IF PQ-Credits-Num = ZERO
             SET PQ-Fields-Bad TO TRUE
             SET PQ-Err-Bad-Field TO TRUE
          END-IF
       END-IF
    END-IF
    IF PQ-Fields-OK  AND  NOT PQ-Program-Row
       PERFORM Check-Parent-Rows
    END-IF
    IF PQ-Fields-OK  AND  PQ-Course-Row
       PERFORM Check-Catalog-Course
    END-IF
    IF PQ-Fields-Bad
       PERFORM Write-Invalid-Program-Req-Trans
    ELSE
       MOVE PQ-Key          TO PR-Key
       MOVE PQ-Row-Type     TO PR-Row-Type
       MOVE PQ-Description  TO PR-Description
       IF PQ-Course-Row
          MOVE ZERO TO PR-Credits
          IF PQ-Description = SPACES  AND  Catalog-Validation-On
             MOVE CA-Course-Title TO PR-Description
          END-IF
       ELSE
          MOVE PQ-Credits-Num TO PR-Credits
       END-IF
       MOVE PQ-Program-Kind TO PR-Program-Kind
       MOVE Todays-Run-Date TO PR-Date-Changed
       WRITE Program-Req-Record
          INVALID KEY  SET PQ-Err-Duplicate-Key TO TRUE
                       PERFORM Write-Invalid-Program-Req-Trans
       END-WRITE
    END-IF
    .

*>-----------------------------------------------------------------
*> The program row must be on file for a group or course row, and
*> the group row too for an elective course row.  The probes use
*> the record area, so this runs before the new row is built.
*>-----------------------------------------------------------------
Check-Parent-Rows.
    MOVE PQ-Program-Code TO PR-Program-Code
    MOVE SPACES          TO PR-Group-Code
                            PR-Catalog-ID
    PERFORM Probe-Parent-Row
    IF Parent-Row-Not-Found
       SET PQ-Fields-Bad TO TRUE
       SET PQ-Err-No-Program-Row TO TRUE
    END-IF
    IF PQ-Fields-OK  AND  PQ-Course-Row  AND  NOT PQ-Required-Group
       MOVE PQ-Program-Code TO PR-Program-Code
       MOVE PQ-Group-Code   TO PR-Group-Code
       MOVE SPACES          TO PR-Catalog-ID
       PERFORM Probe-Parent-Row
       IF Parent-Row-Not-Found
          SET PQ-Fields-Bad TO TRUE
          SET PQ-Err-No-Group-Row TO TRUE
       END-IF
    END-IF
    .

Probe-Parent-Row.
    READ Program-Req-File
       INVALID KEY      SET Parent-Row-Not-Found TO TRUE
       NOT INVALID KEY  SET Parent-Row-Found TO TRUE
    END-READ
    .

Check-Catalog-Course.
    IF Catalog-Validation-On
       MOVE PQ-Catalog-ID TO CA-Catalog-ID
       READ Catalog-Master-File
          INVALID KEY  SET PQ-Fields-Bad TO TRUE
                       SET PQ-Err-Catalog-Unknown TO TRUE
       END-READ
    END-IF
    .


*>-----------------------------------------------------------------
*> Applies the non-blank fields of a 'C' to an existing row.  The
*> credits may be changed on a program or group row, the kind on a
*> program row only; a present-but-bad field fails the whole
*> transaction, so a change is applied entirely or not at all.
*>-----------------------------------------------------------------
Process-Program-Req-Change.
    MOVE PQ-Key TO PR-Key
    READ Program-Req-File
       INVALID KEY      SET PQ-Err-Key-Not-Found TO TRUE
                        PERFORM Write-Invalid-Program-Req-Trans
       NOT INVALID KEY  PERFORM Apply-Program-Req-Change
    END-READ
    .

Apply-Program-Req-Change.
    SET PQ-Fields-OK TO TRUE
    IF PQ-Credits NOT = SPACES
       IF PR-Course-Row
             OR PQ-Credits IS NOT NUMERIC
          SET PQ-Fields-Bad TO TRUE
          SET PQ-Err-Bad-Field TO TRUE
       ELSE
          IF PQ-Credits-Num = ZERO
             SET PQ-Fields-Bad TO TRUE
             SET PQ-Err-Bad-Field TO TRUE
          END-IF
       END-IF
    END-IF
    IF NOT PQ-Kind-Blank
       IF NOT PR-Program-Row  OR  NOT PQ-Kind-Legal
          SET PQ-Fields-Bad TO TRUE
          SET PQ-Err-Bad-Field TO TRUE
       END-IF
    END-IF
    IF PQ-Fields-Bad
       PERFORM Write-Invalid-Program-Req-Trans
    ELSE
       IF PQ-Description NOT = SPACES
          MOVE PQ-Description TO PR-Description
       END-IF
       IF PQ-Credits NOT = SPACES
          MOVE PQ-Credits-Num TO PR-Credits
       END-IF
       IF NOT PQ-Kind-Blank
          MOVE PQ-Program-Kind TO PR-Program-Kind
       END-IF
       MOVE Todays-Run-Date TO PR-Date-Changed
       REWRITE Program-Req-Record
          INVALID KEY  DISPLAY 'Program error in Change:  '
                               'Should never happen!'
                       PERFORM Check-File-Status
       END-REWRITE
    END-IF
    .


*>-----------------------------------------------------------------
*> Deletes a row.  A program or group row with rows still under it
*> is refused: those go first, so no course is left hanging from a
*> group or program that is not there.
*>-----------------------------------------------------------------
Process-Program-Req-Delete.
    MOVE PQ-Key TO PR-Key
    READ Program-Req-File
       INVALID KEY      SET PQ-Err-Key-Not-Found TO TRUE
                        PERFORM Write-Invalid-Program-Req-Trans
       NOT INVALID KEY  PERFORM Delete-Program-Req-Record
    END-READ
    .

Delete-Program-Req-Record.
    SET Member-Row-Not-Found TO TRUE
    IF NOT PR-Course-Row
       PERFORM Look-For-Member-Row
    END-IF
    IF Member-Row-Found
       SET PQ-Err-Rows-Remain TO TRUE
       PERFORM Write-Invalid-Program-Req-Trans
    ELSE
       MOVE PQ-Key TO PR-Key
       DELETE Program-Req-File
          INVALID KEY  DISPLAY 'Program error in Delete:  '
                               'Should never happen!'
                       PERFORM Check-File-Status
       END-DELETE
    END-IF
    .

*>-----------------------------------------------------------------
*> The row after the header in key order is one of its members if
*> it shares the program (and, for a group, the group).  READ NEXT
*> carries on from the header just read.
*>-----------------------------------------------------------------
Look-For-Member-Row.
    READ Program-Req-File NEXT RECORD
       AT END
          CONTINUE
       NOT AT END
          IF PR-Program-Code = PQ-Program-Code
             IF PQ-Program-Row
                SET Member-Row-Found TO TRUE
             ELSE
                IF PR-Group-Code = PQ-Group-Code
                   SET Member-Row-Found TO TRUE
                END-IF
             END-IF
          END-IF
    END-READ
    .


Write-Invalid-Program-Req-Trans.
    ADD 1 TO PQ-Stat-Rejects
    MOVE Program-Req-Trans-Rec TO PQ-Err-Trans-Image
    MOVE PQ-Err-Reason-Code    TO PQ-Err-Reason
    WRITE PQ-Err-Trans-Rec
    .
