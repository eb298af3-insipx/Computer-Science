IDENTIFICATION DIVISION.
PROGRAM-ID.  Course-Catalog-Maintain.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>***************************************************************
*> Program Abstract:
*>    An Add-Trans could create any nine-character Course-ID with
*>    any title and credit hours, so one catalog course turned up
*>    under three titles and two credit values across its sections.
*>    This program creates and maintains Course-Catalog.IDX, the
*>    course catalog master (layout in catalog-record.cpy: one
*>    record per six-character catalog course, with its official
*>    title, credit hours, owning department, and active/retired
*>    status), from a batch transaction file, in the same mold as
*>    Course-Prereqs-Maintain: 'A' adds a catalog course (active),
*>    'C' changes the fields the transaction carries (a blank field
*>    is left alone, as on a Change-Trans -- a status of 'R' retires
*>    the course, 'A' restores it), 'D' deletes it outright.  On the
*>    very first run Course-Catalog.IDX does not exist yet and is
*>    created empty before the transactions are applied.
*>
*>    A department named on an 'A' or 'C' must be on Dept-Class.IDX
*>    when that master is on hand.  Courses-Interact rejects an
*>    Add-Trans for a catalog course not on file here or retired,
*>    and defaults a new section's title and credit hours from it;
*>    Course-Catalog-Bulletin prints it by department.
*>
*>    Any transaction that cannot be applied is copied, along with a
*>    two-character reason code, to Course-Catalog-Trans-Errors.Dat.
*>
*>  INPUT:
*>    Course-Catalog-Transactions.Dat, Dept-Class.IDX (optional).
*>
*>  OUTPUT:
*>    Course-Catalog.IDX created/updated;
*>    Course-Catalog-Trans-Errors.Dat; end-of-job transaction counts
*>    DISPLAYed as a control total.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Catalog-Master-File  ASSIGN TO "Course-Catalog.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS CA-Catalog-ID
       FILE STATUS IS WS-File-Status.

    SELECT Catalog-Trans-File  ASSIGN TO "Course-Catalog-Transactions.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Catalog-Trans-Error-File
       ASSIGN TO "Course-Catalog-Trans-Errors.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Dept-Class-File  ASSIGN TO "Dept-Class.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS DC-Key
       FILE STATUS IS CM-Dept-File-Status.

DATA DIVISION.

FILE SECTION.

FD  Catalog-Master-File.
01  Catalog-Master-Record.
    COPY "catalog-record.cpy".

*> CM-Credit-Hours is PIC X, as Chg-Credit-Hours is on a
*> Change-Trans, so that spaces can mean "no change" on a 'C'.
FD  Catalog-Trans-File
       RECORD CONTAINS 44 CHARACTERS.
01  Catalog-Trans-Rec.
    02 CM-Trans-Type    PIC X.
       88 CM-Add-Trans      VALUE 'A'.
       88 CM-Change-Trans   VALUE 'C'.
       88 CM-Delete-Trans   VALUE 'D'.
    02 CM-Catalog-ID    PIC X(6).
    02 CM-Course-Title  PIC X(30).
    02 CM-Credit-Hours  PIC X(2).
    02 CM-Dept-Code     PIC X(4).
    02 CM-Status        PIC X.
       88 CM-Status-Blank   VALUE SPACE.
       88 CM-Status-Legal   VALUES 'A' 'R'.

*> CM-Err-Reason explains why the transaction in CM-Err-Trans-Image
*> was rejected, using the same two-character reason-code convention
*> as Courses-Interact's suspense file.
FD  Catalog-Trans-Error-File.
01  CM-Err-Trans-Rec.
    02 CM-Err-Trans-Image  PIC X(44).
    02 CM-Err-Reason       PIC X(2).

FD  Dept-Class-File.
01  Dept-Class-Record.
    COPY "dept-class-record.cpy".

WORKING-STORAGE SECTION.

01  CM-Trans-EOF-Flag  PIC X.
    88 CM-Trans-EOF      VALUE '1'.
    88 CM-Trans-EOF-Not  VALUE '0'.

*> Dept-Class.IDX gets its own status byte pair; its absence just
*> means departments go unvalidated, as in Employees-Maintain.
01  CM-Dept-File-Status  PIC XX  VALUE "00".

01  Dept-Validation-Flag  PIC X  VALUE 'N'.
    88 Dept-Validation-On   VALUE 'Y'.
    88 Dept-Validation-Off  VALUE 'N'.

01  Dept-Check-Flag  PIC X.
    88 Dept-Code-OK   VALUE 'Y'.
    88 Dept-Code-Bad  VALUE 'N'.

01  CM-Fields-Flag  PIC X.
    88 CM-Fields-OK   VALUE 'Y'.
    88 CM-Fields-Bad  VALUE 'N'.

01  CM-Err-Reason-Code  PIC X(2).
    88 CM-Err-Bad-Trans-Type  VALUE 'BT'.
    88 CM-Err-Duplicate-Key   VALUE 'DK'.
    88 CM-Err-Key-Not-Found   VALUE 'KN'.
    88 CM-Err-Bad-Field       VALUE 'BF'.
    88 CM-Err-Dept-Unknown    VALUE 'DU'.

01  Catalog-Run-Statistics.
    02 CM-Stat-Adds     PIC 9(5)  VALUE ZERO.
    02 CM-Stat-Changes  PIC 9(5)  VALUE ZERO.
    02 CM-Stat-Deletes  PIC 9(5)  VALUE ZERO.
    02 CM-Stat-Rejects  PIC 9(5)  VALUE ZERO.

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Paragraph.
*>  Status 35 on the I-O OPEN means Course-Catalog.IDX does not
*>  exist yet (the very first run); it is created empty and opened
*>  again, so the initial population of the catalog is just a batch
*>  of 'A' transactions.
    MOVE "COURSE-CATALOG.IDX" TO WS-File-ID
    OPEN I-O Catalog-Master-File
    IF WS-File-Status = "35"
       OPEN OUTPUT Catalog-Master-File
       PERFORM Check-File-Status
       CLOSE Catalog-Master-File
       PERFORM Check-File-Status
       OPEN I-O Catalog-Master-File
    END-IF
    PERFORM Check-File-Status
    MOVE "COURSE-CATALOG-TRANSACTIONS.DAT" TO WS-File-ID
    OPEN INPUT Catalog-Trans-File
    PERFORM Check-File-Status
    MOVE "COURSE-CATALOG-TRANS-ERRORS.DAT" TO WS-File-ID
    OPEN OUTPUT Catalog-Trans-Error-File
    PERFORM Check-File-Status

    OPEN INPUT Dept-Class-File
    IF CM-Dept-File-Status = "00"
       SET Dept-Validation-On TO TRUE
    ELSE
       SET Dept-Validation-Off TO TRUE
       DISPLAY 'Dept-Class.IDX not available -- owning departments '
               'will not be validated'
    END-IF

    SET CM-Trans-EOF-Not TO TRUE
    PERFORM Read-Catalog-Trans
    PERFORM Process-Catalog-Transaction
       UNTIL CM-Trans-EOF

    DISPLAY 'End-of-job catalog maintenance statistics:'
    DISPLAY '  Add transactions    processed: ' CM-Stat-Adds
    DISPLAY '  Change transactions processed: ' CM-Stat-Changes
    DISPLAY '  Delete transactions processed: ' CM-Stat-Deletes
    DISPLAY '  Transactions rejected:         ' CM-Stat-Rejects

    IF Dept-Validation-On
       CLOSE Dept-Class-File
    END-IF
    MOVE "COURSE-CATALOG.IDX" TO WS-File-ID
    CLOSE Catalog-Master-File
    PERFORM Check-File-Status
    MOVE "COURSE-CATALOG-TRANSACTIONS.DAT" TO WS-File-ID
    CLOSE Catalog-Trans-File
    PERFORM Check-File-Status
    MOVE "COURSE-CATALOG-TRANS-ERRORS.DAT" TO WS-File-ID
    CLOSE Catalog-Trans-Error-File
    PERFORM Check-File-Status
    STOP RUN
    .

COPY "file-status-check.cpy".


Read-Catalog-Trans.
    READ Catalog-Trans-File
       AT END  SET CM-Trans-EOF TO TRUE
    END-READ
    .

Process-Catalog-Transaction.
    EVALUATE TRUE
       WHEN CM-Add-Trans     ADD 1 TO CM-Stat-Adds
                             PERFORM Process-Catalog-Add
       WHEN CM-Change-Trans  ADD 1 TO CM-Stat-Changes
                             PERFORM Process-Catalog-Change
       WHEN CM-Delete-Trans  ADD 1 TO CM-Stat-Deletes
                             PERFORM Process-Catalog-Delete
       WHEN OTHER
          SET CM-Err-Bad-Trans-Type TO TRUE
          PERFORM Write-Invalid-Catalog-Trans
    END-EVALUATE
    PERFORM Read-Catalog-Trans
    .


*>-----------------------------------------------------------------
*> Inserts a new catalog course.  Every field is required on an
*> 'A' -- a catalog entry with no title or no credit value is
*> exactly what this file exists to prevent -- and a new course is
*> always active, whatever the status byte says.
*>-----------------------------------------------------------------
Process-Catalog-Add.
    SET CM-Fields-OK TO TRUE
    IF CM-Course-Title = SPACES
          OR CM-Credit-Hours IS NOT NUMERIC
          OR CM-Dept-Code = SPACES
       SET CM-Fields-Bad TO TRUE
       SET CM-Err-Bad-Field TO TRUE
    END-IF
    IF CM-Fields-OK
       PERFORM Check-Owning-Department
       IF Dept-Code-Bad
          SET CM-Fields-Bad TO TRUE
          SET CM-Err-Dept-Unknown TO TRUE
       END-IF
    END-IF
    IF CM-Fields-Bad
       PERFORM Write-Invalid-Catalog-Trans
    ELSE
       MOVE CM-Catalog-ID   TO CA-Catalog-ID
       MOVE CM-Course-Title TO CA-Course-Title
       MOVE CM-Credit-Hours TO CA-Credit-Hours
       MOVE CM-Dept-Code    TO CA-Dept-Code
       SET CA-Active TO TRUE
       WRITE Catalog-Master-Record
          INVALID KEY  SET CM-Err-Duplicate-Key TO TRUE
                       PERFORM Write-Invalid-Catalog-Trans
       END-WRITE
    END-IF
    .


*>-----------------------------------------------------------------
*> Applies the non-blank fields of a 'C' to an existing catalog
*> course.  A present-but-bad field fails the whole transaction, so
*> a change is applied entirely or not at all.
*>-----------------------------------------------------------------
Process-Catalog-Change.
    MOVE CM-Catalog-ID TO CA-Catalog-ID
    READ Catalog-Master-File
       INVALID KEY      SET CM-Err-Key-Not-Found TO TRUE
                        PERFORM Write-Invalid-Catalog-Trans
       NOT INVALID KEY  PERFORM Apply-Catalog-Change
    END-READ
    .

Apply-Catalog-Change.
    SET CM-Fields-OK TO TRUE
    IF CM-Credit-Hours NOT = SPACES
          AND CM-Credit-Hours IS NOT NUMERIC
       SET CM-Fields-Bad TO TRUE
       SET CM-Err-Bad-Field TO TRUE
    END-IF
    IF NOT CM-Status-Blank  AND  NOT CM-Status-Legal
       SET CM-Fields-Bad TO TRUE
       SET CM-Err-Bad-Field TO TRUE
    END-IF
    IF CM-Fields-OK  AND  CM-Dept-Code NOT = SPACES
       PERFORM Check-Owning-Department
       IF Dept-Code-Bad
          SET CM-Fields-Bad TO TRUE
          SET CM-Err-Dept-Unknown TO TRUE
       END-IF
    END-IF
    IF CM-Fields-Bad
       PERFORM Write-Invalid-Catalog-Trans
    ELSE
       IF CM-Course-Title NOT = SPACES
          MOVE CM-Course-Title TO CA-Course-Title
       END-IF
       IF CM-Credit-Hours NOT = SPACES
          MOVE CM-Credit-Hours TO CA-Credit-Hours
       END-IF
       IF CM-Dept-Code NOT = SPACES
          MOVE CM-Dept-Code TO CA-Dept-Code
       END-IF
       IF NOT CM-Status-Blank
          MOVE CM-Status TO CA-Status
       END-IF
       REWRITE Catalog-Master-Record
          INVALID KEY  DISPLAY 'Program error in Change:  '
                               'Should never happen!'
                       PERFORM Check-File-Status
       END-REWRITE
    END-IF
    .


Process-Catalog-Delete.
    MOVE CM-Catalog-ID TO CA-Catalog-ID
    READ Catalog-Master-File
       INVALID KEY      SET CM-Err-Key-Not-Found TO TRUE
                        PERFORM Write-Invalid-Catalog-Trans
       NOT INVALID KEY  PERFORM Delete-Catalog-Record
    END-READ
    .

Delete-Catalog-Record.
    DELETE Catalog-Master-File
       INVALID KEY  DISPLAY 'Program error in Delete:  '
                            'Should never happen!'
                    PERFORM Check-File-Status
    END-DELETE
    .


*>-----------------------------------------------------------------
*> A department is known when Dept-Class.IDX holds at least one
*> job-class row for it: START at the department's low key
*> and look at the first row found, the same probe
*> Department-Roster-Report uses for a department's description.
*>-----------------------------------------------------------------
Check-Owning-Department.
    SET Dept-Code-OK TO TRUE
    IF Dept-Validation-On
       SET Dept-Code-Bad TO TRUE
       MOVE CM-Dept-Code TO DC-Dept-Code
       MOVE LOW-VALUES   TO DC-Job-Class
       START Dept-Class-File KEY IS NOT LESS THAN DC-Key
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             READ Dept-Class-File NEXT RECORD
                AT END
                   CONTINUE
                NOT AT END
                   IF DC-Dept-Code = CM-Dept-Code
                      SET Dept-Code-OK TO TRUE
                   END-IF
             END-READ
       END-START
    END-IF
    .


Write-Invalid-Catalog-Trans.
    ADD 1 TO CM-Stat-Rejects
    MOVE Catalog-Trans-Rec  TO CM-Err-Trans-Image
    MOVE CM-Err-Reason-Code TO CM-Err-Reason
    WRITE CM-Err-Trans-Rec
    .
