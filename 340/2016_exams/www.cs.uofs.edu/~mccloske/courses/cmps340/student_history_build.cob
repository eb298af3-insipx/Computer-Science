IDENTIFICATION DIVISION.
PROGRAM-ID.  Student-History-Build.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>***************************************************************
*> Program Abstract:
*>    Course-Term-History.Dat is sequential, and the prerequisite
*>    check, the transcript, and the GPA run were each walking the
*>    whole of it to find one student's grades.  Those readers now
*>    use Student-History.IDX (layout in
*>    student-history-record.cpy), keyed by student, term, and
*>    course, which Term-Rollover posts as it archives each term and
*>    Grade-Change keeps in step with every correction.  This
*>    program builds it from scratch out of the archive: every 'E'
*>    enrollment record becomes one Student-History.IDX record,
*>    carrying the credit hours and title from its section's 'C'
*>    course image (Term-Rollover writes each section's image
*>    immediately ahead of its enrollments).
*>
*>    Run it once before the first term is archived under the new
*>    Term-Rollover, so the terms already archived are on file; it
*>    can be rerun at any time to rebuild a damaged index, since the
*>    archive remains the record of truth.  The run takes the
*>    Course-Run-Lock.Dat marker, so Term-Rollover and Grade-Change
*>    cannot be writing either file while it runs.
*>
*>  INPUT:
*>    Course-Term-History.Dat.
*>
*>  OUTPUT:
*>    Student-History.IDX, rebuilt from scratch on every run; run
*>    counts DISPLAYed as a control total.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Term-History-File  ASSIGN TO "Course-Term-History.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Student-History-File  ASSIGN TO "Student-History.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS HS-Key
       FILE STATUS IS WS-File-Status.

    SELECT Run-Lock-File  ASSIGN TO "Course-Run-Lock.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS LK-File-Status.

    SELECT Run-Status-File  ASSIGN TO "Job-Run-Status.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS RS-File-Status.

DATA DIVISION.

FILE SECTION.

*> The dated archive Term-Rollover writes: 'C' records carry a full
*> course image, 'E' records one enrollment with its grade.
FD  Term-History-File
       RECORD CONTAINS 34 TO 2809 CHARACTERS
       DATA RECORDS ARE Term-History-Rec, Term-History-Grade-Rec.
01  Term-History-Rec.
    02 TH-Record-Type   PIC X.
    02 TH-Archive-Date  PIC 9(8).
    02 TH-Course-Image  PIC X(2800).
01  Term-History-Grade-Rec.
    02 THG-Record-Type   PIC X.
    02 THG-Archive-Date  PIC 9(8).
    02 THG-Student-ID    PIC X(9).
    02 THG-Term          PIC X(5).
    02 THG-Course-ID     PIC X(9).
    02 THG-Grade         PIC X(2).

*> HS-Key is written in archive order, not key order, so the file is
*> opened DYNAMIC (see Student-Course-Index-Build for why SEQUENTIAL
*> access would refuse the out-of-order WRITEs).
FD  Student-History-File.
01  Student-History-Rec.
    COPY "student-history-record.cpy".

FD  Run-Lock-File.
01  Run-Lock-Record.
    COPY "run-lock-record.cpy".

FD  Run-Status-File.
01  Run-Status-Rec.
    COPY "run-status-record.cpy".

WORKING-STORAGE SECTION.

*> The lock file gets its own status byte pair; its absence (35) is
*> normal before the convention's first-ever run.
01  LK-File-Status  PIC XX  VALUE "00".

*> The run-status file gets its own status byte pair: a problem
*> appending to the log should warn, not abort the business run.
01  RS-File-Status  PIC XX  VALUE "00".

01  History-EOF-Flag  PIC X.
    88 History-EOF      VALUE '1'.
    88 History-EOF-Not  VALUE '0'.

*> The leading fixed fields of course-record.cpy, by byte position,
*> used to pull the title and credit hours out of a raw 'C' course
*> image -- the same view-taking Audit-History-Query applies to its
*> raw images.
01  History-Course-View.
    02 HCV-Term       PIC X(5).
    02 HCV-Course-ID  PIC X(9).
    02 FILLER         PIC X(16).
    02 HCV-Title      PIC X(30).
    02 HCV-Credits    PIC X(2).

*> The section whose 'C' image was read last -- the one the 'E'
*> records that follow it belong to.
01  HB-Current-Section.
    02 HB-Section-Term       PIC X(5)   VALUE SPACES.
    02 HB-Section-Course-ID  PIC X(9)   VALUE SPACES.
    02 HB-Section-Title      PIC X(30)  VALUE SPACES.
    02 HB-Section-Credits    PIC 9(2)   VALUE ZERO.

01  History-Build-Totals.
    02 HB-Images-Read       PIC 9(6)  VALUE ZERO.
    02 HB-Enrollments-Read  PIC 9(6)  VALUE ZERO.
    02 HB-Records-Written   PIC 9(6)  VALUE ZERO.
    02 HB-Duplicate-Keys    PIC 9(6)  VALUE ZERO.
    02 HB-Images-Missing    PIC 9(6)  VALUE ZERO.

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Program.
    PERFORM Acquire-Run-Lock
    PERFORM Write-Run-Status-Start

    MOVE "COURSE-TERM-HISTORY.DAT" TO WS-File-ID
    OPEN INPUT Term-History-File
    IF WS-File-Status = "35"
       SET History-EOF TO TRUE
       DISPLAY 'No archived terms on file -- Student-History.IDX '
               'created empty.'
    ELSE
       PERFORM Check-File-Status
       SET History-EOF-Not TO TRUE
    END-IF
    MOVE "STUDENT-HISTORY.IDX" TO WS-File-ID
    OPEN OUTPUT Student-History-File
    PERFORM Check-File-Status

    IF History-EOF-Not
       MOVE "COURSE-TERM-HISTORY.DAT" TO WS-File-ID
       PERFORM Read-History-Rec
       PERFORM Build-From-History-Rec
          UNTIL History-EOF
       CLOSE Term-History-File
       PERFORM Check-File-Status
    END-IF

    MOVE "STUDENT-HISTORY.IDX" TO WS-File-ID
    CLOSE Student-History-File
    PERFORM Check-File-Status

    DISPLAY 'Student-History.IDX build complete:'
    DISPLAY '  Course images read:         ' HB-Images-Read
    DISPLAY '  Enrollment records read:    ' HB-Enrollments-Read
    DISPLAY '  History records written:    ' HB-Records-Written
    DISPLAY '  Duplicate keys skipped:     ' HB-Duplicate-Keys
    DISPLAY '  Enrollments with no image:  ' HB-Images-Missing
    PERFORM Write-Run-Status-End
    PERFORM Release-Run-Lock
    STOP RUN
    .

COPY "file-status-check.cpy".

*>-----------------------------------------------------------------
*> The run-in-progress marker (see run-lock-record.cpy).  This run
*> rewrites the keyed history Term-Rollover and Grade-Change also
*> write, so it takes the same exclusive marker they do; a stale
*> lock is cleared with Course-Lock-Clear.
*>-----------------------------------------------------------------
Acquire-Run-Lock.
    OPEN INPUT Run-Lock-File
    IF LK-File-Status = "00"
       READ Run-Lock-File
          AT END  CONTINUE
       END-READ
       CLOSE Run-Lock-File
       IF LK-Held
          DISPLAY 'Run lock is held by ' LK-Holder-Program
                  ' (taken ' LK-Lock-Date ' ' LK-Lock-Time ')'
          DISPLAY 'Refusing to start -- clear a stale lock with '
                  'Course-Lock-Clear.'
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF
    END-IF
    SET LK-Held TO TRUE
    MOVE 'STUDENT-HISTORY-BUILD' TO LK-Holder-Program
    ACCEPT LK-Lock-Date FROM DATE YYYYMMDD
    ACCEPT LK-Lock-Time FROM TIME
    OPEN OUTPUT Run-Lock-File
    WRITE Run-Lock-Record
    CLOSE Run-Lock-File
    .

Release-Run-Lock.
    SET LK-Released TO TRUE
    MOVE 'STUDENT-HISTORY-BUILD' TO LK-Holder-Program
    ACCEPT LK-Lock-Date FROM DATE YYYYMMDD
    ACCEPT LK-Lock-Time FROM TIME
    OPEN OUTPUT Run-Lock-File
    WRITE Run-Lock-Record
    CLOSE Run-Lock-File
    .

*>-----------------------------------------------------------------
*> The shared job-run log: one 'S' record as the run begins, one 'E'
*> record (with counts and return code) as it ends.
*>-----------------------------------------------------------------
Write-Run-Status-Start.
    MOVE 'STUDENT-HISTORY-BUILD' TO RS-Program-Name
    SET RS-Start-Record TO TRUE
    MOVE ZERO TO RS-Records-Processed
                 RS-Records-Rejected
                 RS-Return-Code
    PERFORM Append-Run-Status-Rec
    .

Write-Run-Status-End.
    MOVE 'STUDENT-HISTORY-BUILD' TO RS-Program-Name
    SET RS-End-Record TO TRUE
    MOVE HB-Records-Written TO RS-Records-Processed
    MOVE HB-Duplicate-Keys  TO RS-Records-Rejected
    MOVE RETURN-CODE        TO RS-Return-Code
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


Read-History-Rec.
    READ Term-History-File
       AT END  SET History-EOF TO TRUE
    END-READ
    .

*>-----------------------------------------------------------------
*> A 'C' image becomes the current section; an 'E' record is
*> written to the keyed history with the current section's credit
*> hours and title.  An enrollment whose section image is not the
*> one just read (an archive patched by hand) is still written,
*> with zero credits and a marked title, and counted.
*>-----------------------------------------------------------------
Build-From-History-Rec.
    EVALUATE TH-Record-Type
       WHEN 'C'  PERFORM Note-Section-Image
       WHEN 'E'  PERFORM Write-History-Record
    END-EVALUATE
    PERFORM Read-History-Rec
    .

Note-Section-Image.
    ADD 1 TO HB-Images-Read
    MOVE TH-Course-Image (1:62) TO History-Course-View
    MOVE HCV-Term      TO HB-Section-Term
    MOVE HCV-Course-ID TO HB-Section-Course-ID
    MOVE HCV-Title     TO HB-Section-Title
    IF HCV-Credits IS NUMERIC
       MOVE HCV-Credits TO HB-Section-Credits
    ELSE
       MOVE ZERO TO HB-Section-Credits
    END-IF
    .

Write-History-Record.
    ADD 1 TO HB-Enrollments-Read
    MOVE THG-Student-ID   TO HS-Student-ID
    MOVE THG-Term         TO HS-Term
    MOVE THG-Course-ID    TO HS-Course-ID
    MOVE THG-Grade        TO HS-Grade
    MOVE THG-Archive-Date TO HS-Archive-Date
    IF THG-Term = HB-Section-Term
          AND THG-Course-ID = HB-Section-Course-ID
       MOVE HB-Section-Credits TO HS-Credit-Hours
       MOVE HB-Section-Title   TO HS-Course-Title
    ELSE
       ADD 1 TO HB-Images-Missing
       MOVE ZERO TO HS-Credit-Hours
       MOVE '(course image not on file)' TO HS-Course-Title
       DISPLAY 'No course image ahead of enrollment: '
               THG-Term ' ' THG-Course-ID ' ' THG-Student-ID
    END-IF
    WRITE Student-History-Rec
       INVALID KEY
          ADD 1 TO HB-Duplicate-Keys
          DISPLAY 'Duplicate Student-History key: ' HS-Key
       NOT INVALID KEY
          ADD 1 TO HB-Records-Written
    END-WRITE
    .
