AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Aug. 22, 2026.
*>           modified Oct. 15, 2026 to post each archived enrollment
*>           (with its section's credit hours and title) to
*>           Student-History.IDX as well, so the readers of a
*>           student's grade record no longer have to scan the whole
*>           of Course-Term-History.Dat.
*>           modified Oct. 15, 2026 to record its start and end
*>           on Job-Run-Status.Dat
*>***************************************************************
*> Program Abstract:
*>    The system used to live in a single eternal term: spring
*>
*>  OUTPUT:
*>    The live indexes updated; Course-Term-History.Dat appended;
*>    Student-History.IDX updated ('A'/'B');
*>    Course-Term-Control.Dat rewritten ('I'/'B'); run counts
*>    DISPLAYed.
*>***************************************************************
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Student-History-File  ASSIGN TO "Student-History.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS HS-Key
       FILE STATUS IS WS-File-Status.

    SELECT Term-Control-File  ASSIGN TO "Course-Term-Control.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS LK-File-Status.

    SELECT Run-Status-File  ASSIGN TO "Job-Run-Status.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS RS-File-Status.

DATA DIVISION.

FILE SECTION.
    02 THG-Course-ID     PIC X(9).
    02 THG-Grade         PIC X(2).

*> The keyed per-student copy of the 'E' records above (see
*> student-history-record.cpy), written alongside them.
FD  Student-History-File.
01  Student-History-Rec.
    COPY "student-history-record.cpy".

FD  Term-Control-File.
01  Term-Control-Record.
    02 TC-Current-Term  PIC X(5).
01  Run-Lock-Record.
    COPY "run-lock-record.cpy".

FD  Run-Status-File.
01  Run-Status-Rec.
    COPY "run-status-record.cpy".

WORKING-STORAGE SECTION.

*> The run-status file gets its own status byte pair: a problem
*> appending to the log should warn, not abort the business run.
01  RS-File-Status  PIC XX  VALUE "00".

*> The lock file gets its own status byte pair; its absence (35) is
*> normal before the convention's first-ever run.
01  LK-File-Status  PIC XX  VALUE "00".
PROCEDURE DIVISION.

Main-Paragraph.
    PERFORM Write-Run-Status-Start
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD

    DISPLAY 'Closing term: ' WITH NO ADVANCING
          OR (New-Term = SPACES AND NOT Archive-Mode)
       DISPLAY 'Rollover abandoned -- terms or mode not valid.'
       MOVE 16 TO RETURN-CODE
       PERFORM Write-Run-Status-End
       STOP RUN
    END-IF

            RO-Sections-Archived
    DISPLAY '  Overflow records removed:       ' RO-Overflow-Removed
    DISPLAY '  Student-course records removed: ' RO-SC-Removed
    PERFORM Write-Run-Status-End
    STOP RUN
    .

COPY "file-status-check.cpy".

*>-----------------------------------------------------------------
*> The shared job-run log: one 'S' record as the run begins, one
*> 'E' record (with counts and return code) as it ends.
*>-----------------------------------------------------------------
Write-Run-Status-Start.
    MOVE 'TERM-ROLLOVER' TO RS-Program-Name
    SET RS-Start-Record TO TRUE
    MOVE ZERO TO RS-Records-Processed
                 RS-Records-Rejected
                 RS-Return-Code
    PERFORM Append-Run-Status-Rec
    .

Write-Run-Status-End.
    MOVE 'TERM-ROLLOVER' TO RS-Program-Name
    SET RS-End-Record TO TRUE
    MOVE RO-Sections-Archived TO RS-Records-Processed
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
*> The run-in-progress marker (see run-lock-record.cpy).  This
*> utility rewrites the masters, so it takes the same exclusive
          DISPLAY 'Refusing to start -- clear a stale lock with '
                  'Course-Lock-Clear.'
          MOVE 16 TO RETURN-CODE
          PERFORM Write-Run-Status-End
          STOP RUN
       END-IF
    END-IF
       OPEN OUTPUT Term-History-File
    END-IF
    PERFORM Check-File-Status
*>  Status 35 means Student-History.IDX has never been built; it is
*>  created empty here, though a site with archived terms already on
*>  file should have run Student-History-Build first.
    MOVE "STUDENT-HISTORY.IDX" TO WS-File-ID
    OPEN I-O Student-History-File
    IF WS-File-Status = "35"
       OPEN OUTPUT Student-History-File
       PERFORM Check-File-Status
       CLOSE Student-History-File
       PERFORM Check-File-Status
       OPEN I-O Student-History-File
    END-IF
    PERFORM Check-File-Status

    PERFORM Collect-Closing-Term-Sections
    PERFORM Archive-One-Section
    MOVE "COURSE-TERM-HISTORY.DAT" TO WS-File-ID
    CLOSE Term-History-File
    PERFORM Check-File-Status
    MOVE "STUDENT-HISTORY.IDX" TO WS-File-ID
    CLOSE Student-History-File
    PERFORM Check-File-Status
    .

Archive-One-Section.
*>-----------------------------------------------------------------
*> The enrollment just read (key and SC-Grade) goes to the history
*> file before its Student-Course.IDX record is deleted -- grades
*> exist nowhere else.  The same enrollment is posted to
*> Student-History.IDX, taking credit hours and title from the
*> section's course record, which is still in memory.  (A record
*> already there means an archive step interrupted and rerun; it is
*> simply brought up to date.)
*>-----------------------------------------------------------------
Archive-Grade-Record.
    MOVE 'E'             TO THG-Record-Type
    MOVE SC-Course-ID    TO THG-Course-ID
    MOVE SC-Grade        TO THG-Grade
    WRITE Term-History-Grade-Rec

    MOVE SC-Student-ID       TO HS-Student-ID
    MOVE SC-Term             TO HS-Term
    MOVE SC-Course-ID        TO HS-Course-ID
    MOVE SC-Grade            TO HS-Grade
    MOVE Course-Credit-Hours TO HS-Credit-Hours
    MOVE Course-Title        TO HS-Course-Title
    MOVE Todays-Run-Date     TO HS-Archive-Date
    WRITE Student-History-Rec
       INVALID KEY
          REWRITE Student-History-Rec
             INVALID KEY
                DISPLAY 'Program error in rollover:  '
                        'Should never happen!'
                PERFORM Check-File-Status
          END-REWRITE
    END-WRITE
    .

*>-----------------------------------------------------------------
