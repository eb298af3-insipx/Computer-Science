AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Sep. 2, 2026.
*>           modified Oct. 15, 2026 to take the archived terms'
*>           grades and credit hours from Student-History.IDX, in
*>           student order, instead of walking Course-Term-History.Dat
*>           and matching every enrollment against a table of its
*>           course images
*>           modified Oct. 15, 2026 to apply repeated-course grade
*>           replacement: an archived attempt at a catalog course the
*>           student later completed again (in a later archived term
*>           or the current one) is left out of the cumulative GPA,
*>           and each such replacement is listed on
*>           Repeated-Courses.Rpt for the registrar to review
*>           modified Oct. 15, 2026 for the pass/fail and audit
*>           grading bases: the compiled-in scale carries 'P ', 'NP',
*>           and 'AU', none of which affects the GPA; a current-term
*>           enrollment not on the letter basis never counts toward
*>           it whatever its grade; and an audit is not an attempt
*>           that replaces an earlier one
*>           modified Oct. 15, 2026 to record its start and end
*>           on Job-Run-Status.Dat
*>***************************************************************
*> Program Abstract:
*>    Grades sat in SC-Grade and nothing ever turned them into a
*>    the arithmetic on the system's own records:
*>
*>      - the archived terms' grades come from
*>        Student-History.IDX (the keyed per-student copy of the
*>        archive's enrollments, carrying each section's credit
*>        hours);
*>      - the current term's grades come from Student-Course.IDX,
*>        with credit hours from Courses.IDX;
*>      - each grade's quality points come from Grade-Scale.Dat,
*>        the same table Courses-Interact now validates grade codes
*>        against (a compiled-in default scale covers a site with
*>        no table yet); grades the scale marks as not affecting
*>        the GPA ('W', 'I', and the pass/fail and audit grades
*>        'P', 'NP', 'AU') are skipped, as is any current-term
*>        enrollment taken pass/fail or audit;
*>      - an archived attempt is replaced -- skipped, and listed on
*>        Repeated-Courses.Rpt -- when the student has a later
*>        completed attempt (any grade but blank, 'W', 'I', or
*>        'AU') at
*>        the same catalog course (the first six bytes of the
*>        Course-ID): later by HS-Archive-Date, or in the current
*>        term, which is later than anything archived.
*>
*>    Each student's term GPA and cumulative GPA, weighted by
*>    Course-Credit-Hours, go to Student-Standing.Dat with a
*>    to Academic-Standing.Rpt with names from Students.IDX.
*>
*>  INPUT:
*>    Student-History.IDX, Student-Course.IDX, Courses.IDX,
*>    Grade-Scale.Dat, Course-Term-Control.Dat, Students.IDX
*>    (optional, for names).
*>
*>  OUTPUT:
*>    Student-Standing.Dat (rewritten each run),
*>    Academic-Standing.Rpt, and Repeated-Courses.Rpt; run counts
*>    DISPLAYed as a control total.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Student-History-File  ASSIGN TO "Student-History.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS SEQUENTIAL
       RECORD KEY IS HS-Key
       FILE STATUS IS WS-File-Status.

    SELECT Student-Course-File  ASSIGN TO "Student-Course.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS SC-Key
       FILE STATUS IS WS-File-Status.

       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Repeat-Report  ASSIGN TO "Repeated-Courses.Rpt"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Run-Status-File  ASSIGN TO "Job-Run-Status.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS RS-File-Status.

DATA DIVISION.

FILE SECTION.

*> The keyed per-student history (see student-history-record.cpy):
*> one record per archived enrollment, with its grade and the
*> section's credit hours, read in key (student) order.
FD  Student-History-File.
01  Student-History-Rec.
    COPY "student-history-record.cpy".

FD  Student-Course-File.
01  Student-Course-Rec.
FD  Standing-Report.
01  AS-Line  PIC X(80).

FD  Repeat-Report.
01  RP-Line  PIC X(80).

FD  Run-Status-File.
01  Run-Status-Rec.
    COPY "run-status-record.cpy".

WORKING-STORAGE SECTION.

*> The run-status file gets its own status byte pair: a problem
*> appending to the log should warn, not abort the business run.
01  RS-File-Status  PIC XX  VALUE "00".

01  Default-Term  PIC X(5)  VALUE 'CURR1'.
01  Current-Term  PIC X(5)  VALUE SPACES.

    02 FILLER  PIC X(7)  VALUE 'F 000YN'.
    02 FILLER  PIC X(7)  VALUE 'I 000NN'.
    02 FILLER  PIC X(7)  VALUE 'W 000NN'.
    02 FILLER  PIC X(7)  VALUE 'P 000NY'.
    02 FILLER  PIC X(7)  VALUE 'NP000NN'.
    02 FILLER  PIC X(7)  VALUE 'AU000NN'.
01  Default-Scale-Entries REDEFINES Default-Grade-Scale.
    02 Default-Scale-Entry  PIC X(7)  OCCURS 16 TIMES.
01  Default-Scale-Index  PIC 9(2).

01  Grade-Points-Found-Flag  PIC X.
01  Grade-Counts-Flag   PIC X.
    88 Grade-Counts-Toward-GPA  VALUE 'Y'.

*> One accumulation entry per student with graded work anywhere on
*> file.  Same table-ceiling tradeoff as the rest of the suite: a
*> student body past the ceiling refuses the run rather than

01  Entry-Credits  PIC 9(2)  VALUE ZERO.

*> One student's archived enrollments, gathered as the history pass
*> reads them (the file is in student order), so each can be tested
*> for a later attempt at the same catalog course before it is
*> allowed into the cumulative GPA.  A student with more archived
*> enrollments than the table holds has the excess counted as
*> read, untested for repeats.
01  Max-History-Group     PIC 9(3)  VALUE 200.
01  History-Group-Count   PIC 9(3)  VALUE ZERO.
01  History-Group-Table.
    02 History-Group-Entry  OCCURS 0 TO 200 TIMES
                            DEPENDING ON History-Group-Count.
       03 HG-Term           PIC X(5).
       03 HG-Course-ID      PIC X(9).
       03 HG-Grade          PIC X(2).
       03 HG-Credits        PIC 9(2).
       03 HG-Archive-Date   PIC 9(8).
01  History-Group-Index   PIC 9(3).
01  History-Later-Index   PIC 9(3).
01  Group-Student-ID      PIC X(9)  VALUE SPACES.

*> The same student's completed current-term enrollments, from a
*> prefix scan of Student-Course.IDX: any of them replaces an
*> archived attempt at the same catalog course.
01  Max-Current-Attempts    PIC 9(2)  VALUE 40.
01  Current-Attempt-Count   PIC 9(2)  VALUE ZERO.
01  Current-Attempt-Table.
    02 Current-Attempt  OCCURS 0 TO 40 TIMES
                        DEPENDING ON Current-Attempt-Count.
       03 CA-Course-ID  PIC X(9).
       03 CA-Grade      PIC X(2).
01  Current-Attempt-Index   PIC 9(2).

01  SC-Lookup-Flag  PIC X  VALUE 'N'.
    88 SC-Lookup-Available      VALUE 'Y'.
    88 SC-Lookup-Not-Available  VALUE 'N'.

01  SC-Scan-EOF-Flag  PIC X.
    88 SC-Scan-EOF      VALUE '1'.
    88 SC-Scan-EOF-Not  VALUE '0'.

*> A grade that completes an attempt, so that it replaces an earlier
*> one: anything posted but a withdrawal or an incomplete.
01  Repeat-Grade-Check  PIC X(2).
    88 Repeat-Grade-Not-Final  VALUES SPACES 'W ' 'I ' 'AU'.

*> The attempt found to replace the archived entry under test --
*> the latest one, if there are several.
01  Replacing-Flag  PIC X.
    88 Attempt-Replaced      VALUE 'Y'.
    88 Attempt-Not-Replaced  VALUE 'N'.
01  Replacing-Archive-Date  PIC 9(8).
01  Replacing-Term          PIC X(5).
01  Replacing-Course-ID     PIC X(9).
01  Replacing-Grade         PIC X(2).

01  Computed-Term-GPA  PIC 9V99  VALUE ZERO.
01  Computed-Cum-GPA   PIC 9V99  VALUE ZERO.

    02 AS-Students-Graded  PIC 9(5)  VALUE ZERO.
    02 AS-On-Probation     PIC 9(5)  VALUE ZERO.
    02 AS-On-Deans-List    PIC 9(5)  VALUE ZERO.
    02 AS-Repeats-Applied  PIC 9(5)  VALUE ZERO.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.

    02 FILLER         PIC X(7)   VALUE '  cum: '.
    02 ASD-Cum-GPA    PIC 9.99.

01  RP-Heading-1.
    02 FILLER  PIC X(37)  VALUE 'REPEATED COURSES -- ATTEMPTS REPLACED'.

01  RP-Heading-2.
    02 FILLER       PIC X(10)  VALUE 'Run date: '.
    02 RPH-Run-Date PIC 9(8).
    02 FILLER       PIC X(10)  VALUE '    Term: '.
    02 RPH-Term     PIC X(5).

01  RP-Heading-3.
    02 FILLER  PIC X(11)  VALUE 'STUDENT'.
    02 FILLER  PIC X(26)  VALUE 'EARLIER ATTEMPT'.
    02 FILLER  PIC X(25)  VALUE 'REPLACED BY'.

01  RP-Detail-Line.
    02 RPD-Student-ID       PIC X(9).
    02 FILLER               PIC X(2)   VALUE SPACES.
    02 RPD-Term             PIC X(5).
    02 FILLER               PIC X(1)   VALUE SPACES.
    02 RPD-Course-ID        PIC X(9).
    02 FILLER               PIC X(1)   VALUE SPACES.
    02 RPD-Grade            PIC X(2).
    02 FILLER               PIC X(1)   VALUE SPACES.
    02 RPD-Credits          PIC Z9.
    02 FILLER               PIC X(5)   VALUE ' cr  '.
    02 RPD-Replacing-Term   PIC X(5).
    02 FILLER               PIC X(1)   VALUE SPACES.
    02 RPD-Replacing-Course PIC X(9).
    02 FILLER               PIC X(1)   VALUE SPACES.
    02 RPD-Replacing-Grade  PIC X(2).

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Program.
    PERFORM Write-Run-Status-Start
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
    PERFORM Read-Current-Term
    PERFORM Load-Grade-Scale

    MOVE "REPEATED-COURSES.RPT" TO WS-File-ID
    OPEN OUTPUT Repeat-Report
    PERFORM Check-File-Status
    WRITE RP-Line FROM RP-Heading-1
    MOVE Todays-Run-Date TO RPH-Run-Date
    MOVE Current-Term    TO RPH-Term
    WRITE RP-Line FROM RP-Heading-2
    MOVE SPACES TO RP-Line
    WRITE RP-Line
    WRITE RP-Line FROM RP-Heading-3

    PERFORM Accumulate-Archived-Grades
    MOVE "REPEATED-COURSES.RPT" TO WS-File-ID
    CLOSE Repeat-Report
    PERFORM Check-File-Status
    PERFORM Accumulate-Current-Term-Grades

    IF Standing-Table-Overflowed
               Max-Standing-Students '-entry table -- run '
               'abandoned, nothing written.'
       MOVE 16 TO RETURN-CODE
       PERFORM Write-Run-Status-End
       STOP RUN
    END-IF

    DISPLAY '  Students with graded work: ' AS-Students-Graded
    DISPLAY '  On probation:              ' AS-On-Probation
    DISPLAY '  On the dean''s list:        ' AS-On-Deans-List
    DISPLAY '  Repeated attempts replaced: ' AS-Repeats-Applied
    PERFORM Write-Run-Status-End
    STOP RUN
    .

COPY "file-status-check.cpy".

*>-----------------------------------------------------------------
*> The shared job-run log: one 'S' record as the run begins, one
*> 'E' record (with counts and return code) as it ends.
*>-----------------------------------------------------------------
Write-Run-Status-Start.
    MOVE 'ACADEMIC-STANDING' TO RS-Program-Name
    SET RS-Start-Record TO TRUE
    MOVE ZERO TO RS-Records-Processed
                 RS-Records-Rejected
                 RS-Return-Code
    PERFORM Append-Run-Status-Rec
    .

Write-Run-Status-End.
    MOVE 'ACADEMIC-STANDING' TO RS-Program-Name
    SET RS-End-Record TO TRUE
    MOVE AS-Students-Graded TO RS-Records-Processed
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
*> Reads the current term from Course-Term-Control.Dat; a site that
               'compiled-in scale'
       PERFORM Load-Default-Scale-Entry
          VARYING Default-Scale-Index FROM 1 BY 1
          UNTIL Default-Scale-Index > 16
    END-IF
    .



*>-----------------------------------------------------------------
*> One pass over Student-History.IDX in key order, so each
*> student's archived record arrives as one contiguous run; the run
*> is gathered whole (Gather-History-Rec) and, once it ends, every
*> enrollment not replaced by a later attempt feeds that student's
*> cumulative accumulation (Apply-History-Group).
*> Student-Course.IDX is held open alongside for the current-term
*> attempts; without it, only archived attempts replace.
*>-----------------------------------------------------------------
Accumulate-Archived-Grades.
    MOVE "STUDENT-HISTORY.IDX" TO WS-File-ID
    OPEN INPUT Student-History-File
    IF WS-File-Status = "35"
       DISPLAY 'No archived terms on file -- cumulative GPAs will '
               'cover the current term only.'
    ELSE
       PERFORM Check-File-Status
       MOVE "STUDENT-COURSE.IDX" TO WS-File-ID
       OPEN INPUT Student-Course-File
       IF WS-File-Status = "35"
          SET SC-Lookup-Not-Available TO TRUE
       ELSE
          PERFORM Check-File-Status
          SET SC-Lookup-Available TO TRUE
       END-IF
       MOVE SPACES TO Group-Student-ID
       MOVE ZERO   TO History-Group-Count
       SET History-EOF-Not TO TRUE
       PERFORM Read-Next-History-Rec
       PERFORM Gather-History-Rec
          UNTIL History-EOF
       PERFORM Apply-History-Group
       IF SC-Lookup-Available
          MOVE "STUDENT-COURSE.IDX" TO WS-File-ID
          CLOSE Student-Course-File
          PERFORM Check-File-Status
       END-IF
       MOVE "STUDENT-HISTORY.IDX" TO WS-File-ID
       CLOSE Student-History-File
       PERFORM Check-File-Status
    END-IF
    .

Read-Next-History-Rec.
    READ Student-History-File NEXT RECORD
       AT END  SET History-EOF TO TRUE
    END-READ
    .

Gather-History-Rec.
    IF HS-Student-ID NOT = Group-Student-ID
       PERFORM Apply-History-Group
       MOVE HS-Student-ID TO Group-Student-ID
       MOVE ZERO          TO History-Group-Count
    END-IF
    IF History-Group-Count < Max-History-Group
       ADD 1 TO History-Group-Count
       MOVE HS-Term         TO HG-Term (History-Group-Count)
       MOVE HS-Course-ID    TO HG-Course-ID (History-Group-Count)
       MOVE HS-Grade        TO HG-Grade (History-Group-Count)
       MOVE HS-Credit-Hours TO HG-Credits (History-Group-Count)
       MOVE HS-Archive-Date TO HG-Archive-Date (History-Group-Count)
    ELSE
       DISPLAY 'Archived enrollment beyond group ceiling counted '
               'without repeat check: ' HS-Student-ID ' '
               HS-Term ' ' HS-Course-ID
       MOVE HS-Grade        TO Grade-Under-Test
       MOVE HS-Credit-Hours TO Entry-Credits
       PERFORM Accumulate-Archived-Grade
    END-IF
    PERFORM Read-Next-History-Rec
    .

*>-----------------------------------------------------------------
*> The gathered student's archived enrollments, each either
*> replaced by a later completed attempt at its catalog course --
*> listed on Repeated-Courses.Rpt and left out -- or accumulated.
*>-----------------------------------------------------------------
Apply-History-Group.
    IF History-Group-Count > ZERO
       PERFORM Load-Current-Attempts
       PERFORM Apply-History-Entry
          VARYING History-Group-Index FROM 1 BY 1
          UNTIL History-Group-Index > History-Group-Count
    END-IF
    .

Load-Current-Attempts.
    MOVE ZERO TO Current-Attempt-Count
    IF SC-Lookup-Available
       MOVE Group-Student-ID TO SC-Student-ID
       MOVE Current-Term     TO SC-Term
       MOVE LOW-VALUES       TO SC-Course-ID
       SET SC-Scan-EOF-Not TO TRUE
       START Student-Course-File KEY IS NOT LESS THAN SC-Key
          INVALID KEY  SET SC-Scan-EOF TO TRUE
       END-START
       PERFORM Read-Next-SC-Attempt
       PERFORM Note-Current-Attempt
          UNTIL SC-Scan-EOF
    END-IF
    .

Read-Next-SC-Attempt.
    IF NOT SC-Scan-EOF
       READ Student-Course-File NEXT RECORD
          AT END  SET SC-Scan-EOF TO TRUE
       END-READ
    END-IF
    .

Note-Current-Attempt.
    IF SC-Student-ID NOT = Group-Student-ID
          OR SC-Term NOT = Current-Term
       SET SC-Scan-EOF TO TRUE
    ELSE
       MOVE SC-Grade TO Repeat-Grade-Check
       IF NOT Repeat-Grade-Not-Final
             AND Current-Attempt-Count < Max-Current-Attempts
          ADD 1 TO Current-Attempt-Count
          MOVE SC-Course-ID TO CA-Course-ID (Current-Attempt-Count)
          MOVE SC-Grade     TO CA-Grade (Current-Attempt-Count)
       END-IF
       PERFORM Read-Next-SC-Attempt
    END-IF
    .

Apply-History-Entry.
    SET Attempt-Not-Replaced TO TRUE
    MOVE ZERO TO Replacing-Archive-Date
    PERFORM Test-Later-Archived-Attempt
       VARYING History-Later-Index FROM 1 BY 1
       UNTIL History-Later-Index > History-Group-Count
    PERFORM Test-Current-Attempt
       VARYING Current-Attempt-Index FROM 1 BY 1
       UNTIL Current-Attempt-Index > Current-Attempt-Count
    IF Attempt-Replaced
       PERFORM Write-Repeat-Line
    ELSE
       MOVE HG-Grade (History-Group-Index)   TO Grade-Under-Test
       MOVE HG-Credits (History-Group-Index) TO Entry-Credits
       PERFORM Accumulate-Archived-Grade
    END-IF
    .

*>  An archived attempt at the same catalog course, archived later
*>  than the one under test and completed, replaces it; of several,
*>  the latest is the one reported.
Test-Later-Archived-Attempt.
    IF HG-Course-ID (History-Later-Index) (1:6)
          = HG-Course-ID (History-Group-Index) (1:6)
          AND HG-Archive-Date (History-Later-Index)
                > HG-Archive-Date (History-Group-Index)
          AND HG-Archive-Date (History-Later-Index)
                > Replacing-Archive-Date
       MOVE HG-Grade (History-Later-Index) TO Repeat-Grade-Check
       IF NOT Repeat-Grade-Not-Final
          SET Attempt-Replaced TO TRUE
          MOVE HG-Archive-Date (History-Later-Index)
            TO Replacing-Archive-Date
          MOVE HG-Term (History-Later-Index)      TO Replacing-Term
          MOVE HG-Course-ID (History-Later-Index) TO Replacing-Course-ID
          MOVE HG-Grade (History-Later-Index)     TO Replacing-Grade
       END-IF
    END-IF
    .

*>  A completed current-term attempt is later than anything archived.
Test-Current-Attempt.
    IF CA-Course-ID (Current-Attempt-Index) (1:6)
          = HG-Course-ID (History-Group-Index) (1:6)
       SET Attempt-Replaced TO TRUE
       MOVE 99999999 TO Replacing-Archive-Date
       MOVE Current-Term TO Replacing-Term
       MOVE CA-Course-ID (Current-Attempt-Index) TO Replacing-Course-ID
       MOVE CA-Grade (Current-Attempt-Index)     TO Replacing-Grade
    END-IF
    .

Write-Repeat-Line.
    ADD 1 TO AS-Repeats-Applied
    MOVE Group-Student-ID                      TO RPD-Student-ID
    MOVE HG-Term (History-Group-Index)         TO RPD-Term
    MOVE HG-Course-ID (History-Group-Index)    TO RPD-Course-ID
    MOVE HG-Grade (History-Group-Index)        TO RPD-Grade
    MOVE HG-Credits (History-Group-Index)      TO RPD-Credits
    MOVE Replacing-Term                        TO RPD-Replacing-Term
    MOVE Replacing-Course-ID                   TO RPD-Replacing-Course
    MOVE Replacing-Grade                       TO RPD-Replacing-Grade
    WRITE RP-Line FROM RP-Detail-Line
    .

*>-----------------------------------------------------------------
*> Adds one archived grade (Grade-Under-Test, Entry-Credits) for
*> Group-Student-ID to the cumulative buckets.
*>-----------------------------------------------------------------
Accumulate-Archived-Grade.
    PERFORM Price-Grade
    IF Grade-Counts-Toward-GPA
       IF Entry-Credits > ZERO
          MOVE Group-Student-ID TO Slot-Student-ID
          PERFORM Find-Student-Slot
          IF Student-Slot-Found
             COMPUTE SS-Cum-Points (Student-Slot-No)
    END-IF
    .


*>-----------------------------------------------------------------
*> One pass over Student-Course.IDX for the current term's grades;
Accumulate-Current-Grade.
    MOVE SC-Grade TO Grade-Under-Test
    PERFORM Price-Grade
    IF NOT SC-Basis-Letter
       MOVE 'N' TO Grade-Counts-Flag
    END-IF
    IF Grade-Counts-Toward-GPA
       MOVE SC-Term      TO Course-Term
       MOVE SC-Course-ID TO Course-ID
