AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Sep. 2, 2026.
*>           modified Oct. 15, 2026 to read the student's record with
*>           one keyed prefix scan of Student-History.IDX, which
*>           carries each enrollment's title and credit hours,
*>           instead of walking all of Course-Term-History.Dat and
*>           its course images for every query
*>           modified Oct. 15, 2026 to mark an attempt the student
*>           later repeated (a later completed attempt at the same
*>           catalog course) with an 'R' and leave it out of the
*>           earned credit totals, as Academic-Standing leaves it out
*>           of the cumulative GPA
*>           modified Oct. 15, 2026 for the pass/fail and audit
*>           grading bases: a 'P' earns its credit hours like any
*>           passing mark, an 'NP' is attempted but earns nothing,
*>           and an 'AU' audit is neither attempted nor earned
*>           modified Oct. 15, 2026 to count a completed attempt in
*>           the current term, from Student-Course.IDX, as replacing
*>           an archived one, as Academic-Standing does
*>***************************************************************
*> Program Abstract:
*>    Once Term-Rollover's archive step runs, a student's record
*>    counter: every term the student appears in, each course with
*>    its Course-Title, Course-Credit-Hours, and archived SC-Grade,
*>    with per-term and cumulative credit totals (attempted, and
*>    earned -- the courses carrying a passing grade, a pass/fail
*>    'P' included; an audit, 'AU', counts as neither).  An attempt
*>    replaced by a later completed attempt at the same catalog
*>    course (the first six bytes of the Course-ID) prints marked
*>    'R' and earns nothing; the later attempt carries the credit.
*>    The later attempt may be one the student has completed in the
*>    current term and is not yet archived: a graded enrollment on
*>    Student-Course.IDX replaces an archived attempt just as it
*>    does in Academic-Standing's cumulative GPA.
*>
*>    The record comes from Student-History.IDX, the keyed
*>    per-student copy of the archive's enrollments that
*>    Term-Rollover posts as it archives a term, with each section's
*>    title and credit hours copied in from its archived course
*>    image -- so the transcript needs no live master at all.
*>
*>  INPUT:
*>    Student-History.IDX, Students.IDX (optional, for the
*>    name), Student-Course.IDX (optional, for current-term
*>    repeats), Course-Term-Control.Dat (optional, the current
*>    term), and Student-IDs entered at the console.  A blank
*>    Student-ID ends the session.
*>
*>  OUTPUT:

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Student-History-File  ASSIGN TO "Student-History.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS HS-Key
       FILE STATUS IS WS-File-Status.

    SELECT Student-Master-File  ASSIGN TO "Students.IDX"
       RECORD KEY IS Student-Master-ID
       FILE STATUS IS TR-Student-File-Status.

    SELECT Student-Course-File  ASSIGN TO "Student-Course.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS SC-Key
       FILE STATUS IS WS-File-Status.

    SELECT Term-Control-File  ASSIGN TO "Course-Term-Control.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Transcript-Report  ASSIGN TO "Student-Transcript.Rpt"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

FILE SECTION.

*> The keyed per-student history (see student-history-record.cpy):
*> one record per archived enrollment, with its grade, title, and
*> credit hours.
FD  Student-History-File.
01  Student-History-Rec.
    COPY "student-history-record.cpy".

*> The student master, used to print the student's name on the
*> transcript heading.  FILE STATUS is declared on this one SELECT
01  Student-Master-Record.
    COPY "student-record.cpy".

*> The live rosters' secondary index: the student's current-term
*> enrollments, any of which, once graded, replaces an archived
*> attempt at the same catalog course.
FD  Student-Course-File.
01  Student-Course-Rec.
    COPY "student-course-record.cpy".

FD  Term-Control-File.
01  Term-Control-Record.
    02 TC-Current-Term  PIC X(5).

FD  Transcript-Report.
01  TR-Line  PIC X(80).

01  FILLER   PIC X   VALUE 'F'.
    88 Transcript-Session-Over  VALUE 'T'.

01  History-Scan-EOF-Flag  PIC X.
    88 History-Scan-EOF      VALUE 'Y'.
    88 History-Scan-EOF-Not  VALUE 'N'.

01  TR-Student-File-Status  PIC XX  VALUE "00".


01  TR-Query-Student-ID  PIC X(9).

01  Default-Term  PIC X(5)  VALUE 'CURR1'.
01  Current-Term  PIC X(5)  VALUE SPACES.

*> The queried student's completed current-term enrollments, from a
*> prefix scan of Student-Course.IDX (see Load-Current-Attempts).
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

*> The queried student's archived enrollments, in the order the
*> terms were archived (HS-Archive-Date), which is the order they
*> were taken -- the key's own term order need not be.  Each entry
*> is slotted into place as it is read (see Collect-Transcript-
*> Entry); a term's courses stay in key order within it.
01  Max-Transcript-Entries   PIC 9(3)  VALUE 200.
01  Transcript-Entry-Count   PIC 9(3)  VALUE ZERO.
01  Transcript-Entry-Table.
    02 Transcript-Entry  OCCURS 0 TO 200 TIMES
                         DEPENDING ON Transcript-Entry-Count.
       03 TE-Archive-Date  PIC 9(8).
       03 TE-Term          PIC X(5).
       03 TE-Course-ID     PIC X(9).
       03 TE-Grade         PIC X(2).
       03 TE-Title         PIC X(30).
       03 TE-Credits       PIC 9(2).
       03 TE-Repeat-Flag   PIC X.
          88 TE-Repeated       VALUE 'R'.
          88 TE-Not-Repeated   VALUE SPACE.
01  Transcript-Entry-Index  PIC 9(3).
01  Later-Entry-Index       PIC 9(3).

01  TE-Hold-Entry.
    02 TEH-Archive-Date  PIC 9(8).
    02 TEH-Term          PIC X(5).
    02 TEH-Course-ID     PIC X(9).
    02 TEH-Grade         PIC X(2).
    02 TEH-Title         PIC X(30).
    02 TEH-Credits       PIC 9(2).
    02 TEH-Repeat-Flag   PIC X.

01  TE-Slot-Flag  PIC X.
    88 TE-Slot-Found      VALUE 'Y'.
    88 TE-Slot-Not-Found  VALUE 'N'.

01  Current-Print-Term  PIC X(5)  VALUE SPACES.

01  Entry-Credits  PIC 9(2)  VALUE ZERO.

*> The grades that earn their credit hours: a completed passing
*> mark, which 'F', 'NP', 'I', 'W', and a never-posted blank are
*> not -- the same rule Courses-Interact's prerequisite check
*> applies.  An audit carries no credit at all, attempted or earned.
01  Transcript-Grade-Check  PIC X(2).
    88 Transcript-Grade-Passing  VALUES 'A ' 'A-' 'B+' 'B ' 'B-'
                                        'C+' 'C ' 'C-' 'D+' 'D '
                                        'P '.
    88 Transcript-Grade-Audit    VALUE 'AU'.

*> A grade that completes a later attempt, so that it replaces an
*> earlier one: anything posted but a withdrawal, an incomplete,
*> or an audit (the same rule as Academic-Standing's).
01  Repeat-Grade-Check  PIC X(2).
    88 Repeat-Grade-Not-Final  VALUES SPACES 'W ' 'I ' 'AU'.

01  TR-Repeats-Marked  PIC 9(3)  VALUE ZERO.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.

    02 TRD-Credits   PIC Z9.
    02 FILLER        PIC X(5)   VALUE ' cr  '.
    02 TRD-Grade     PIC X(2).
    02 FILLER        PIC X(1)   VALUE SPACES.
    02 TRD-Repeat    PIC X(1).

01  TR-Total-Line.
    02 FILLER          PIC X(2)   VALUE SPACES.
               ') -- transcripts printed without student names'
    END-IF

    PERFORM Read-Current-Term
    MOVE "STUDENT-COURSE.IDX" TO WS-File-ID
    OPEN INPUT Student-Course-File
    IF WS-File-Status = "35"
       SET SC-Lookup-Not-Available TO TRUE
       DISPLAY 'Student-Course.IDX not on file -- only archived '
               'attempts count as repeats.'
    ELSE
       PERFORM Check-File-Status
       SET SC-Lookup-Available TO TRUE
    END-IF

    PERFORM UNTIL Transcript-Session-Over
       DISPLAY 'Enter a Student-ID (blank to quit): '
          WITH NO ADVANCING
    IF TR-Names-Available
       CLOSE Student-Master-File
    END-IF
    IF SC-Lookup-Available
       MOVE "STUDENT-COURSE.IDX" TO WS-File-ID
       CLOSE Student-Course-File
       PERFORM Check-File-Status
    END-IF
    MOVE "STUDENT-TRANSCRIPT.RPT" TO WS-File-ID
    CLOSE Transcript-Report
    PERFORM Check-File-Status

COPY "file-status-check.cpy".

*>-----------------------------------------------------------------
*> Reads the current term from Course-Term-Control.Dat; a site that
*> has never run Term-Rollover (status 35, or an empty record) gets
*> Default-Term.
*>-----------------------------------------------------------------
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

*>-----------------------------------------------------------------
*> One transcript: the same START/READ NEXT prefix scan the suite
*> uses everywhere, over the student's slice of Student-History.IDX,
*> then the collected enrollments printed grouped by term.
*>-----------------------------------------------------------------
Produce-One-Transcript.
    MOVE ZERO TO Transcript-Entry-Count
                 TR-Cum-Attempted
                 TR-Cum-Earned

    MOVE "STUDENT-HISTORY.IDX" TO WS-File-ID
    OPEN INPUT Student-History-File
    IF WS-File-Status = "35"
       DISPLAY 'No archived terms on file -- nothing to transcript.'
    ELSE
       PERFORM Check-File-Status
       MOVE TR-Query-Student-ID TO HS-Student-ID
       MOVE LOW-VALUES          TO HS-Term
       MOVE LOW-VALUES          TO HS-Course-ID
       SET History-Scan-EOF-Not TO TRUE
       START Student-History-File KEY IS NOT LESS THAN HS-Key
          INVALID KEY  SET History-Scan-EOF TO TRUE
       END-START
       IF History-Scan-EOF-Not
          PERFORM Read-Next-History-Rec
       END-IF
       PERFORM Collect-History-Rec
          UNTIL History-Scan-EOF
       CLOSE Student-History-File
       PERFORM Check-File-Status
       PERFORM Print-Collected-Transcript
    END-IF
    .

Collect-History-Rec.
    IF HS-Student-ID NOT = TR-Query-Student-ID
       SET History-Scan-EOF TO TRUE
    ELSE
       PERFORM Collect-Transcript-Entry
       PERFORM Read-Next-History-Rec
    END-IF
    .

Read-Next-History-Rec.
    READ Student-History-File NEXT RECORD
       AT END  SET History-Scan-EOF TO TRUE
    END-READ
    .

*>-----------------------------------------------------------------
*> Slots the record just read into the table by archive date:
*> entries archived later than it move down one place, and it takes
*> the slot they leave.
*>-----------------------------------------------------------------
Collect-Transcript-Entry.
    IF Transcript-Entry-Count < Max-Transcript-Entries
       MOVE HS-Archive-Date TO TEH-Archive-Date
       MOVE HS-Term         TO TEH-Term
       MOVE HS-Course-ID    TO TEH-Course-ID
       MOVE HS-Grade        TO TEH-Grade
       MOVE HS-Course-Title TO TEH-Title
       MOVE HS-Credit-Hours TO TEH-Credits
       MOVE SPACE           TO TEH-Repeat-Flag
       ADD 1 TO Transcript-Entry-Count
       MOVE Transcript-Entry-Count TO Transcript-Entry-Index
       SET TE-Slot-Not-Found TO TRUE
       PERFORM Shift-Later-Entry-Down
          UNTIL TE-Slot-Found
       MOVE TE-Hold-Entry
         TO Transcript-Entry (Transcript-Entry-Index)
    ELSE
       DISPLAY 'Transcript entry beyond table ceiling dropped: '
               HS-Term ' ' HS-Course-ID
    END-IF
    .

Shift-Later-Entry-Down.
    IF Transcript-Entry-Index = 1
       SET TE-Slot-Found TO TRUE
    ELSE
       IF TE-Archive-Date (Transcript-Entry-Index - 1)
             > TEH-Archive-Date
          MOVE Transcript-Entry (Transcript-Entry-Index - 1)
            TO Transcript-Entry (Transcript-Entry-Index)
          SUBTRACT 1 FROM Transcript-Entry-Index
       ELSE
          SET TE-Slot-Found TO TRUE
       END-IF
    END-IF
    .


*>-----------------------------------------------------------------
*> The student's current-term enrollments that carry a final grade,
*> by the same START/READ NEXT prefix scan as the history, over
*> (Student-ID, Current-Term) in Student-Course.IDX.
*>-----------------------------------------------------------------
Load-Current-Attempts.
    MOVE ZERO TO Current-Attempt-Count
    IF SC-Lookup-Available
       MOVE TR-Query-Student-ID TO SC-Student-ID
       MOVE Current-Term        TO SC-Term
       MOVE LOW-VALUES          TO SC-Course-ID
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
    IF SC-Student-ID NOT = TR-Query-Student-ID
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

*>-----------------------------------------------------------------
*> An entry is a repeat when some entry archived after it, or some
*> current-term enrollment, is a completed attempt at the same
*> catalog course.
*>-----------------------------------------------------------------
Mark-Repeated-Entry.
    PERFORM Test-Later-Entry
       VARYING Later-Entry-Index FROM 1 BY 1
       UNTIL Later-Entry-Index > Transcript-Entry-Count
          OR TE-Repeated (Transcript-Entry-Index)
    PERFORM Test-Current-Attempt
       VARYING Current-Attempt-Index FROM 1 BY 1
       UNTIL Current-Attempt-Index > Current-Attempt-Count
          OR TE-Repeated (Transcript-Entry-Index)
    IF TE-Repeated (Transcript-Entry-Index)
       ADD 1 TO TR-Repeats-Marked
    END-IF
    .

Test-Later-Entry.
    IF TE-Course-ID (Later-Entry-Index) (1:6)
          = TE-Course-ID (Transcript-Entry-Index) (1:6)
          AND TE-Archive-Date (Later-Entry-Index)
                > TE-Archive-Date (Transcript-Entry-Index)
       MOVE TE-Grade (Later-Entry-Index) TO Repeat-Grade-Check
       IF NOT Repeat-Grade-Not-Final
          SET TE-Repeated (Transcript-Entry-Index) TO TRUE
       END-IF
    END-IF
    .

*>  A completed current-term attempt is later than anything archived.
Test-Current-Attempt.
    IF CA-Course-ID (Current-Attempt-Index) (1:6)
          = TE-Course-ID (Transcript-Entry-Index) (1:6)
       SET TE-Repeated (Transcript-Entry-Index) TO TRUE
    END-IF
    .


Print-Collected-Transcript.
    MOVE ZERO TO TR-Repeats-Marked
    PERFORM Load-Current-Attempts
    PERFORM Mark-Repeated-Entry
       VARYING Transcript-Entry-Index FROM 1 BY 1
       UNTIL Transcript-Entry-Index > Transcript-Entry-Count
    PERFORM Write-TR-Heading
    PERFORM Write-Student-Line

       MOVE TR-Cum-Earned    TO TRL-Earned
       MOVE TR-Total-Line TO TR-Line
       PERFORM Write-TR-Line
       IF TR-Repeats-Marked > ZERO
          MOVE '  R = repeated; a later (or this term''s) attempt replaces it'
            TO TR-Line
          PERFORM Write-TR-Line
       END-IF
       DISPLAY 'Transcript printed: ' Transcript-Entry-Count
               ' course(s) for ' TR-Query-Student-ID
    END-IF
    .

*>-----------------------------------------------------------------
*> The entries are held in archive order, so one term's courses are
*> contiguous; a term change closes the previous term's totals and
*> opens a fresh term heading.
*>-----------------------------------------------------------------
       PERFORM Write-TR-Line
    END-IF

    MOVE TE-Credits (Transcript-Entry-Index)   TO Entry-Credits
    MOVE TE-Title (Transcript-Entry-Index)     TO TRD-Title
    MOVE TE-Course-ID (Transcript-Entry-Index) TO TRD-Course-ID
    MOVE TE-Grade (Transcript-Entry-Index)     TO TRD-Grade
    MOVE Entry-Credits                         TO TRD-Credits
    MOVE TE-Repeat-Flag (Transcript-Entry-Index) TO TRD-Repeat
    MOVE TR-Detail-Line TO TR-Line
    PERFORM Write-TR-Line

    MOVE TE-Grade (Transcript-Entry-Index)
      TO Transcript-Grade-Check
    IF NOT Transcript-Grade-Audit
       ADD Entry-Credits TO TR-Term-Attempted  TR-Cum-Attempted
    END-IF
    IF Transcript-Grade-Passing
          AND TE-Not-Repeated (Transcript-Entry-Index)
       ADD Entry-Credits TO TR-Term-Earned  TR-Cum-Earned
    END-IF
    .

Write-Term-Totals.
    MOVE 'TERM TOTALS:            ' TO TRL-Label
    MOVE TR-Term-Attempted TO TRL-Attempted
