IDENTIFICATION DIVISION.
PROGRAM-ID.  Enrollment-Balance-Proof.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>***************************************************************
*> Program Abstract:
*>    Course-Reconciliation proves Courses.IDX against the snapshot
*>    it was loaded from, but nothing proved that a section's change
*>    in enrollment over a day is exactly what the day's audited
*>    activity says it should be.  This step, run at the end of the
*>    nightly stream (after Courses-Unload has written tonight's
*>    Courses-Old.Dat), proves for every section of the current term
*>    (Course-Term-Control.Dat; default 'CURR1') that
*>
*>       yesterday's count + audited adds - audited drops
*>          = tonight's count
*>
*>    using Total-Number-Of-Students from each image (so overflow
*>    students count) and the Course-Audit-Trail.Dat entries written
*>    since yesterday's image was taken:
*>
*>      'S' (add, promotion, transfer in)      one add;
*>      'R' (drop, transfer out, displacement) one drop;
*>      'A' (section added or re-keyed in)     the after-image count
*>                                             as adds;
*>      'D' (section deleted or re-keyed out)  the before-image count
*>                                             as drops.
*>
*>    A withdrawal ('W') keeps the student on the roster and a
*>    cancellation ('X') is preceded by one 'R' per displaced
*>    student, so neither moves the count itself; the other entry
*>    types ('C', 'I', 'B') never touch a roster.
*>
*>    Yesterday's image is this program's own copy of the previous
*>    night's Courses-Old.Dat, Courses-Old-Yesterday.Dat, with the
*>    date and time it was taken on Enrollment-Balance-Control.Dat;
*>    each run proves against it and then replaces it with tonight's
*>    image.  Audit entries are taken by timestamp after that
*>    moment, so a missed night simply proves two days at once.  No
*>    usable baseline (first run, a new term since the baseline, or
*>    a copy that never finished) means no proof tonight -- the
*>    baseline is taken and the run ends clean.  A second run on a
*>    night whose image is already the baseline is refused, clean,
*>    since there is nothing left to prove against.
*>
*>    Every section out of balance is written to
*>    Enrollment-Balance-Mismatches.Dat, which Morning-Operations-
*>    Report picks up, and sets RETURN-CODE 16, as a
*>    Course-Reconciliation mismatch does.
*>
*>  INPUT:
*>    Courses-Old-Yesterday.Dat, Courses-Old.Dat,
*>    Course-Audit-Trail.Dat, Enrollment-Balance-Control.Dat
*>    (optional), Course-Term-Control.Dat (optional).
*>
*>  OUTPUT:
*>    Enrollment-Balance.Rpt, Enrollment-Balance-Mismatches.Dat;
*>    Courses-Old-Yesterday.Dat and Enrollment-Balance-Control.Dat
*>    rewritten for tomorrow night.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Today-Image-File  ASSIGN TO "Courses-Old.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Baseline-Image-File  ASSIGN TO "Courses-Old-Yesterday.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Audit-Trail-File  ASSIGN TO "Course-Audit-Trail.Dat"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS Audit-Key
       ALTERNATE RECORD KEY IS Audit-Date WITH DUPLICATES
       FILE STATUS IS WS-File-Status.

    SELECT Balance-Control-File
       ASSIGN TO "Enrollment-Balance-Control.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Term-Control-File  ASSIGN TO "Course-Term-Control.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Balance-Report  ASSIGN TO "Enrollment-Balance.Rpt"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Balance-Mismatch-File
       ASSIGN TO "Enrollment-Balance-Mismatches.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Run-Status-File  ASSIGN TO "Job-Run-Status.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS RS-File-Status.

DATA DIVISION.

FILE SECTION.

*> The Courses-Old.Dat layout Courses-Unload writes, with only the
*> fields the proof needs named: Course-ID, the true enrollment
*> count, and the in-record roster (carried so the baseline copy is
*> byte for byte).
FD  Today-Image-File
       RECORD CONTAINS 94 TO 2794 CHARACTERS.
01  Today-Course-Record.
    02 TI-Course-ID               PIC X(9).
    02 FILLER                     PIC X(77).
    02 TI-Total-Number-Of-Students PIC 9(4).
    02 TI-Course-Overflow-Flag    PIC X.
    02 TI-Enrollment.
       03 TI-Number-Of-Students   PIC 9(3).
       03 TI-Class-List.
          04 TI-Student-ID  PIC X(9)
               OCCURS 0 TO 300 TIMES
               DEPENDING ON TI-Number-Of-Students.

*> The same layout, for yesterday's copy.
FD  Baseline-Image-File
       RECORD CONTAINS 94 TO 2794 CHARACTERS.
01  Baseline-Course-Record.
    02 BI-Course-ID               PIC X(9).
    02 FILLER                     PIC X(77).
    02 BI-Total-Number-Of-Students PIC 9(4).
    02 BI-Course-Overflow-Flag    PIC X.
    02 BI-Enrollment.
       03 BI-Number-Of-Students   PIC 9(3).
       03 BI-Class-List.
          04 BI-Student-ID  PIC X(9)
               OCCURS 0 TO 300 TIMES
               DEPENDING ON BI-Number-Of-Students.

*> Same indexed archive Courses-Interact writes.
FD  Audit-Trail-File.
01  Audit-Trail-Rec.
    COPY "audit-trail-record.cpy".

*> One record: when Courses-Old-Yesterday.Dat was taken, for which
*> term, and whether the copy finished ('C') or was still being
*> written ('P') when the run stopped.
FD  Balance-Control-File.
01  Balance-Control-Record.
    02 EC-Image-Date    PIC 9(8).
    02 EC-Image-Time    PIC 9(8).
    02 EC-Image-Term    PIC X(5).
    02 EC-Image-Status  PIC X.
       88 EC-Image-Complete     VALUE 'C'.
       88 EC-Image-In-Progress  VALUE 'P'.

FD  Term-Control-File.
01  Term-Control-Record.
    02 TC-Current-Term  PIC X(5).

FD  Balance-Report.
01  EB-Report-Line  PIC X(80).

*> One record per section out of balance -- the counts on each side
*> of the proof, so the section can be chased without rerunning it.
FD  Balance-Mismatch-File.
01  Balance-Mismatch-Rec.
    02 BM-Course-ID       PIC X(9).
    02 BM-Term            PIC X(5).
    02 BM-Old-Count       PIC 9(4).
    02 BM-Audited-Adds    PIC 9(5).
    02 BM-Audited-Drops   PIC 9(5).
    02 BM-Expected-Count  PIC S9(5)  SIGN IS LEADING SEPARATE.
    02 BM-New-Count       PIC 9(4).
    02 BM-Run-Date        PIC 9(8).

FD  Run-Status-File.
01  Run-Status-Rec.
    COPY "run-status-record.cpy".

WORKING-STORAGE SECTION.

*> The run-status file gets its own status byte pair: a problem
*> appending to the log should warn, not abort the business run.
01  RS-File-Status  PIC XX  VALUE "00".

01  Default-Term  PIC X(5)  VALUE 'CURR1'.
01  Current-Term  PIC X(5)  VALUE SPACES.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.
01  Todays-Run-Time  PIC 9(8)  VALUE ZERO.

01  Baseline-Flag  PIC X  VALUE 'N'.
    88 Baseline-Usable      VALUE 'Y'.
    88 Baseline-Not-Usable  VALUE 'N'.

01  Baseline-Reason  PIC X(40)  VALUE SPACES.

01  Today-EOF-Flag  PIC X.
    88 Today-EOF      VALUE '1'.
    88 Today-EOF-Not  VALUE '0'.

01  Baseline-EOF-Flag  PIC X.
    88 Baseline-EOF      VALUE '1'.
    88 Baseline-EOF-Not  VALUE '0'.

01  Audit-EOF-Flag  PIC X.
    88 Audit-EOF      VALUE '1'.
    88 Audit-EOF-Not  VALUE '0'.

*> One row per section seen in either image or in the audit entries,
*> in the order first seen.
01  Max-Balance-Sections  PIC 9(4)  VALUE 3000.
01  Balance-Section-Count PIC 9(4)  VALUE ZERO.
01  Balance-Table.
    02 Balance-Section  OCCURS 0 TO 3000 TIMES
                        DEPENDING ON Balance-Section-Count.
       03 BT-Course-ID       PIC X(9).
       03 BT-Old-Count       PIC 9(4).
       03 BT-Audited-Adds    PIC 9(5).
       03 BT-Audited-Drops   PIC 9(5).
       03 BT-New-Count       PIC 9(4).
01  Balance-Index   PIC 9(4).
01  Search-Index    PIC 9(4).
01  Search-Course-ID  PIC X(9).

01  Table-Overflow-Flag  PIC X  VALUE 'N'.
    88 Balance-Table-Overflowed  VALUE 'Y'.

01  Section-Found-Flag  PIC X.
    88 Section-Found      VALUE 'Y'.
    88 Section-Not-Found  VALUE 'N'.

*> The leading bytes of a raw course image in an audit entry, as far
*> as Total-Number-Of-Students (see course-record.cpy).
01  Audit-Image-Header.
    02 FILLER                 PIC X(92).
    02 AIH-Total-Students     PIC 9(4).

01  Expected-Count  PIC S9(5)  VALUE ZERO.

01  Balance-Totals.
    02 EB-Audit-Entries      PIC 9(6)  VALUE ZERO.
    02 EB-Sections-Proved    PIC 9(5)  VALUE ZERO.
    02 EB-Sections-Balanced  PIC 9(5)  VALUE ZERO.
    02 EB-Sections-Out       PIC 9(5)  VALUE ZERO.
    02 EB-Total-Old          PIC 9(7)  VALUE ZERO.
    02 EB-Total-Adds         PIC 9(7)  VALUE ZERO.
    02 EB-Total-Drops        PIC 9(7)  VALUE ZERO.
    02 EB-Total-New          PIC 9(7)  VALUE ZERO.
    02 EB-Images-Copied      PIC 9(5)  VALUE ZERO.

01  EB-Heading-1.
    02 FILLER  PIC X(32)  VALUE 'ENROLLMENT BALANCING PROOF'.
    02 FILLER  PIC X(6)   VALUE 'TERM '.
    02 EBH-Term     PIC X(5).
    02 FILLER  PIC X(11)  VALUE '   RUN OF '.
    02 EBH-Run-Date PIC 9(8).

01  EB-Heading-2.
    02 FILLER  PIC X(22)  VALUE 'Audit entries since: '.
    02 EBH-Image-Date  PIC 9(8).
    02 FILLER  PIC X(1)   VALUE SPACE.
    02 EBH-Image-Time  PIC 9(8).

01  EB-Column-Heading.
    02 FILLER  PIC X(11)  VALUE 'SECTION'.
    02 FILLER  PIC X(9)   VALUE '      OLD'.
    02 FILLER  PIC X(9)   VALUE '     ADDS'.
    02 FILLER  PIC X(9)   VALUE '    DROPS'.
    02 FILLER  PIC X(10)  VALUE '  EXPECTED'.
    02 FILLER  PIC X(9)   VALUE '      NEW'.

01  EB-Detail-Line.
    02 EBD-Course-ID  PIC X(9).
    02 FILLER         PIC X(2)   VALUE SPACES.
    02 EBD-Old        PIC ZZZZ,ZZ9.
    02 FILLER         PIC X(1)   VALUE SPACE.
    02 EBD-Adds       PIC ZZZZ,ZZ9.
    02 FILLER         PIC X(1)   VALUE SPACE.
    02 EBD-Drops      PIC ZZZZ,ZZ9.
    02 FILLER         PIC X(2)   VALUE SPACES.
    02 EBD-Expected   PIC -ZZZ,ZZ9.
    02 FILLER         PIC X(1)   VALUE SPACE.
    02 EBD-New        PIC ZZZZ,ZZ9.
    02 FILLER         PIC X(2)   VALUE SPACES.
    02 EBD-Flag       PIC X(14).

01  EB-Total-Line.
    02 FILLER         PIC X(30).
    02 EBT-Count      PIC Z,ZZZ,ZZ9.

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(40).

PROCEDURE DIVISION.

Main-Paragraph.
    PERFORM Write-Run-Status-Start
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
    ACCEPT Todays-Run-Time FROM TIME
    PERFORM Read-Current-Term
    PERFORM Read-Balance-Control

    IF Baseline-Usable
       AND EC-Image-Date = Todays-Run-Date
       DISPLAY 'Tonight''s image is already the baseline -- '
               'nothing left to prove against; run ends.'
       PERFORM Write-Run-Status-End
       STOP RUN
    END-IF

    MOVE "ENROLLMENT-BALANCE.RPT" TO WS-File-ID
    OPEN OUTPUT Balance-Report
    PERFORM Check-File-Status
    MOVE "ENROLLMENT-BALANCE-MISMATCHES.DAT" TO WS-File-ID
    OPEN OUTPUT Balance-Mismatch-File
    PERFORM Check-File-Status

    MOVE Current-Term    TO EBH-Term
    MOVE Todays-Run-Date TO EBH-Run-Date
    WRITE EB-Report-Line FROM EB-Heading-1

    IF Baseline-Usable
       PERFORM Load-Baseline-Counts
       PERFORM Tally-Audited-Changes
       PERFORM Load-Todays-Counts
       IF Balance-Table-Overflowed
          DISPLAY 'More than ' Max-Balance-Sections ' sections -- '
                  'proof refused.'
          MOVE 'MORE SECTIONS THAN THE PROOF TABLE HOLDS.'
            TO EB-Report-Line
          WRITE EB-Report-Line
          MOVE 16 TO RETURN-CODE
       ELSE
          PERFORM Prove-Sections
       END-IF
    ELSE
       MOVE SPACES TO EB-Report-Line
       WRITE EB-Report-Line
       STRING 'NO PROOF TONIGHT -- ' Baseline-Reason
          DELIMITED BY SIZE INTO EB-Report-Line
       WRITE EB-Report-Line
       DISPLAY 'No proof tonight -- ' Baseline-Reason
    END-IF

    PERFORM Take-New-Baseline

    MOVE SPACES TO EB-Report-Line
    WRITE EB-Report-Line
    MOVE 'Baseline image records taken:  ' TO EB-Total-Line
    MOVE EB-Images-Copied TO EBT-Count
    WRITE EB-Report-Line FROM EB-Total-Line

    MOVE "ENROLLMENT-BALANCE.RPT" TO WS-File-ID
    CLOSE Balance-Report
    PERFORM Check-File-Status
    MOVE "ENROLLMENT-BALANCE-MISMATCHES.DAT" TO WS-File-ID
    CLOSE Balance-Mismatch-File
    PERFORM Check-File-Status

    DISPLAY 'Enrollment balancing proof for term ' Current-Term ':'
    DISPLAY '  Audit entries applied:  ' EB-Audit-Entries
    DISPLAY '  Sections proved:        ' EB-Sections-Proved
    DISPLAY '  Sections out of balance: ' EB-Sections-Out
    PERFORM Write-Run-Status-End
    STOP RUN
    .

COPY "file-status-check.cpy".

*>-----------------------------------------------------------------
*> The shared job-run log: one 'S' record as the run begins, one
*> 'E' record (with counts and return code) as it ends -- the
*> between-steps bookkeeping Course-Stream-Restart drives the
*> nightly chain from.
*>-----------------------------------------------------------------
Write-Run-Status-Start.
    MOVE 'ENROLLMENT-BALANCE-PROOF' TO RS-Program-Name
    SET RS-Start-Record TO TRUE
    MOVE ZERO TO RS-Records-Processed
                 RS-Records-Rejected
                 RS-Return-Code
    PERFORM Append-Run-Status-Rec
    .

Write-Run-Status-End.
    MOVE 'ENROLLMENT-BALANCE-PROOF' TO RS-Program-Name
    SET RS-End-Record TO TRUE
    MOVE EB-Sections-Proved TO RS-Records-Processed
    MOVE EB-Sections-Out    TO RS-Records-Rejected
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

*>-----------------------------------------------------------------
*> Reads the term the snapshot covers from Course-Term-Control.Dat;
*> a site that has never run Term-Rollover (status 35, or an empty
*> record) gets Default-Term.
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
*> Decides whether yesterday's copy can be proved against: it must
*> exist, have finished copying, and be of the current term.
*>-----------------------------------------------------------------
Read-Balance-Control.
    SET Baseline-Not-Usable TO TRUE
    MOVE 'NO BASELINE IMAGE ON FILE; BASELINE TAKEN.'
      TO Baseline-Reason
    MOVE "ENROLLMENT-BALANCE-CONTROL.DAT" TO WS-File-ID
    OPEN INPUT Balance-Control-File
    IF WS-File-Status NOT = "35"
       PERFORM Check-File-Status
       READ Balance-Control-File
          AT END      CONTINUE
          NOT AT END  PERFORM Judge-Baseline
       END-READ
       MOVE "ENROLLMENT-BALANCE-CONTROL.DAT" TO WS-File-ID
       CLOSE Balance-Control-File
       PERFORM Check-File-Status
    END-IF
    .

Judge-Baseline.
    EVALUATE TRUE
       WHEN NOT EC-Image-Complete
          MOVE 'BASELINE COPY NEVER FINISHED; RETAKEN.'
            TO Baseline-Reason
       WHEN EC-Image-Term NOT = Current-Term
          MOVE 'NEW TERM SINCE THE BASELINE; RETAKEN.'
            TO Baseline-Reason
       WHEN OTHER
          SET Baseline-Usable TO TRUE
          MOVE EC-Image-Date TO EBH-Image-Date
          MOVE EC-Image-Time TO EBH-Image-Time
    END-EVALUATE
    .

*>-----------------------------------------------------------------
*> Yesterday's counts into the table, one row per section.
*>-----------------------------------------------------------------
Load-Baseline-Counts.
    MOVE "COURSES-OLD-YESTERDAY.DAT" TO WS-File-ID
    OPEN INPUT Baseline-Image-File
    PERFORM Check-File-Status
    SET Baseline-EOF-Not TO TRUE
    PERFORM UNTIL Baseline-EOF
       READ Baseline-Image-File
          AT END      SET Baseline-EOF TO TRUE
          NOT AT END  MOVE BI-Course-ID TO Search-Course-ID
                      PERFORM Find-Balance-Section
                      IF Section-Found
                         ADD BI-Total-Number-Of-Students
                           TO BT-Old-Count (Balance-Index)
                      END-IF
       END-READ
    END-PERFORM
    MOVE "COURSES-OLD-YESTERDAY.DAT" TO WS-File-ID
    CLOSE Baseline-Image-File
    PERFORM Check-File-Status
    .

*>-----------------------------------------------------------------
*> Every current-term audit entry stamped after the baseline was
*> taken: straight to the baseline's date via the Audit-Date
*> alternate key, skipping that day's entries from before the copy.
*>-----------------------------------------------------------------
Tally-Audited-Changes.
    MOVE "COURSE-AUDIT-TRAIL.DAT" TO WS-File-ID
    OPEN INPUT Audit-Trail-File
    IF WS-File-Status = "35"
       DISPLAY 'No audit trail on file -- no audited changes.'
    ELSE
       PERFORM Check-File-Status
       MOVE EC-Image-Date TO Audit-Date
       SET Audit-EOF-Not TO TRUE
       START Audit-Trail-File KEY IS NOT LESS THAN Audit-Date
          INVALID KEY  SET Audit-EOF TO TRUE
       END-START
       PERFORM UNTIL Audit-EOF
          READ Audit-Trail-File NEXT RECORD
             AT END      SET Audit-EOF TO TRUE
             NOT AT END  IF Audit-Term = Current-Term
                            AND (Audit-Date > EC-Image-Date
                              OR Audit-Time > EC-Image-Time)
                            PERFORM Apply-Audit-Entry
                         END-IF
          END-READ
       END-PERFORM
       MOVE "COURSE-AUDIT-TRAIL.DAT" TO WS-File-ID
       CLOSE Audit-Trail-File
       PERFORM Check-File-Status
    END-IF
    .

Apply-Audit-Entry.
    MOVE Audit-Course-ID TO Search-Course-ID
    PERFORM Find-Balance-Section
    IF Section-Found
       ADD 1 TO EB-Audit-Entries
       EVALUATE Audit-Trans-Type
          WHEN 'S'
             ADD 1 TO BT-Audited-Adds (Balance-Index)
          WHEN 'R'
             ADD 1 TO BT-Audited-Drops (Balance-Index)
          WHEN 'A'
             MOVE Audit-After-Image (1:96) TO Audit-Image-Header
             IF AIH-Total-Students IS NUMERIC
                ADD AIH-Total-Students
                  TO BT-Audited-Adds (Balance-Index)
             END-IF
          WHEN 'D'
             MOVE Audit-Before-Image (1:96) TO Audit-Image-Header
             IF AIH-Total-Students IS NUMERIC
                ADD AIH-Total-Students
                  TO BT-Audited-Drops (Balance-Index)
             END-IF
          WHEN OTHER
             CONTINUE
       END-EVALUATE
    END-IF
    .

*>-----------------------------------------------------------------
*> Tonight's counts from the Courses-Old.Dat Courses-Unload just
*> wrote.
*>-----------------------------------------------------------------
Load-Todays-Counts.
    MOVE "COURSES-OLD.DAT" TO WS-File-ID
    OPEN INPUT Today-Image-File
    PERFORM Check-File-Status
    SET Today-EOF-Not TO TRUE
    PERFORM UNTIL Today-EOF
       READ Today-Image-File
          AT END      SET Today-EOF TO TRUE
          NOT AT END  MOVE TI-Course-ID TO Search-Course-ID
                      PERFORM Find-Balance-Section
                      IF Section-Found
                         ADD TI-Total-Number-Of-Students
                           TO BT-New-Count (Balance-Index)
                      END-IF
       END-READ
    END-PERFORM
    MOVE "COURSES-OLD.DAT" TO WS-File-ID
    CLOSE Today-Image-File
    PERFORM Check-File-Status
    .

*>-----------------------------------------------------------------
*> Leaves Balance-Index on Search-Course-ID's row, adding a zeroed
*> row for a section not yet seen.  A full table sets
*> Balance-Table-Overflowed and Section-Not-Found.
*>-----------------------------------------------------------------
Find-Balance-Section.
    SET Section-Not-Found TO TRUE
    PERFORM Match-Balance-Section
       VARYING Search-Index FROM 1 BY 1
       UNTIL Search-Index > Balance-Section-Count
          OR Section-Found
    IF Section-Not-Found
       IF Balance-Section-Count < Max-Balance-Sections
          ADD 1 TO Balance-Section-Count
          MOVE Balance-Section-Count TO Balance-Index
          MOVE Search-Course-ID TO BT-Course-ID (Balance-Index)
          MOVE ZERO TO BT-Old-Count (Balance-Index)
                       BT-Audited-Adds (Balance-Index)
                       BT-Audited-Drops (Balance-Index)
                       BT-New-Count (Balance-Index)
          SET Section-Found TO TRUE
       ELSE
          SET Balance-Table-Overflowed TO TRUE
       END-IF
    END-IF
    .

Match-Balance-Section.
    IF BT-Course-ID (Search-Index) = Search-Course-ID
       SET Section-Found TO TRUE
       MOVE Search-Index TO Balance-Index
    END-IF
    .

*>-----------------------------------------------------------------
*> The proof itself, one row at a time; only the sections out of
*> balance are listed, followed by the run's totals -- which must
*> balance the same way.
*>-----------------------------------------------------------------
Prove-Sections.
    WRITE EB-Report-Line FROM EB-Heading-2
    MOVE SPACES TO EB-Report-Line
    WRITE EB-Report-Line
    WRITE EB-Report-Line FROM EB-Column-Heading

    PERFORM Prove-One-Section
       VARYING Balance-Index FROM 1 BY 1
       UNTIL Balance-Index > Balance-Section-Count

    IF EB-Sections-Out = ZERO
       MOVE 'EVERY SECTION IN BALANCE.' TO EB-Report-Line
       WRITE EB-Report-Line
    END-IF

    MOVE SPACES TO EB-Report-Line
    WRITE EB-Report-Line
    MOVE 'TOTALS' TO EBD-Course-ID
    MOVE EB-Total-Old   TO EBD-Old
    MOVE EB-Total-Adds  TO EBD-Adds
    MOVE EB-Total-Drops TO EBD-Drops
    COMPUTE Expected-Count =
       EB-Total-Old + EB-Total-Adds - EB-Total-Drops
    MOVE Expected-Count TO EBD-Expected
    MOVE EB-Total-New   TO EBD-New
    MOVE SPACES TO EBD-Flag
    WRITE EB-Report-Line FROM EB-Detail-Line

    MOVE SPACES TO EB-Report-Line
    WRITE EB-Report-Line
    MOVE 'Audit entries applied:       ' TO EB-Total-Line
    MOVE EB-Audit-Entries TO EBT-Count
    WRITE EB-Report-Line FROM EB-Total-Line
    MOVE 'Sections proved:             ' TO EB-Total-Line
    MOVE EB-Sections-Proved TO EBT-Count
    WRITE EB-Report-Line FROM EB-Total-Line
    MOVE 'Sections in balance:         ' TO EB-Total-Line
    MOVE EB-Sections-Balanced TO EBT-Count
    WRITE EB-Report-Line FROM EB-Total-Line
    MOVE 'Sections out of balance:     ' TO EB-Total-Line
    MOVE EB-Sections-Out TO EBT-Count
    WRITE EB-Report-Line FROM EB-Total-Line
    .

Prove-One-Section.
    ADD 1 TO EB-Sections-Proved
    ADD BT-Old-Count (Balance-Index)     TO EB-Total-Old
    ADD BT-Audited-Adds (Balance-Index)  TO EB-Total-Adds
    ADD BT-Audited-Drops (Balance-Index) TO EB-Total-Drops
    ADD BT-New-Count (Balance-Index)     TO EB-Total-New
    COMPUTE Expected-Count =
       BT-Old-Count (Balance-Index)
       + BT-Audited-Adds (Balance-Index)
       - BT-Audited-Drops (Balance-Index)
    IF Expected-Count = BT-New-Count (Balance-Index)
       ADD 1 TO EB-Sections-Balanced
    ELSE
       PERFORM Flag-Out-Of-Balance
    END-IF
    .

Flag-Out-Of-Balance.
    ADD 1 TO EB-Sections-Out
    MOVE BT-Course-ID (Balance-Index)     TO BM-Course-ID
    MOVE Current-Term                     TO BM-Term
    MOVE BT-Old-Count (Balance-Index)     TO BM-Old-Count
    MOVE BT-Audited-Adds (Balance-Index)  TO BM-Audited-Adds
    MOVE BT-Audited-Drops (Balance-Index) TO BM-Audited-Drops
    MOVE Expected-Count                   TO BM-Expected-Count
    MOVE BT-New-Count (Balance-Index)     TO BM-New-Count
    MOVE Todays-Run-Date                  TO BM-Run-Date
    WRITE Balance-Mismatch-Rec

    MOVE BT-Course-ID (Balance-Index)     TO EBD-Course-ID
    MOVE BT-Old-Count (Balance-Index)     TO EBD-Old
    MOVE BT-Audited-Adds (Balance-Index)  TO EBD-Adds
    MOVE BT-Audited-Drops (Balance-Index) TO EBD-Drops
    MOVE Expected-Count                   TO EBD-Expected
    MOVE BT-New-Count (Balance-Index)     TO EBD-New
    MOVE 'OUT OF BALANCE' TO EBD-Flag
    WRITE EB-Report-Line FROM EB-Detail-Line
    DISPLAY 'Out of balance: ' BT-Course-ID (Balance-Index)
    MOVE 16 TO RETURN-CODE
    .

*>-----------------------------------------------------------------
*> Tonight's image becomes tomorrow's baseline.  The control record
*> is marked 'P' before the copy starts and 'C' once it finishes,
*> so a copy cut short is never proved against.
*>-----------------------------------------------------------------
Take-New-Baseline.
    MOVE Todays-Run-Date TO EC-Image-Date
    MOVE Todays-Run-Time TO EC-Image-Time
    MOVE Current-Term    TO EC-Image-Term
    SET EC-Image-In-Progress TO TRUE
    PERFORM Write-Balance-Control

    MOVE "COURSES-OLD.DAT" TO WS-File-ID
    OPEN INPUT Today-Image-File
    PERFORM Check-File-Status
    MOVE "COURSES-OLD-YESTERDAY.DAT" TO WS-File-ID
    OPEN OUTPUT Baseline-Image-File
    PERFORM Check-File-Status
    SET Today-EOF-Not TO TRUE
    PERFORM UNTIL Today-EOF
       READ Today-Image-File
          AT END      SET Today-EOF TO TRUE
          NOT AT END  MOVE TI-Number-Of-Students
                        TO BI-Number-Of-Students
                      MOVE Today-Course-Record
                        TO Baseline-Course-Record
                      WRITE Baseline-Course-Record
                      ADD 1 TO EB-Images-Copied
       END-READ
    END-PERFORM
    MOVE "COURSES-OLD.DAT" TO WS-File-ID
    CLOSE Today-Image-File
    PERFORM Check-File-Status
    MOVE "COURSES-OLD-YESTERDAY.DAT" TO WS-File-ID
    CLOSE Baseline-Image-File
    PERFORM Check-File-Status

    SET EC-Image-Complete TO TRUE
    PERFORM Write-Balance-Control
    .

Write-Balance-Control.
    MOVE "ENROLLMENT-BALANCE-CONTROL.DAT" TO WS-File-ID
    OPEN OUTPUT Balance-Control-File
    PERFORM Check-File-Status
    WRITE Balance-Control-Record
    MOVE "ENROLLMENT-BALANCE-CONTROL.DAT" TO WS-File-ID
    CLOSE Balance-Control-File
    PERFORM Check-File-Status
    .
