IDENTIFICATION DIVISION.
PROGRAM-ID.  Adjunct-Stipend-Run.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>***************************************************************
*> Program Abstract:
*>    Each department secretary worked out adjunct pay per section
*>    from Teaching-Load-Report and sent it to payroll on paper.
*>    This term run does it from the files: for every section of
*>    the current term (Course-Term-Control.Dat) on Courses.IDX
*>    whose instructor is linked on Instructor-Payroll.IDX as an
*>    adjunct (see Instructors-Maintain), the stipend is the
*>    stipend-rate-table.txt amount for the instructor's rank and
*>    the section's Course-Credit-Hours -- or, with no row for that
*>    many credits, the rank's per-credit-hour row (credits 00)
*>    times the credits.
*>
*>    Each stipend is kept on Adjunct-Stipend.IDX (see
*>    adjunct-stipend-record.cpy), spread in equal payments over the
*>    term's pay periods still to come: the PAYROLL-REGISTER
*>    pay-period entry on Job-Calendar.IDX, from the later of the
*>    term start and today through the term end on
*>    Term-Calendar.IDX.  Payroll-Register pays the payments as
*>    their dates come, but only once the department has approved
*>    the stipend.
*>
*>    stipend-approval-register.txt lists every section by
*>    department, one department to a group with its totals and a
*>    line for the chair's approval.  A new stipend, or one whose
*>    figures changed since the last run (rank, credits, rate,
*>    employee), prints for approval and is not paid until it is
*>    approved.  Approvals come back as stipend-approvals.txt
*>    cards (term, department, a section or blank for the whole
*>    department, approver); on the next run each applies only to a
*>    stipend already printed for approval and unchanged since, so
*>    no approval ever covers a figure the department has not seen.
*>    The cards are consumed by a clean run.
*>
*>    A stipend still being paid whose section is no longer on
*>    Courses.IDX (cancelled), has another instructor, or whose
*>    instructor is no longer linked as an adjunct, is stopped: its
*>    remaining payments are never made.  Payroll-Register makes the
*>    same section check before every payment, so a section
*>    cancelled between runs stops even so.
*>
*>    Sections that cannot be figured -- instructor not linked, not
*>    on Employees.IDX or terminated, no rate for the rank, no pay
*>    period left in the term -- are listed for the department to
*>    sort out and are not kept.
*>
*>  INPUT:
*>    Course-Term-Control.Dat, Term-Calendar.IDX, Job-Calendar.IDX,
*>    stipend-rate-table.txt, Courses.IDX, Instructors.IDX,
*>    Instructor-Payroll.IDX, Employees.IDX, stipend-approvals.txt
*>    (optional).
*>
*>  OUTPUT:
*>    Adjunct-Stipend.IDX created/updated;
*>    stipend-approval-register.txt; stipend-approvals.txt emptied;
*>    Job-Run-Status.Dat appended.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Term-Control-File  ASSIGN TO "Course-Term-Control.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Term-Calendar-File  ASSIGN TO "Term-Calendar.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS CAL-Term
       FILE STATUS IS WS-File-Status.

    SELECT Job-Calendar-File  ASSIGN TO "Job-Calendar.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS JC-Key
       FILE STATUS IS WS-File-Status.

    SELECT Rate-Table-File  ASSIGN TO "stipend-rate-table.txt"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Indexed-File  ASSIGN TO "Courses.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS Course-Key
       FILE STATUS IS WS-File-Status.

    SELECT Instructor-Master-File  ASSIGN TO "Instructors.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS Instructor-Master-ID
       FILE STATUS IS WS-File-Status.

    SELECT Instructor-Payroll-File  ASSIGN TO "Instructor-Payroll.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS IP-Instructor-ID
       FILE STATUS IS AR-Link-File-Status.

    SELECT Employee-File  ASSIGN TO "Employees.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS Empl-ID
       FILE STATUS IS WS-File-Status.

    SELECT Stipend-File  ASSIGN TO "Adjunct-Stipend.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS AS-Key
       FILE STATUS IS WS-File-Status.

    SELECT Approval-File  ASSIGN TO "stipend-approvals.txt"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Approval-Register  ASSIGN TO "stipend-approval-register.txt"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Run-Status-File  ASSIGN TO "Job-Run-Status.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS RS-File-Status.

DATA DIVISION.

FILE SECTION.

FD  Term-Control-File.
01  Term-Control-Record.
    02 TC-Current-Term  PIC X(5).

FD  Term-Calendar-File.
01  Term-Calendar-Record.
    COPY "term-calendar-record.cpy".

FD  Job-Calendar-File.
01  Job-Calendar-Record.
    COPY "job-calendar-record.cpy".

*> One row per rank and credit hours: the stipend for a section of
*> that many credits.  Credits 00 is the rank's rate per credit
*> hour, for any section with no row of its own.
FD  Rate-Table-File.
01  Rate-Table-Rec.
    02 SRT-Rank          PIC X(2).
    02 SRT-Credit-Hours  PIC 9(2).
    02 SRT-Amount        PIC 9(5)V99.

FD  Indexed-File
       RECORD CONTAINS 100 TO 2800 CHARACTERS.
01  Course-Record.
    COPY "course-record.cpy".

FD  Instructor-Master-File.
01  Instructor-Master-Record.
    COPY "instructor-record.cpy".

FD  Instructor-Payroll-File.
01  Instructor-Payroll-Record.
    COPY "instructor-payroll-record.cpy".

FD  Employee-File.
01  Employee-Rec.
    COPY "employee-record.cpy".

FD  Stipend-File.
01  Stipend-Record.
    COPY "adjunct-stipend-record.cpy".

*> A department's approval of the register it signed: one section,
*> or every section of the department (SA-Course-ID blank).
FD  Approval-File.
01  Approval-Rec.
    02 SA-Term          PIC X(5).
    02 SA-Dept          PIC X(4).
    02 SA-Course-ID     PIC X(9).
    02 SA-Approver-ID   PIC X(6).

FD  Approval-Register.
01  AR-Line  PIC X(132).

FD  Run-Status-File.
01  Run-Status-Rec.
    COPY "run-status-record.cpy".

WORKING-STORAGE SECTION.

*> The run-status file gets its own status byte pair: a problem
*> appending to the log should warn, not abort the business run.
01  RS-File-Status  PIC XX  VALUE "00".

01  AR-Link-File-Status  PIC XX  VALUE "00".

01  Link-Available-Flag  PIC X  VALUE 'N'.
    88 Link-Available  VALUE 'Y'.

01  Approvals-On-File-Flag  PIC X  VALUE 'N'.
    88 Approvals-On-File  VALUE 'Y'.

01  Default-Term  PIC X(5)  VALUE 'CURR1'.
01  Current-Term  PIC X(5)  VALUE SPACES.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.

01  Table-EOF-Flag  PIC X.
    88 Table-EOF      VALUE '1'.
    88 Table-EOF-Not  VALUE '0'.

01  Scan-Done-Flag  PIC X.
    88 Scan-Done      VALUE '1'.
    88 Scan-Not-Done  VALUE '0'.

*> The stipend rate table.
01  Max-Rate-Rows   PIC 9(3)  VALUE 100.
01  Rate-Row-Count  PIC 9(3)  VALUE ZERO.
01  Stipend-Rate-Table.
    02 Rate-Row  OCCURS 100 TIMES.
       03 RR-Rank          PIC X(2).
       03 RR-Credit-Hours  PIC 9(2).
       03 RR-Amount        PIC 9(5)V99.
01  Rate-Row-Index     PIC 9(3).
01  Exact-Rate-Index   PIC 9(3).
01  Credit-Rate-Index  PIC 9(3).

*> The approval cards, each with the number of stipends it approved.
01  Max-Approvals   PIC 9(3)  VALUE 200.
01  Approval-Count  PIC 9(3)  VALUE ZERO.
01  Approval-Table.
    02 Approval-Entry  OCCURS 200 TIMES.
       03 AP-Term          PIC X(5).
       03 AP-Dept          PIC X(4).
       03 AP-Course-ID     PIC X(9).
       03 AP-Approver-ID   PIC X(6).
       03 AP-Used-Count    PIC 9(4).
01  Approval-Index        PIC 9(3).
01  Found-Approval-Index  PIC 9(3).

*> Stipends stopped this run, their register lines ready, in key
*> order, to be printed within their departments.
01  Max-Stopped-Lines   PIC 9(3)  VALUE 500.
01  Stopped-Line-Count  PIC 9(3)  VALUE ZERO.
01  Stopped-Line-Table.
    02 Stopped-Line  OCCURS 500 TIMES.
       03 SL-Course-ID   PIC X(9).
       03 SL-Text        PIC X(132).
01  Stopped-Line-Index  PIC 9(3)  VALUE 1.

*> The pay-period rule from the job calendar, and the term's dates.
01  Pay-Job-Name       PIC X(30)  VALUE 'PAYROLL-REGISTER'.
01  Pay-Anchor-Date    PIC 9(8)   VALUE ZERO.
01  Pay-Interval-Days  PIC 9(3)   VALUE ZERO.
01  Term-End-Date      PIC 9(8)   VALUE ZERO.
01  Pay-From-Date      PIC 9(8)   VALUE ZERO.

01  Anchor-Day-Number    PIC 9(7)  VALUE ZERO.
01  From-Day-Number      PIC 9(7)  VALUE ZERO.
01  End-Day-Number       PIC 9(7)  VALUE ZERO.
01  First-Day-Number     PIC 9(7)  VALUE ZERO.
01  Periods-Before-From  PIC 9(5)  VALUE ZERO.
01  Pay-Date-Count       PIC 9(3)  VALUE ZERO.
01  First-Pay-Date       PIC 9(8)  VALUE ZERO.

*> One section being figured.
01  Section-Stipend      PIC 9(5)V99  VALUE ZERO.
01  Section-Action       PIC X(24).
01  Section-Figured-Flag PIC X.
    88 Section-Figured      VALUE 'Y'.
    88 Section-Not-Figured  VALUE 'N'.
01  Stipend-Record-Flag  PIC X.
    88 Stipend-Record-New      VALUE 'N'.
    88 Stipend-Record-On-File  VALUE 'F'.
01  Remaining-Stipend    PIC 9(5)V99  VALUE ZERO.
01  Instructor-Display-Name  PIC X(18).

*> Department control break.
01  Current-Dept  PIC X(4)  VALUE SPACES.
01  Line-Dept     PIC X(4)  VALUE SPACES.
01  Dept-Totals.
    02 DT-Sections   PIC 9(4)     VALUE ZERO.
    02 DT-Stipends   PIC 9(7)V99  VALUE ZERO.
    02 DT-Pending    PIC 9(7)V99  VALUE ZERO.

01  Run-Totals.
    02 RT-Sections       PIC 9(5)     VALUE ZERO.
    02 RT-New            PIC 9(5)     VALUE ZERO.
    02 RT-Changed        PIC 9(5)     VALUE ZERO.
    02 RT-Approved       PIC 9(5)     VALUE ZERO.
    02 RT-Stopped        PIC 9(5)     VALUE ZERO.
    02 RT-Exceptions     PIC 9(5)     VALUE ZERO.
    02 RT-Stipends       PIC 9(7)V99  VALUE ZERO.
    02 RT-Pending        PIC 9(7)V99  VALUE ZERO.

01  AR-Heading-1.
    02 FILLER        PIC X(60)
          VALUE 'ADJUNCT TEACHING STIPENDS -- DEPARTMENT APPROVAL REGISTER'.
    02 FILLER        PIC X(6)   VALUE 'Term: '.
    02 ARH-Term      PIC X(5).
    02 FILLER        PIC X(13)  VALUE '   Run date: '.
    02 ARH-Run-Date  PIC 9(8).

01  AR-Heading-2.
    02 FILLER        PIC X(28)  VALUE 'Payments on pay dates every '.
    02 ARH-Interval  PIC ZZ9.
    02 FILLER        PIC X(20)  VALUE ' days through term  '.
    02 FILLER        PIC X(5)   VALUE 'end: '.
    02 ARH-Term-End  PIC 9(8).

01  AR-Dept-Heading.
    02 FILLER        PIC X(12)  VALUE 'DEPARTMENT: '.
    02 ARD-Dept      PIC X(4).

01  AR-Column-Heading.
    02 FILLER  PIC X(66)  VALUE
       'COURSE     TITLE             INSTRUCTOR          EMPL    RK CR'.
    02 FILLER  PIC X(66)  VALUE
       '     STIPEND      PAYMENTS        PAID  STATUS'.

01  AR-Detail-Line.
    02 ARL-Course-ID      PIC X(9).
    02 FILLER             PIC X(2)   VALUE SPACES.
    02 ARL-Title          PIC X(16).
    02 FILLER             PIC X(2)   VALUE SPACES.
    02 ARL-Instructor     PIC X(18).
    02 FILLER             PIC X(2)   VALUE SPACES.
    02 ARL-Empl-ID        PIC X(6).
    02 FILLER             PIC X(2)   VALUE SPACES.
    02 ARL-Rank           PIC X(2).
    02 FILLER             PIC X(1)   VALUE SPACES.
    02 ARL-Credits        PIC Z9.
    02 FILLER             PIC X(2)   VALUE SPACES.
    02 ARL-Stipend        PIC $$,$$9.99  BLANK WHEN ZERO.
    02 FILLER             PIC X(2)   VALUE SPACES.
    02 ARL-Payments.
       03 ARL-Installments   PIC Z9.
       03 ARL-Times          PIC X(3).
       03 ARL-Each           PIC $$,$$9.99  BLANK WHEN ZERO.
    02 FILLER             PIC X(2)   VALUE SPACES.
    02 ARL-Paid           PIC $$,$$9.99.
    02 FILLER             PIC X(2)   VALUE SPACES.
    02 ARL-Action         PIC X(24).

01  AR-Dept-Total-Line.
    02 FILLER        PIC X(13)  VALUE '  Department '.
    02 ART-Dept      PIC X(4).
    02 FILLER        PIC X(2)   VALUE ': '.
    02 ART-Sections  PIC ZZZ9.
    02 FILLER        PIC X(21)  VALUE ' stipend(s) totalling'.
    02 ART-Stipends  PIC $$,$$$,$$9.99.
    02 FILLER        PIC X(20)  VALUE ', awaiting approval '.
    02 ART-Pending   PIC $$,$$$,$$9.99.

01  AR-Sign-Line.
    02 FILLER  PIC X(66)  VALUE
       '  Approved for the department by ______________________________'.
    02 FILLER  PIC X(30)  VALUE
       '   Date ____________'.

01  AR-Approval-Line.
    02 FILLER        PIC X(24)  VALUE 'Approval not applied:  '.
    02 ARA-Term      PIC X(5).
    02 FILLER        PIC X(1)   VALUE SPACE.
    02 ARA-Dept      PIC X(4).
    02 FILLER        PIC X(1)   VALUE SPACE.
    02 ARA-Course-ID PIC X(9).
    02 FILLER        PIC X(1)   VALUE SPACE.
    02 ARA-Approver  PIC X(6).
    02 FILLER        PIC X(42)
          VALUE '  (nothing awaiting approval matched it)'.

01  AR-Count-Line.
    02 ARC-Label  PIC X(36).
    02 ARC-Value  PIC ZZ,ZZ9.

01  AR-Money-Line.
    02 ARM-Label   PIC X(36).
    02 ARM-Amount  PIC $$,$$$,$$9.99.

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Paragraph.
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
    PERFORM Write-Run-Status-Start
    PERFORM Read-Current-Term
    PERFORM Read-Term-Dates
    PERFORM Find-Pay-Period-Rule
    PERFORM Load-Stipend-Rates
    PERFORM Load-Approvals

    MOVE "COURSES.IDX" TO WS-File-ID
    OPEN INPUT Indexed-File
    PERFORM Check-File-Status
    MOVE "INSTRUCTORS.IDX" TO WS-File-ID
    OPEN INPUT Instructor-Master-File
    PERFORM Check-File-Status
    MOVE "EMPLOYEES.IDX" TO WS-File-ID
    OPEN INPUT Employee-File
    PERFORM Check-File-Status
    OPEN INPUT Instructor-Payroll-File
    IF AR-Link-File-Status = "00"
       SET Link-Available TO TRUE
    ELSE
       DISPLAY 'Instructor-Payroll.IDX not available -- no '
               'instructor is linked to payroll'
    END-IF
    MOVE "ADJUNCT-STIPEND.IDX" TO WS-File-ID
    OPEN I-O Stipend-File
    IF WS-File-Status = "35"
       OPEN OUTPUT Stipend-File
       PERFORM Check-File-Status
       CLOSE Stipend-File
       PERFORM Check-File-Status
       OPEN I-O Stipend-File
    END-IF
    PERFORM Check-File-Status
    MOVE "STIPEND-APPROVAL-REGISTER.TXT" TO WS-File-ID
    OPEN OUTPUT Approval-Register
    PERFORM Check-File-Status

    MOVE Current-Term      TO ARH-Term
    MOVE Todays-Run-Date   TO ARH-Run-Date
    MOVE Pay-Interval-Days TO ARH-Interval
    MOVE Term-End-Date     TO ARH-Term-End
    WRITE AR-Line FROM AR-Heading-1
    WRITE AR-Line FROM AR-Heading-2

    PERFORM Stop-Lapsed-Stipends
    PERFORM Figure-Term-Sections
    PERFORM Print-Stopped-Lines
       UNTIL Stopped-Line-Index > Stopped-Line-Count
    IF Current-Dept NOT = SPACES
       PERFORM Write-Dept-Totals
    END-IF
    PERFORM Write-Run-Totals

    MOVE "COURSES.IDX" TO WS-File-ID
    CLOSE Indexed-File
    PERFORM Check-File-Status
    MOVE "INSTRUCTORS.IDX" TO WS-File-ID
    CLOSE Instructor-Master-File
    PERFORM Check-File-Status
    MOVE "EMPLOYEES.IDX" TO WS-File-ID
    CLOSE Employee-File
    PERFORM Check-File-Status
    IF Link-Available
       CLOSE Instructor-Payroll-File
    END-IF
    MOVE "ADJUNCT-STIPEND.IDX" TO WS-File-ID
    CLOSE Stipend-File
    PERFORM Check-File-Status
    MOVE "STIPEND-APPROVAL-REGISTER.TXT" TO WS-File-ID
    CLOSE Approval-Register
    PERFORM Check-File-Status

*>  Consumed, like timesheets.txt: an approval card is applied once.
*>  Any that matched nothing is on the register to be keyed again.
    IF Approvals-On-File  AND  RETURN-CODE = ZERO
       OPEN OUTPUT Approval-File
       CLOSE Approval-File
    END-IF

    DISPLAY 'Adjunct stipends for ' Current-Term ': '
            RT-Sections ' section(s), ' RT-New ' new, '
            RT-Approved ' approved, ' RT-Stopped ' stopped, '
            RT-Exceptions ' exception(s)'
    PERFORM Write-Run-Status-End
    STOP RUN
    .

COPY "file-status-check.cpy".


Write-Run-Status-Start.
    MOVE 'ADJUNCT-STIPEND-RUN' TO RS-Program-Name
    SET RS-Start-Record TO TRUE
    MOVE ZERO TO RS-Records-Processed
                 RS-Records-Rejected
                 RS-Return-Code
    PERFORM Append-Run-Status-Rec
    .

Write-Run-Status-End.
    MOVE 'ADJUNCT-STIPEND-RUN' TO RS-Program-Name
    SET RS-End-Record TO TRUE
    MOVE RT-Sections   TO RS-Records-Processed
    MOVE RT-Exceptions TO RS-Records-Rejected
    MOVE RETURN-CODE   TO RS-Return-Code
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

Abandon-Run.
    MOVE 16 TO RETURN-CODE
    PERFORM Write-Run-Status-End
    STOP RUN
    .


*>-----------------------------------------------------------------
*> The term, its dates, the pay-period rule, the rate table, and
*> the approvals -- everything but the approvals must be there, or
*> nothing is figured.
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
    DISPLAY 'Figuring adjunct stipends for term: ' Current-Term
    .

Read-Term-Dates.
    MOVE "TERM-CALENDAR.IDX" TO WS-File-ID
    OPEN INPUT Term-Calendar-File
    IF WS-File-Status = "35"
       DISPLAY 'No Term-Calendar.IDX on file -- no term dates, '
               'nothing figured.'
       PERFORM Abandon-Run
    END-IF
    PERFORM Check-File-Status
    MOVE Current-Term TO CAL-Term
    READ Term-Calendar-File
       INVALID KEY
          DISPLAY 'Term ' Current-Term ' is not on Term-Calendar.IDX '
                  '-- nothing figured.'
          CLOSE Term-Calendar-File
          PERFORM Abandon-Run
    END-READ
    MOVE CAL-End-Date TO Term-End-Date
    IF CAL-Start-Date > Todays-Run-Date
       MOVE CAL-Start-Date  TO Pay-From-Date
    ELSE
       MOVE Todays-Run-Date TO Pay-From-Date
    END-IF
    CLOSE Term-Calendar-File
    PERFORM Check-File-Status
    .

*> Payroll-Register's active every-so-many-days entry on the job
*> calendar: its dates are the pay periods.
Find-Pay-Period-Rule.
    MOVE "JOB-CALENDAR.IDX" TO WS-File-ID
    OPEN INPUT Job-Calendar-File
    IF WS-File-Status = "35"
       DISPLAY 'No Job-Calendar.IDX on file -- no pay periods, '
               'nothing figured.'
       PERFORM Abandon-Run
    END-IF
    PERFORM Check-File-Status
    MOVE Pay-Job-Name TO JC-Job-Name
    MOVE ZERO         TO JC-Entry-Seq
    SET Scan-Not-Done TO TRUE
    START Job-Calendar-File KEY IS NOT LESS THAN JC-Key
       INVALID KEY  SET Scan-Done TO TRUE
    END-START
    PERFORM UNTIL Scan-Done
       READ Job-Calendar-File NEXT RECORD
          AT END
             SET Scan-Done TO TRUE
          NOT AT END
             IF JC-Job-Name NOT = Pay-Job-Name
                SET Scan-Done TO TRUE
             ELSE
                IF JC-Interval-Rule  AND  JC-Entry-Active
                      AND JC-Interval-Days > ZERO
                   MOVE JC-Rule-Date     TO Pay-Anchor-Date
                   MOVE JC-Interval-Days TO Pay-Interval-Days
                   SET Scan-Done TO TRUE
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE Job-Calendar-File
    PERFORM Check-File-Status
    IF Pay-Interval-Days = ZERO
       DISPLAY 'No active pay-period entry for ' Pay-Job-Name
               ' on Job-Calendar.IDX -- nothing figured.'
       PERFORM Abandon-Run
    END-IF
    .

Load-Stipend-Rates.
    MOVE "STIPEND-RATE-TABLE.TXT" TO WS-File-ID
    OPEN INPUT Rate-Table-File
    IF WS-File-Status = "35"
       DISPLAY 'No stipend-rate-table.txt on file -- nothing '
               'figured.'
       PERFORM Abandon-Run
    END-IF
    PERFORM Check-File-Status
    SET Table-EOF-Not TO TRUE
    PERFORM UNTIL Table-EOF
       READ Rate-Table-File
          AT END      SET Table-EOF TO TRUE
          NOT AT END  PERFORM Store-Stipend-Rate
       END-READ
    END-PERFORM
    CLOSE Rate-Table-File
    PERFORM Check-File-Status
    .

Store-Stipend-Rate.
    IF Rate-Row-Count < Max-Rate-Rows
       ADD 1 TO Rate-Row-Count
       MOVE SRT-Rank         TO RR-Rank (Rate-Row-Count)
       MOVE SRT-Credit-Hours TO RR-Credit-Hours (Rate-Row-Count)
       MOVE SRT-Amount       TO RR-Amount (Rate-Row-Count)
    ELSE
       DISPLAY 'Stipend rate row beyond table ceiling ignored: '
               SRT-Rank ' ' SRT-Credit-Hours
    END-IF
    .

Load-Approvals.
    MOVE "STIPEND-APPROVALS.TXT" TO WS-File-ID
    OPEN INPUT Approval-File
    IF WS-File-Status NOT = "35"
       PERFORM Check-File-Status
       SET Approvals-On-File TO TRUE
       SET Table-EOF-Not TO TRUE
       PERFORM UNTIL Table-EOF
          READ Approval-File
             AT END      SET Table-EOF TO TRUE
             NOT AT END  PERFORM Store-Approval
          END-READ
       END-PERFORM
       CLOSE Approval-File
       PERFORM Check-File-Status
    END-IF
    .

Store-Approval.
    IF Approval-Count < Max-Approvals
       ADD 1 TO Approval-Count
       MOVE SA-Term        TO AP-Term (Approval-Count)
       MOVE SA-Dept        TO AP-Dept (Approval-Count)
       MOVE SA-Course-ID   TO AP-Course-ID (Approval-Count)
       MOVE SA-Approver-ID TO AP-Approver-ID (Approval-Count)
       MOVE ZERO           TO AP-Used-Count (Approval-Count)
    ELSE
       DISPLAY 'More than ' Max-Approvals ' approval cards -- '
               SA-Dept ' ' SA-Course-ID ' not applied'
    END-IF
    .


*>-----------------------------------------------------------------
*> The stipends of the term still being paid, or not yet approved,
*> whose section has gone, changed hands, or lost its adjunct:
*> stopped, so no further payment is made.
*>-----------------------------------------------------------------
Stop-Lapsed-Stipends.
    MOVE Current-Term TO AS-Term
    MOVE LOW-VALUES   TO AS-Course-ID  AS-Instructor-ID
    SET Scan-Not-Done TO TRUE
    START Stipend-File KEY IS NOT LESS THAN AS-Key
       INVALID KEY  SET Scan-Done TO TRUE
    END-START
    PERFORM UNTIL Scan-Done
       READ Stipend-File NEXT RECORD
          AT END
             SET Scan-Done TO TRUE
          NOT AT END
             IF AS-Term NOT = Current-Term
                SET Scan-Done TO TRUE
             ELSE
                IF NOT AS-Stopped
                      AND AS-Installments-Paid < AS-Installments
                   PERFORM Check-Stipend-Section
                END-IF
             END-IF
       END-READ
    END-PERFORM
    .

Check-Stipend-Section.
    MOVE AS-Term      TO Course-Term
    MOVE AS-Course-ID TO Course-ID
    READ Indexed-File
       INVALID KEY
          SET AS-Section-Cancelled TO TRUE
       NOT INVALID KEY
          IF Course-Instructor-ID NOT = AS-Instructor-ID
             SET AS-Instructor-Changed TO TRUE
          ELSE
             MOVE SPACES TO AS-Stop-Reason
             PERFORM Check-Still-Adjunct
          END-IF
    END-READ
    IF AS-Stop-Reason NOT = SPACES
       PERFORM Stop-Stipend
    END-IF
    .

Check-Still-Adjunct.
    IF NOT Link-Available
       SET AS-No-Longer-Adjunct TO TRUE
    ELSE
       MOVE AS-Instructor-ID TO IP-Instructor-ID
       READ Instructor-Payroll-File
          INVALID KEY
             SET AS-No-Longer-Adjunct TO TRUE
          NOT INVALID KEY
             IF NOT IP-Adjunct
                SET AS-No-Longer-Adjunct TO TRUE
             END-IF
       END-READ
    END-IF
    .

Stop-Stipend.
    SET AS-Stopped       TO TRUE
    MOVE Todays-Run-Date TO AS-Stopped-Date  AS-Last-Changed-Date
    MOVE "ADJUNCT-STIPEND.IDX" TO WS-File-ID
    REWRITE Stipend-Record
       INVALID KEY  DISPLAY 'Program error in stopping a stipend:  '
                            'Should never happen!'
                    PERFORM Check-File-Status
    END-REWRITE
    ADD 1 TO RT-Stopped
    EVALUATE TRUE
       WHEN AS-Section-Cancelled
          MOVE 'STOPPED -- SEC CANCELLED' TO ARL-Action
          MOVE SPACES TO ARL-Title
       WHEN AS-Instructor-Changed
          MOVE 'STOPPED -- NEW INSTRUCTR' TO ARL-Action
          MOVE Course-Title TO ARL-Title
       WHEN OTHER
          MOVE 'STOPPED -- NOT ADJUNCT'   TO ARL-Action
          MOVE Course-Title TO ARL-Title
    END-EVALUATE
    MOVE AS-Instructor-ID TO Instructor-Master-ID
    PERFORM Find-Instructor-Name
    MOVE AS-Course-ID         TO ARL-Course-ID
    MOVE AS-Empl-ID           TO ARL-Empl-ID
    MOVE AS-Rank              TO ARL-Rank
    MOVE AS-Credit-Hours      TO ARL-Credits
    MOVE AS-Stipend-Amount    TO ARL-Stipend
    MOVE AS-Installments-Paid TO ARL-Installments
    MOVE ' pd'                TO ARL-Times
    MOVE ZERO                 TO ARL-Each
    MOVE AS-Paid-To-Date      TO ARL-Paid
    IF Stopped-Line-Count < Max-Stopped-Lines
       ADD 1 TO Stopped-Line-Count
       MOVE AS-Course-ID   TO SL-Course-ID (Stopped-Line-Count)
       MOVE AR-Detail-Line TO SL-Text (Stopped-Line-Count)
    ELSE
       DISPLAY 'Stipend stopped, not listed: ' AS-Key
    END-IF
    .


*>-----------------------------------------------------------------
*> Every section of the term, in Course-Key order -- which is
*> department order, the department being the first four
*> characters of the Course-ID.
*>-----------------------------------------------------------------
Figure-Term-Sections.
    MOVE Current-Term TO Course-Term
    MOVE LOW-VALUES   TO Course-ID
    SET Scan-Not-Done TO TRUE
    START Indexed-File KEY IS NOT LESS THAN Course-Key
       INVALID KEY  SET Scan-Done TO TRUE
    END-START
    PERFORM UNTIL Scan-Done
       READ Indexed-File NEXT RECORD
          AT END
             SET Scan-Done TO TRUE
          NOT AT END
             IF Course-Term NOT = Current-Term
                SET Scan-Done TO TRUE
             ELSE
                IF Course-Instructor-ID NOT = SPACES
                   PERFORM Figure-One-Section
                END-IF
             END-IF
       END-READ
    END-PERFORM
    .

Figure-One-Section.
    PERFORM Print-Stopped-Lines
       UNTIL Stopped-Line-Index > Stopped-Line-Count
          OR SL-Course-ID (Stopped-Line-Index) > Course-ID
    SET Section-Not-Figured TO TRUE
    MOVE ZERO   TO Section-Stipend
    MOVE SPACES TO Section-Action  ARL-Empl-ID  ARL-Rank
    MOVE Course-Instructor-ID TO Instructor-Master-ID
    PERFORM Find-Instructor-Name
    IF NOT Link-Available
       MOVE 'NOT LINKED TO PAYROLL' TO Section-Action
    ELSE
       MOVE Course-Instructor-ID TO IP-Instructor-ID
       READ Instructor-Payroll-File
          INVALID KEY
             MOVE 'NOT LINKED TO PAYROLL' TO Section-Action
          NOT INVALID KEY
             IF IP-Adjunct
                MOVE IP-Empl-ID TO ARL-Empl-ID
                MOVE IP-Rank    TO ARL-Rank
                PERFORM Figure-Adjunct-Section
             END-IF
       END-READ
    END-IF
*>  A full-time instructor's section carries no stipend and is not
*>  listed.
    IF Section-Action NOT = SPACES
       IF Section-Figured
          PERFORM Write-Section-Line
       ELSE
          ADD 1 TO RT-Exceptions
          PERFORM Write-Exception-Line
       END-IF
    END-IF
    .

Figure-Adjunct-Section.
    MOVE IP-Empl-ID TO Empl-ID
    READ Employee-File
       INVALID KEY
          MOVE 'EMPLOYEE NOT ON FILE' TO Section-Action
       NOT INVALID KEY
          IF Employee-Terminated
             MOVE 'EMPLOYEE TERMINATED' TO Section-Action
          ELSE
             PERFORM Find-Stipend-Rate
             IF Section-Stipend = ZERO
                MOVE 'NO STIPEND RATE' TO Section-Action
             ELSE
                PERFORM Post-Section-Stipend
             END-IF
          END-IF
    END-READ
    .

*> The rank's row for the section's credits, else its per-credit
*> row times the credits.
Find-Stipend-Rate.
    MOVE ZERO TO Exact-Rate-Index  Credit-Rate-Index  Section-Stipend
    PERFORM Check-Stipend-Rate
       VARYING Rate-Row-Index FROM 1 BY 1
       UNTIL Rate-Row-Index > Rate-Row-Count
    IF Exact-Rate-Index > ZERO
       MOVE RR-Amount (Exact-Rate-Index) TO Section-Stipend
    ELSE
       IF Credit-Rate-Index > ZERO
          COMPUTE Section-Stipend
             = RR-Amount (Credit-Rate-Index) * Course-Credit-Hours
       END-IF
    END-IF
    .

Check-Stipend-Rate.
    IF RR-Rank (Rate-Row-Index) = IP-Rank
       IF RR-Credit-Hours (Rate-Row-Index) = Course-Credit-Hours
          MOVE Rate-Row-Index TO Exact-Rate-Index
       ELSE
          IF RR-Credit-Hours (Rate-Row-Index) = ZERO
             MOVE Rate-Row-Index TO Credit-Rate-Index
          END-IF
       END-IF
    END-IF
    .

*>-----------------------------------------------------------------
*> The section's stipend onto Adjunct-Stipend.IDX.  New, it is
*> spread over the pay dates left in the term.  Changed, the part
*> not yet paid is spread over the pay dates left, and it must be
*> approved again.  Unchanged and awaiting approval, an approval
*> card for it is applied.
*>-----------------------------------------------------------------
Post-Section-Stipend.
    MOVE Course-Term          TO AS-Term
    MOVE Course-ID            TO AS-Course-ID
    MOVE Course-Instructor-ID TO AS-Instructor-ID
    MOVE "ADJUNCT-STIPEND.IDX" TO WS-File-ID
    READ Stipend-File
       INVALID KEY      SET Stipend-Record-New     TO TRUE
       NOT INVALID KEY  SET Stipend-Record-On-File TO TRUE
    END-READ
    EVALUATE TRUE
       WHEN Stipend-Record-New
          PERFORM Count-Pay-Dates
          IF Pay-Date-Count = ZERO
             MOVE 'NO PAY PERIOD LEFT' TO Section-Action
          ELSE
             PERFORM Add-Section-Stipend
          END-IF
       WHEN AS-Stopped
          SET Section-Figured TO TRUE
          MOVE 'STOPPED EARLIER' TO Section-Action
       WHEN AS-Stipend-Amount NOT = Section-Stipend
            OR AS-Empl-ID NOT = IP-Empl-ID
            OR AS-Rank NOT = IP-Rank
            OR AS-Credit-Hours NOT = Course-Credit-Hours
          PERFORM Change-Section-Stipend
       WHEN AS-Pending
          SET Section-Figured TO TRUE
          PERFORM Apply-Approval
       WHEN AS-Installments-Paid NOT < AS-Installments
          SET Section-Figured TO TRUE
          MOVE 'PAID IN FULL' TO Section-Action
       WHEN OTHER
          SET Section-Figured TO TRUE
          MOVE 'APPROVED' TO Section-Action
    END-EVALUATE
    .

Add-Section-Stipend.
    SET Section-Figured TO TRUE
    MOVE IP-Empl-ID          TO AS-Empl-ID
    MOVE IP-Rank             TO AS-Rank
    MOVE Course-Credit-Hours TO AS-Credit-Hours
    MOVE Section-Stipend     TO AS-Stipend-Amount
    MOVE Pay-Date-Count      TO AS-Installments
    MOVE First-Pay-Date      TO AS-First-Pay-Date
    MOVE Pay-Interval-Days   TO AS-Interval-Days
    MOVE ZERO TO AS-Installments-Paid  AS-Paid-To-Date
                 AS-Last-Paid-Date     AS-Approved-Date
                 AS-Stopped-Date
    MOVE SPACES TO AS-Approved-By  AS-Stop-Reason
    SET AS-Pending TO TRUE
    MOVE Todays-Run-Date TO AS-Last-Changed-Date
    WRITE Stipend-Record
       INVALID KEY  DISPLAY 'Program error in adding a stipend:  '
                            'Should never happen!'
                    PERFORM Check-File-Status
    END-WRITE
    ADD 1 TO RT-New
    MOVE 'NEW -- APPROVE' TO Section-Action
    .

*> The installment dates are kept evenly spaced: the first
*> installment not yet paid falls on the first pay date left, and
*> AS-First-Pay-Date is backed off by the installments already
*> paid.  With no pay date left in the term, what is owed goes in
*> one more payment.
Change-Section-Stipend.
    SET Section-Figured TO TRUE
    PERFORM Count-Pay-Dates
    IF Pay-Date-Count = ZERO
       MOVE 1 TO Pay-Date-Count
       COMPUTE First-Day-Number
          = FUNCTION INTEGER-OF-DATE (Pay-From-Date)
    END-IF
    COMPUTE AS-Installments = AS-Installments-Paid + Pay-Date-Count
    COMPUTE AS-First-Pay-Date = FUNCTION DATE-OF-INTEGER
       (First-Day-Number - AS-Installments-Paid * Pay-Interval-Days)
    MOVE Pay-Interval-Days   TO AS-Interval-Days
    MOVE IP-Empl-ID          TO AS-Empl-ID
    MOVE IP-Rank             TO AS-Rank
    MOVE Course-Credit-Hours TO AS-Credit-Hours
    MOVE Section-Stipend     TO AS-Stipend-Amount
    SET AS-Pending TO TRUE
    MOVE SPACES TO AS-Approved-By
    MOVE ZERO   TO AS-Approved-Date
    MOVE Todays-Run-Date TO AS-Last-Changed-Date
    PERFORM Rewrite-Stipend-Record
    ADD 1 TO RT-Changed
    MOVE 'CHANGED -- APPROVE' TO Section-Action
    .

Apply-Approval.
    MOVE ZERO TO Found-Approval-Index
    PERFORM Match-Approval
       VARYING Approval-Index FROM 1 BY 1
       UNTIL Approval-Index > Approval-Count
          OR Found-Approval-Index > ZERO
    IF Found-Approval-Index > ZERO
       ADD 1 TO AP-Used-Count (Found-Approval-Index)
       SET AS-Approved TO TRUE
       MOVE AP-Approver-ID (Found-Approval-Index) TO AS-Approved-By
       MOVE Todays-Run-Date TO AS-Approved-Date  AS-Last-Changed-Date
       PERFORM Rewrite-Stipend-Record
       ADD 1 TO RT-Approved
       MOVE 'APPROVED THIS RUN' TO Section-Action
    ELSE
       MOVE 'AWAITING APPROVAL' TO Section-Action
    END-IF
    .

Match-Approval.
    IF AP-Term (Approval-Index) = Current-Term
          AND AP-Dept (Approval-Index) = Course-ID (1:4)
          AND (AP-Course-ID (Approval-Index) = SPACES
               OR AP-Course-ID (Approval-Index) = Course-ID)
       MOVE Approval-Index TO Found-Approval-Index
    END-IF
    .

Rewrite-Stipend-Record.
    MOVE "ADJUNCT-STIPEND.IDX" TO WS-File-ID
    REWRITE Stipend-Record
       INVALID KEY  DISPLAY 'Program error in updating a stipend:  '
                            'Should never happen!'
                    PERFORM Check-File-Status
    END-REWRITE
    .

*> The pay dates on or after Pay-From-Date and on or before the
*> term end: how many, and the first.
Count-Pay-Dates.
    MOVE ZERO TO Pay-Date-Count  First-Pay-Date
    COMPUTE Anchor-Day-Number = FUNCTION INTEGER-OF-DATE (Pay-Anchor-Date)
    COMPUTE From-Day-Number   = FUNCTION INTEGER-OF-DATE (Pay-From-Date)
    COMPUTE End-Day-Number    = FUNCTION INTEGER-OF-DATE (Term-End-Date)
    IF From-Day-Number NOT > Anchor-Day-Number
       MOVE Anchor-Day-Number TO First-Day-Number
    ELSE
       COMPUTE Periods-Before-From
          = (From-Day-Number - Anchor-Day-Number
             + Pay-Interval-Days - 1) / Pay-Interval-Days
       COMPUTE First-Day-Number
          = Anchor-Day-Number + Periods-Before-From * Pay-Interval-Days
    END-IF
    IF First-Day-Number NOT > End-Day-Number
       COMPUTE Pay-Date-Count
          = (End-Day-Number - First-Day-Number) / Pay-Interval-Days + 1
       IF Pay-Date-Count > 99
          MOVE 99 TO Pay-Date-Count
       END-IF
       COMPUTE First-Pay-Date
          = FUNCTION DATE-OF-INTEGER (First-Day-Number)
    END-IF
    .

Find-Instructor-Name.
    MOVE SPACES TO Instructor-Display-Name
    READ Instructor-Master-File
       INVALID KEY
          MOVE Instructor-Master-ID TO Instructor-Display-Name
       NOT INVALID KEY
          STRING Instructor-Last-Name  DELIMITED BY SPACE
                 ', '                  DELIMITED BY SIZE
                 Instructor-First-Name DELIMITED BY SPACE
            INTO Instructor-Display-Name
          END-STRING
    END-READ
    MOVE Instructor-Display-Name TO ARL-Instructor
    .


*>-----------------------------------------------------------------
*> The register, a department at a time.
*>-----------------------------------------------------------------
Write-Section-Line.
    MOVE Course-ID            TO ARL-Course-ID
    MOVE Course-Title         TO ARL-Title
    MOVE Course-Credit-Hours  TO ARL-Credits
    MOVE AS-Stipend-Amount    TO ARL-Stipend
    MOVE AS-Installments      TO ARL-Installments
    MOVE ' x '                TO ARL-Times
    COMPUTE ARL-Each = AS-Stipend-Amount / AS-Installments
    MOVE AS-Paid-To-Date      TO ARL-Paid
    MOVE Section-Action       TO ARL-Action
    MOVE Course-ID (1:4)      TO Line-Dept
    PERFORM Check-Dept-Break
    IF NOT AS-Stopped
       ADD 1 TO DT-Sections  RT-Sections
       ADD AS-Stipend-Amount TO DT-Stipends  RT-Stipends
    END-IF
    IF AS-Pending
       IF AS-Stipend-Amount > AS-Paid-To-Date
          COMPUTE Remaining-Stipend = AS-Stipend-Amount - AS-Paid-To-Date
       ELSE
          MOVE ZERO TO Remaining-Stipend
       END-IF
       ADD Remaining-Stipend TO DT-Pending  RT-Pending
    END-IF
    WRITE AR-Line FROM AR-Detail-Line
    .

Write-Exception-Line.
    MOVE Course-ID           TO ARL-Course-ID
    MOVE Course-Title        TO ARL-Title
    MOVE Course-Credit-Hours TO ARL-Credits
    MOVE Section-Stipend     TO ARL-Stipend
    MOVE ZERO                TO ARL-Installments  ARL-Each  ARL-Paid
    MOVE SPACES              TO ARL-Times
    MOVE Section-Action      TO ARL-Action
    MOVE Course-ID (1:4)     TO Line-Dept
    PERFORM Check-Dept-Break
    WRITE AR-Line FROM AR-Detail-Line
    .

Print-Stopped-Lines.
    MOVE SL-Course-ID (Stopped-Line-Index) (1:4) TO Line-Dept
    PERFORM Check-Dept-Break
    WRITE AR-Line FROM SL-Text (Stopped-Line-Index)
    ADD 1 TO Stopped-Line-Index
    .

Check-Dept-Break.
    IF Line-Dept NOT = Current-Dept
       IF Current-Dept NOT = SPACES
          PERFORM Write-Dept-Totals
       END-IF
       MOVE Line-Dept TO Current-Dept  ARD-Dept
       MOVE ZERO TO DT-Sections  DT-Stipends  DT-Pending
       MOVE SPACES TO AR-Line
       WRITE AR-Line
       WRITE AR-Line FROM AR-Dept-Heading
       WRITE AR-Line FROM AR-Column-Heading
    END-IF
    .

Write-Dept-Totals.
    MOVE Current-Dept TO ART-Dept
    MOVE DT-Sections  TO ART-Sections
    MOVE DT-Stipends  TO ART-Stipends
    MOVE DT-Pending   TO ART-Pending
    MOVE SPACES TO AR-Line
    WRITE AR-Line
    WRITE AR-Line FROM AR-Dept-Total-Line
    MOVE SPACES TO AR-Line
    WRITE AR-Line
    WRITE AR-Line FROM AR-Sign-Line
    .

Write-Run-Totals.
    MOVE SPACES TO AR-Line
    WRITE AR-Line
    WRITE AR-Line
    PERFORM Write-Unused-Approval
       VARYING Approval-Index FROM 1 BY 1
       UNTIL Approval-Index > Approval-Count
    MOVE SPACES TO AR-Line
    WRITE AR-Line
    MOVE 'Sections with a stipend'          TO ARC-Label
    MOVE RT-Sections                        TO ARC-Value
    WRITE AR-Line FROM AR-Count-Line
    MOVE 'New this run'                     TO ARC-Label
    MOVE RT-New                             TO ARC-Value
    WRITE AR-Line FROM AR-Count-Line
    MOVE 'Changed this run'                 TO ARC-Label
    MOVE RT-Changed                         TO ARC-Value
    WRITE AR-Line FROM AR-Count-Line
    MOVE 'Approved this run'                TO ARC-Label
    MOVE RT-Approved                        TO ARC-Value
    WRITE AR-Line FROM AR-Count-Line
    MOVE 'Stopped this run'                 TO ARC-Label
    MOVE RT-Stopped                         TO ARC-Value
    WRITE AR-Line FROM AR-Count-Line
    MOVE 'Sections not figured'             TO ARC-Label
    MOVE RT-Exceptions                      TO ARC-Value
    WRITE AR-Line FROM AR-Count-Line
    MOVE 'Stipends for the term'            TO ARM-Label
    MOVE RT-Stipends                        TO ARM-Amount
    WRITE AR-Line FROM AR-Money-Line
    MOVE 'Awaiting approval'                TO ARM-Label
    MOVE RT-Pending                         TO ARM-Amount
    WRITE AR-Line FROM AR-Money-Line
    .

Write-Unused-Approval.
    IF AP-Used-Count (Approval-Index) = ZERO
       MOVE AP-Term (Approval-Index)        TO ARA-Term
       MOVE AP-Dept (Approval-Index)        TO ARA-Dept
       MOVE AP-Course-ID (Approval-Index)   TO ARA-Course-ID
       MOVE AP-Approver-ID (Approval-Index) TO ARA-Approver
       WRITE AR-Line FROM AR-Approval-Line
    END-IF
    .
