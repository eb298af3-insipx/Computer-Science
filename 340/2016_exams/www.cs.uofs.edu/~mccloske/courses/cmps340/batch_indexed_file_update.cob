*>           capacity, the course-load limit, and the checkpoint
*>           interval; the old one-value files and compiled
*>           defaults survive as the fallback
*>           modified Oct. 15, 2026 to collect a student's archived
*>           passing grades for the prerequisite check with one keyed
*>           prefix scan of Student-History.IDX (posted by
*>           Term-Rollover, first built by Student-History-Build)
*>           instead of a front-to-back pass over the whole of
*>           Course-Term-History.Dat per checked transaction
*>           modified Oct. 15, 2026 to validate every Add-Trans
*>           against the Course-Catalog.IDX catalog master (built by
*>           Course-Catalog-Maintain): a catalog course not on file
*>           is rejected 'NC', a retired one 'CR'; Add-Trans now
*>           carries an optional title and credit hours, and the new
*>           section takes the catalog's official values for
*>           whichever of them the transaction leaves blank
*>           modified Oct. 15, 2026 to enforce the term's academic
*>           calendar from Term-Calendar.IDX (built by
*>           Term-Calendar-Maintain): an Add-Student (or Transfer)
*>           after the last day to add is rejected 'AL'; a
*>           Drop-Student after the last day to drop but by the last
*>           day to withdraw is a withdrawal -- the enrollment stays
*>           on the roster and in Student-Course.IDX with a 'W'
*>           grade, audited as type 'W' -- and one after the last day
*>           to withdraw is rejected 'DL'
*>           modified Oct. 15, 2026 to enforce the lecture/companion
*>           section links in Section-Links.IDX (built by
*>           Section-Links-Maintain): an Add-Student to either half
*>           of a linked pair is rejected 'LK' unless the student
*>           already holds the other half or this same batch adds
*>           it (the batch's Add-Students are gathered in a first
*>           pass over Transaction-File); a drop of a lecture, or
*>           its cancellation, is carried through to each companion
*>           the student holds as a generated Drop-Student
*>           modified Oct. 15, 2026 to flag an Add-Student for a
*>           catalog course the student already has an archived
*>           passing grade in to Course-Repeat-Warnings.Dat; the
*>           enrollment is still applied -- the repeat is only made
*>           visible, as with Key-Conflict-Report
*>           modified Oct. 15, 2026 to carry a grading basis on every
*>           enrollment (SC-Grading-Basis: letter, pass/fail, or
*>           audit), chosen by a new Add-Grading-Basis byte on the
*>           Add-Student-Trans (blank = letter; anything else
*>           rejected 'GB') and kept across a Transfer; a new
*>           Basis-Change transaction ('B') changes it until the
*>           term's CAL-Last-Basis-Date ('BL' after, 'BG' once the
*>           enrollment is graded or withdrawn), audited as type
*>           'B'; a Grade-Trans posting 'P '/'NP' to other than a
*>           pass/fail enrollment, 'AU' to other than an audit, or a
*>           letter grade to either is rejected 'GM'; and every
*>           audit entry naming a student carries the enrollment's
*>           basis for Bursar-Billing-Extract's audit rate
*>           modified Oct. 15, 2026 to honor the class-level seat
*>           holds in Seat-Reservations.IDX (built by Seat-
*>           Reservations-Maintain): until a hold's release date,
*>           the seats its level has not yet filled are not open to
*>           an Add-Student (or Transfer target) of any other level,
*>           which waitlists instead
*>           modified Oct. 15, 2026 to honor the instructor-issued
*>           permits in Registration-Permits.IDX (issued by
*>           Permits-Maintain): an unexpired permit for the student
*>           and section waives the capacity, prerequisite, time-
*>           conflict, and/or seat-hold checks it names on the
*>           Add-Student, is marked used once the student is
*>           enrolled, and its number is written to the 'S' audit
*>           entry; with the permit master on hand, Add-Override-
*>           Flag no longer waives a time conflict by itself
*>           modified Oct. 15, 2026 to park the grading basis
*>           chosen on a waitlisted Add-Student (or carried by a
*>           Transfer) on the waitlist entry, WL-Grading-Basis, for
*>           Waitlist-Promotion to enroll the student on
*>           modified Oct. 15, 2026 to require, where the permit
*>           master is on hand, a permit waiving the time conflict
*>           for the student and target section before a Transfer
*>           skips the conflict check; the permit is marked used and
*>           its number carried on the transfer's 'S' audit entry,
*>           and Transfer-Override-Flag alone now counts only at a
*>           site with no permit master
*>           modified Oct. 15, 2026 to hold a Transfer's target
*>           section to the lecture/companion link rule and carry
*>           the drop from a linked lecture through to its
*>           companions, and to leave students already withdrawn
*>           out of a cancelled section's displacements and refunds
*>           modified Oct. 15, 2026 to reject 'GW' a Grade-Trans
*>           that would post over a withdrawal's 'W ', and to flag a
*>           repeat enrollment only when the student is enrolled,
*>           not when the add goes onto the waitlist
*>***********************************************************************
*> Program Abstract:
*>    This program performs batch update on an indexed file, where the
*>    remove that one student from the Class-List of the course named
*>    by Trans-Key, adjusting Number-Of-Students in place instead of
*>    replacing the whole record the way a Change-Trans does.
*>    Both are dated against the term's Term-Calendar.IDX entry,
*>    when it has one: adds close on the last day to add, and a
*>    drop past the last day to drop becomes a withdrawal ('W'
*>    grade, enrollment kept on record) until the last day to
*>    withdraw, after which it is refused.
*>
*>    Print transactions are not like the others, both in that they do not
*>    specify a change to be made to the file and in that their format is
       ALTERNATE RECORD KEY IS Audit-Date WITH DUPLICATES
       FILE STATUS IS WS-File-Status.

    SELECT Repeat-Warning-Report  ASSIGN TO "Course-Repeat-Warnings.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Key-Conflict-Report  ASSIGN TO "Course-Key-Conflicts.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.
       RECORD KEY IS Prereq-Catalog-ID
       FILE STATUS IS WS-File-Status.

    SELECT Course-Catalog-File  ASSIGN TO "Course-Catalog.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS CA-Catalog-ID
       FILE STATUS IS WS-File-Status.

    SELECT Student-History-File  ASSIGN TO "Student-History.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS HS-Key
       FILE STATUS IS WS-File-Status.

    SELECT Section-Link-File  ASSIGN TO "Section-Links.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS SL-Key
       ALTERNATE RECORD KEY IS SL-Companion-Key WITH DUPLICATES
       FILE STATUS IS WS-File-Status.

    SELECT Permit-File  ASSIGN TO "Registration-Permits.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS PM-Key
       FILE STATUS IS WS-File-Status.

    SELECT Seat-Reservation-File  ASSIGN TO "Seat-Reservations.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS SR-Key
       FILE STATUS IS WS-File-Status.

    SELECT Term-Calendar-File  ASSIGN TO "Term-Calendar.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS CAL-Term
       FILE STATUS IS WS-File-Status.

    SELECT Room-Master-File  ASSIGN TO "Rooms.IDX"
       ORGANIZATION IS INDEXED
      88 Transfer-Trans    VALUE 'M'.
      88 Assign-Instructor-Trans VALUE 'I'.
      88 Grade-Trans       VALUE 'G'.
      88 Basis-Change-Trans VALUE 'B'.
   02 Trans-Sequence-Number PIC 9(6).
   02 Trans-Key             PIC X(9).
   02 Trans-Key-Bytes       REDEFINES Trans-Key.
*> rides the same batch as the new term's adds by naming it here.
   02 Trans-Term            PIC X(5).
   02 Rest-of-Trans-Rec     PIC X(82).
*> Add-Course-Title and Add-Credit-Hours left as spaces take the
*> catalog course's official values (see Process-Add-Trans);
*> Add-Credit-Hours is PIC X for the same reason Chg-Credit-Hours is.
   02 Rest-of-Add-Trans     REDEFINES Rest-of-Trans-Rec.
      03 Add-Last-Changed-Date  PIC 9(8).
      03 Add-Course-Capacity   PIC 9(4).
      03 Add-Course-Title      PIC X(30).
      03 Add-Credit-Hours      PIC X(2).
      03 FILLER                PIC X(38).
   02 Rest-of-Change-Trans  REDEFINES Rest-of-Trans-Rec.
      03 Chg-Last-Changed-Date  PIC 9(8).
      03 Chg-Course-Title       PIC X(30).
      03 FILLER             PIC X(73).
*> Add-Override-Flag 'Y' waives the schedule time-conflict check for
*> this one enrollment -- the console override for legitimately
*> co-scheduled labs -- honored only at a site with no
*> Registration-Permits.IDX; elsewhere a permit waiving the time
*> conflict is required (see Find-Applicable-Permit).
*> Add-Grading-Basis is the basis the student
*> enrolls on: 'L' (or blank) letter grade, 'P' pass/fail, 'A' audit.
   02 Rest-of-Student-Trans REDEFINES Rest-of-Trans-Rec.
      03 Student-Trans-ID   PIC X(9).
      03 Add-Override-Flag  PIC X.
         88 Add-Conflict-Overridden  VALUE 'Y'.
      03 Add-Grading-Basis  PIC X.
         88 Add-Basis-Valid  VALUES SPACE 'L' 'P' 'A'.
      03 FILLER             PIC X(71).
*> A Basis-Change ('B') carries the student in the same bytes an
*> 'S'/'R' does, followed by the enrollment's new grading basis.
   02 Rest-of-Basis-Trans   REDEFINES Rest-of-Trans-Rec.
      03 Basis-Student-ID   PIC X(9).
      03 Basis-New-Code     PIC X.
         88 Basis-Code-Valid  VALUES 'L' 'P' 'A'.
      03 FILLER             PIC X(72).
*> A Transfer-Trans ('M') carries the student in the same bytes an
*> 'S'/'R' does (so the shared drop/add paragraphs see it as
*> Student-Trans-ID), followed by the section being transferred TO;
*> Trans-Key names the section being transferred FROM.
*> Transfer-Override-Flag 'Y' waives the time-conflict check on the
*> target section only at a site with no Registration-Permits.IDX,
*> as Add-Override-Flag does (see Find-Transfer-Permit).
   02 Rest-of-Transfer-Trans REDEFINES Rest-of-Trans-Rec.
      03 Transfer-Student-ID    PIC X(9).
      03 Transfer-To-Course-ID  PIC X(9).
      03 Grade-Code         PIC X(2).
         88 Grade-Code-Legal  VALUES 'A ' 'A-' 'B+' 'B ' 'B-'
                                     'C+' 'C ' 'C-' 'D+' 'D '
                                     'F ' 'I ' 'W '
                                     'P ' 'NP' 'AU'.
      03 FILLER             PIC X(71).

*> Last physical record on Transaction-File.
   02 KC-Trans-Sequence-Number  PIC 9(6).
   02 KC-Trans-Type             PIC X.

*> One record per Add-Student-Trans enrolling a student in a catalog
*> course (the first six bytes of Course-ID) they already have an
*> archived passing grade in -- a repeat that will replace the
*> earlier attempt in the GPA (see Academic-Standing).  The
*> enrollment is still applied; RW-Passed-* name the earlier
*> passing attempt (the latest, if there were several).
FD Repeat-Warning-Report.
01 Repeat-Warning-Rec.
   02 RW-Student-ID             PIC X(9).
   02 RW-Term                   PIC X(5).
   02 RW-Course-ID              PIC X(9).
   02 RW-Passed-Term            PIC X(5).
   02 RW-Passed-Course-ID       PIC X(9).
   02 RW-Passed-Grade           PIC X(2).
   02 RW-Trans-Sequence-Number  PIC 9(6).

*> Opened I-O against the same Course-Roster-Overflow.IDX that
*> Courses-Create creates.  A roster already at the 300-student
*> Class-List ceiling grows past it here, one Add-Student-Trans at a
01 Prereq-Master-Record.
   COPY "course-prereq-record.cpy".

*> The course catalog master built by Course-Catalog-Maintain.
*> Every Add-Trans's catalog portion is looked up here (see
*> Check-Catalog-Master) before the section is created.
FD Course-Catalog-File.
01 Catalog-Master-Record.
   COPY "catalog-record.cpy".

*> The keyed per-student history Term-Rollover posts as it archives
*> a term (see student-history-record.cpy) -- where a student's
*> passing mark in a prerequisite lives once the term is archived.
FD Student-History-File.
01 Student-History-Rec.
   COPY "student-history-record.cpy".

*> The lecture/companion links built by Section-Links-Maintain.
*> Every Add-Student-Trans's (and Transfer-Trans's) target is
*> looked up here both ways -- as a lecture and as a companion (see
*> Check-Section-Links) -- and a dropped, transferred-out-of, or
*> cancelled lecture's companions are found here (see
*> Drop-Queued-Companions).
FD Section-Link-File.
01 Section-Link-Record.
   COPY "section-link-record.cpy".

*> The registration override permits issued by Permits-Maintain.
*> An Add-Student-Trans's student and section are looked up here
*> (see Find-Applicable-Permit); a permit that admits the student is
*> rewritten as used.
FD Permit-File.
01 Permit-Record.
   COPY "permit-record.cpy".

*> The class-level seat holds built by Seat-Reservations-Maintain.
*> An Add-Student-Trans's (or Transfer's) target section is looked
*> up here (see Compute-Reserved-Seats) before its seat check.
FD Seat-Reservation-File.
01 Seat-Reservation-Record.
   COPY "seat-reservation-record.cpy".

*> The academic calendar built by Term-Calendar-Maintain.  Each
*> Add-Student, Drop-Student, and Transfer transaction's term is
*> looked up here (see Read-Term-Calendar) for its deadlines.
FD Term-Calendar-File.
01 Term-Calendar-Record.
   COPY "term-calendar-record.cpy".

*> The room master built by Rooms-Maintain.  Every Change-Trans's
*> Chg-Room is looked up here (see Check-Room-Master) before it
   88 Err-Room-Too-Small     VALUE 'RS'.
   88 Err-Student-Hold       VALUE 'HL'.
   88 Err-Ticket-Window      VALUE 'TW'.
   88 Err-Catalog-Not-Found  VALUE 'NC'.
   88 Err-Catalog-Retired    VALUE 'CR'.
   88 Err-Add-Deadline-Passed VALUE 'AL'.
   88 Err-Withdraw-Deadline-Passed VALUE 'DL'.
   88 Err-Companion-Missing  VALUE 'LK'.
   88 Err-Bad-Grading-Basis  VALUE 'GB'.
   88 Err-Basis-Deadline-Passed VALUE 'BL'.
   88 Err-Basis-Already-Graded VALUE 'BG'.
   88 Err-Grade-Basis-Mismatch VALUE 'GM'.
   88 Err-Grade-Over-Withdrawal VALUE 'GW'.

*> Whether Students.IDX was actually there to validate against.  A
*> missing master (status 35 at OPEN -- e.g. before Students-Maintain
   88 Prereq-Check-OK   VALUE 'Y'.
   88 Prereq-Check-Bad  VALUE 'N'.

*> Whether Course-Catalog.IDX was actually there to validate against
*> -- same graceful degradation as Student-Validation-Flag.  A site
*> that has not loaded its catalog yet gets the old behavior.
01 Catalog-Validation-Flag  PIC X.
   88 Catalog-Validation-On   VALUE 'Y'.
   88 Catalog-Validation-Off  VALUE 'N'.

01 Catalog-Check-Flag  PIC X.
   88 Catalog-Master-OK   VALUE 'Y'.
   88 Catalog-Master-Bad  VALUE 'N'.

01 Catalog-Entry-Flag  PIC X.
   88 Catalog-Entry-Found      VALUE 'Y'.
   88 Catalog-Entry-Not-Found  VALUE 'N'.

*> Whether Section-Links.IDX was actually there to enforce -- same
*> graceful degradation as Student-Validation-Flag.
01 Link-Validation-Flag  PIC X.
   88 Link-Validation-On   VALUE 'Y'.
   88 Link-Validation-Off  VALUE 'N'.

01 Link-Scan-EOF-Flag  PIC X.
   88 Link-Scan-EOF      VALUE 'Y'.
   88 Link-Scan-EOF-Not  VALUE 'N'.

01 Link-Check-Flag  PIC X.
   88 Link-Partner-Held     VALUE 'Y'.
   88 Link-Partner-Missing  VALUE 'N'.

*> The other halves of the Add-Student-Trans's target section --
*> its companions if it is a lecture, its lecture if it is a
*> companion -- any one of which satisfies the link.
01 Max-Link-Partners     PIC 9(2)  VALUE 20.
01 Link-Partner-Count    PIC 9(2)  VALUE ZERO.
01 Link-Partner-Table.
   02 LP-Course-ID  PIC X(9)  OCCURS 0 TO 20 TIMES
                              DEPENDING ON Link-Partner-Count.
01 Link-Partner-Index    PIC 9(2).

*> Whether Registration-Permits.IDX was actually there -- same
*> graceful degradation as Student-Validation-Flag, except that a
*> site without it keeps the old Add-Override-Flag behavior.
01 Permit-Validation-Flag  PIC X.
   88 Permit-Validation-On   VALUE 'Y'.
   88 Permit-Validation-Off  VALUE 'N'.

*> The permit, if any, the Add-Student-Trans in hand is entitled to,
*> copied out of the permit record so later reads of the file leave
*> it alone.  Reset at the start of every Add-Student and Transfer,
*> so a permit only ever applies to its own transaction.
01 Permit-In-Hand.
   02 PH-Flag              PIC X  VALUE 'N'.
      88 Permit-Applies       VALUE 'Y'.
      88 Permit-Not-Applies   VALUE 'N'.
   02 PH-Permit-ID         PIC 9(7)  VALUE ZERO.
   02 PH-Waive-Capacity    PIC X  VALUE 'N'.
      88 Permit-Waives-Capacity     VALUE 'Y'.
   02 PH-Waive-Prereq      PIC X  VALUE 'N'.
      88 Permit-Waives-Prereq       VALUE 'Y'.
   02 PH-Waive-Conflict    PIC X  VALUE 'N'.
      88 Permit-Waives-Conflict     VALUE 'Y'.
   02 PH-Waive-Reservation PIC X  VALUE 'N'.
      88 Permit-Waives-Reservation  VALUE 'Y'.

01 Add-Conflict-Check-Flag  PIC X.
   88 Add-Conflict-Waived     VALUE 'Y'.
   88 Add-Conflict-Checked    VALUE 'N'.

*> The permit number the next audit entry is to carry; Write-Audit-
*> Record moves it to Audit-Permit-ID and clears it.
01 Audit-Permit-Pending  PIC X(7)  VALUE SPACES.

*> Whether Seat-Reservations.IDX was actually there to enforce --
*> same graceful degradation as Student-Validation-Flag.  The holds
*> are by class level, so they are not enforced on a run without
*> Students.IDX either.
01 Reservation-Validation-Flag  PIC X.
   88 Reservation-Validation-On   VALUE 'Y'.
   88 Reservation-Validation-Off  VALUE 'N'.

01 Reservation-Scan-EOF-Flag  PIC X.
   88 Reservation-Scan-EOF      VALUE 'Y'.
   88 Reservation-Scan-EOF-Not  VALUE 'N'.

*> The target section's holds still in force today for levels other
*> than the enrolling student's, with how many of each level's
*> students the roster already carries.  One row per level, so
*> five is the most a section can have.
01 Max-Section-Holds     PIC 9  VALUE 5.
01 Section-Hold-Count    PIC 9  VALUE ZERO.
01 Section-Hold-Table.
   02 Section-Hold-Entry  OCCURS 0 TO 5 TIMES
                          DEPENDING ON Section-Hold-Count.
      03 SH-Class-Level   PIC X(2).
      03 SH-Seats-Held    PIC 9(4).
      03 SH-Seats-Filled  PIC 9(4).
01 Section-Hold-Index    PIC 9.
01 Hold-Roster-Index     PIC 9(3).

01 Enrolling-Class-Level   PIC X(2)  VALUE SPACES.
01 Roster-Class-Level      PIC X(2)  VALUE SPACES.

*> Held-but-unfilled seats of other levels; the seat check treats
*> the section as this much fuller than Total-Number-Of-Students.
01 Reserved-Seats-Withheld  PIC 9(4)  VALUE ZERO.

*> Every Add-Student-Trans in tonight's batch, gathered in a first
*> pass over Transaction-File, so a lecture added ahead of its lab
*> in the same batch is not refused for want of a lab that is only
*> a few records further on.  A Transfer-Trans counts as an add to
*> the section it moves the student to, and BA-From-Course-ID keeps
*> the section it moves them from (SPACES for an add), so a lecture
*> transferred ahead of its lab does not drop the lab the student is
*> about to transfer as well.  A batch with more adds than the table
*> holds simply stops gaining same-batch coverage past that point,
*> the same sizing tradeoff as Seen-Keys-Table.
01 Max-Batch-Adds    PIC 9(4)  VALUE 5000.
01 Batch-Add-Count   PIC 9(4)  VALUE ZERO.
01 Batch-Add-Table.
   02 Batch-Add-Entry  OCCURS 0 TO 5000 TIMES
                       DEPENDING ON Batch-Add-Count.
      03 BA-Student-ID  PIC X(9).
      03 BA-Term        PIC X(5).
      03 BA-Course-ID   PIC X(9).
      03 BA-From-Course-ID  PIC X(9).
01 Batch-Add-Index   PIC 9(4).

01 Batch-Scan-EOF-Flag  PIC X.
   88 Batch-Scan-EOF      VALUE 'Y'.
   88 Batch-Scan-EOF-Not  VALUE 'N'.

*> The students whose drop from (or displacement by the cancellation
*> of) Companion-Lecture-ID is to be carried through to the
*> lecture's companions, once the transaction in hand is finished.
*> Companion-Cause-Cancel drops them outright whatever the calendar
*> says -- a cancelled lecture is not the student's withdrawal.
*> Companion-Cause-Transfer spares a companion the student keeps:
*> one linked to the lecture transferred to as well, or one the
*> student is transferring out of later in the batch.
01 Companion-Lecture-Term  PIC X(5).
01 Companion-Lecture-ID    PIC X(9).
01 Companion-Cause         PIC X.
   88 Companion-Cause-Drop    VALUE 'D'.
   88 Companion-Cause-Cancel  VALUE 'X'.
   88 Companion-Cause-Transfer  VALUE 'M'.
01 Max-Companion-Drops     PIC 9(4)  VALUE 3000.
01 Companion-Drop-Count    PIC 9(4)  VALUE ZERO.
01 Companion-Drop-Table.
   02 CD-Student-ID  PIC X(9)  OCCURS 0 TO 3000 TIMES
                               DEPENDING ON Companion-Drop-Count.
01 Companion-Drop-Index    PIC 9(4).

01 Companion-Kept-Flag  PIC X.
   88 Companion-Kept      VALUE 'Y'.
   88 Companion-Not-Kept  VALUE 'N'.

01 Companion-Drop-Flag  PIC X  VALUE 'N'.
   88 Generating-Companion-Drops  VALUE 'Y'.
   88 Not-Generating-Drops        VALUE 'N'.

*> The transaction that caused the companion drops, put back in
*> Trans-Rec once they have been generated over it.
01 Saved-Trans-Rec  PIC X(103).

*> Whether Term-Calendar.IDX was actually there to enforce -- same
*> graceful degradation as Student-Validation-Flag.  A term with no
*> calendar record has no deadlines either, exactly the behavior
*> the system had before the calendar existed.
01 Calendar-Validation-Flag  PIC X.
   88 Calendar-Validation-On   VALUE 'Y'.
   88 Calendar-Validation-Off  VALUE 'N'.

01 Calendar-Entry-Flag  PIC X  VALUE 'N'.
   88 Calendar-Entry-Found      VALUE 'Y'.
   88 Calendar-Entry-Not-Found  VALUE 'N'.

*> The term whose calendar record is sitting in Term-Calendar-Record,
*> so a batch of one term's transactions reads it only once.
01 Calendar-Loaded-Term  PIC X(5)  VALUE SPACES.

01 Add-Deadline-Flag  PIC X.
   88 Add-Deadline-Open    VALUE 'Y'.
   88 Add-Deadline-Passed  VALUE 'N'.

*> Where today falls in the term's drop periods: a plain drop, a
*> withdrawal, or too late for either.
01 Drop-Period-Code  PIC X.
   88 Drop-Period-Free      VALUE 'F'.
   88 Drop-Period-Withdraw  VALUE 'W'.
   88 Drop-Period-Closed    VALUE 'C'.

*> Whether Rooms.IDX was actually there to validate against -- same
*> graceful degradation as Student-Validation-Flag.
01 Room-Validation-Flag  PIC X.
   88 Ticket-Window-Open    VALUE 'Y'.
   88 Ticket-Window-Closed  VALUE 'N'.

*> Whether Student-History.IDX was there to read.  Its absence (35)
*> just means no term has ever been archived, in which case no
*> student has an archived passing grade to satisfy a prerequisite
*> with -- but that circumstance is warned about at start-up rather
*> than made to reject every enrollment (see
*> Load-Student-Passed-Courses).
01 History-Available-Flag  PIC X.
   88 History-Available      VALUE 'Y'.
   88 History-Not-Available  VALUE 'N'.

01 History-Scan-EOF-Flag  PIC X.
   88 History-Scan-EOF      VALUE 'Y'.
   88 History-Scan-EOF-Not  VALUE 'N'.

*> The target Course-ID, viewed as its 6-character catalog portion
*> plus the 3-digit section number -- the same catalog/section split
   02 PQV-Section-No   PIC X(3).

*> Every catalog course the student being enrolled has an archived
*> passing grade in, collected in one scan of the student's history
*> per prerequisite-bearing Add-Student-Trans, then searched once per
*> listed prerequisite.
01 Max-Passed-Courses    PIC 9(3)  VALUE 200.
01 Passed-Course-Count   PIC 9(3)  VALUE ZERO.
01 Passed-Search-Index   PIC 9(3).
01 Prereq-Index          PIC 9(1).

01 Repeat-Found-Flag  PIC X  VALUE 'N'.
   88 Repeat-Found      VALUE 'Y'.
   88 Repeat-Not-Found  VALUE 'N'.
01 Repeat-Passed-Date  PIC 9(8).

*> The grading basis of the enrollment being made: the
*> Add-Student-Trans's Add-Grading-Basis, or for a Transfer the basis
*> of the enrollment it replaces.  Write-Student-Course-Rec stores
*> it, and the 'S' audit entry carries it to the bursar feed.
01 Enrollment-Basis  PIC X  VALUE 'L'.

01 Basis-Deadline-Flag  PIC X.
   88 Basis-Deadline-Open    VALUE 'Y'.
   88 Basis-Deadline-Passed  VALUE 'N'.
01 Basis-Deadline-Date  PIC 9(8).

*> Whether a Grade-Trans's Grade-Code suits the enrollment's basis.
01 Grade-Basis-Flag  PIC X.
   88 Grade-Basis-OK        VALUE 'Y'.
   88 Grade-Basis-Mismatch  VALUE 'N'.

01 Prereq-Met-Flag  PIC X.
   88 Prereq-Met      VALUE 'Y'.
   88 Prereq-Not-Met  VALUE 'N'.
*> never-posted blank are not.
01 Archived-Grade-Check  PIC X(2).
   88 Archived-Grade-Passing  VALUES 'A ' 'A-' 'B+' 'B ' 'B-'
                                     'C+' 'C ' 'C-' 'D+' 'D '
                                     'P '.

01 Prereq-Grade-Flag  PIC X.
   88 Prereq-Grade-Passes  VALUE 'Y'.
   02 Stat-Transfers      PIC 9(5)  VALUE ZERO.
   02 Stat-Instr-Assigns  PIC 9(5)  VALUE ZERO.
   02 Stat-Grades         PIC 9(5)  VALUE ZERO.
   02 Stat-Companion-Drops PIC 9(5) VALUE ZERO.
   02 Stat-Repeat-Warnings PIC 9(5) VALUE ZERO.
   02 Stat-Basis-Changes  PIC 9(5)  VALUE ZERO.
   02 Stat-Permits-Used   PIC 9(5)  VALUE ZERO.
   02 Stat-Rejects        PIC 9(5)  VALUE ZERO.

01 Displaced-This-Cancel  PIC 9(4)  VALUE ZERO.

*> A student who withdrew ('W' on Student-Course.IDX) still holds a
*> Class-List place, but has nothing to be displaced from or
*> refunded for when the section is cancelled.
01 Displaced-Withdrawn-Flag  PIC X.
   88 Displaced-Withdrawn      VALUE 'Y'.
   88 Displaced-Enrolled       VALUE 'N'.

01 Checkpoint-EOF-Flag  PIC X.
   88 Checkpoint-EOF      VALUE '1'.
   88 Checkpoint-EOF-Not  VALUE '0'.
    MOVE "COURSE-KEY-CONFLICTS.DAT" TO WS-File-ID
    OPEN OUTPUT Key-Conflict-Report
    PERFORM Check-File-Status
    MOVE "COURSE-REPEAT-WARNINGS.DAT" TO WS-File-ID
    OPEN OUTPUT Repeat-Warning-Report
    PERFORM Check-File-Status
    MOVE "COURSE-ROSTER-OVERFLOW.IDX" TO WS-File-ID
    OPEN I-O Course-Roster-Overflow-File
    PERFORM Check-File-Status
       PERFORM Check-File-Status
       SET Prereq-Validation-On TO TRUE
    END-IF
    MOVE "COURSE-CATALOG.IDX" TO WS-File-ID
    OPEN INPUT Course-Catalog-File
    IF WS-File-Status = "35"
       SET Catalog-Validation-Off TO TRUE
       DISPLAY 'Course-Catalog.IDX not found -- new sections will '
               'not be validated against the catalog'
    ELSE
       PERFORM Check-File-Status
       SET Catalog-Validation-On TO TRUE
    END-IF
    MOVE "STUDENT-HISTORY.IDX" TO WS-File-ID
    OPEN INPUT Student-History-File
    IF WS-File-Status = "35"
       SET History-Not-Available TO TRUE
       DISPLAY 'Student-History.IDX not found -- no archived '
               'grades to satisfy prerequisites with'
    ELSE
       PERFORM Check-File-Status
       SET History-Available TO TRUE
    END-IF
    MOVE "SECTION-LINKS.IDX" TO WS-File-ID
    OPEN INPUT Section-Link-File
    IF WS-File-Status = "35"
       SET Link-Validation-Off TO TRUE
       DISPLAY 'Section-Links.IDX not found -- lecture/companion '
               'links will not be enforced'
    ELSE
       PERFORM Check-File-Status
       SET Link-Validation-On TO TRUE
    END-IF
    MOVE "REGISTRATION-PERMITS.IDX" TO WS-File-ID
    OPEN I-O Permit-File
    IF WS-File-Status = "35"
       SET Permit-Validation-Off TO TRUE
       DISPLAY 'Registration-Permits.IDX not found -- override '
               'permits will not be honored'
    ELSE
       PERFORM Check-File-Status
       SET Permit-Validation-On TO TRUE
    END-IF
    MOVE "SEAT-RESERVATIONS.IDX" TO WS-File-ID
    OPEN INPUT Seat-Reservation-File
    IF WS-File-Status = "35"
       SET Reservation-Validation-Off TO TRUE
       DISPLAY 'Seat-Reservations.IDX not found -- class-level '
               'seat holds will not be enforced'
    ELSE
       PERFORM Check-File-Status
       SET Reservation-Validation-On TO TRUE
       IF Student-Validation-Off
          DISPLAY 'No Students.IDX to take class levels from -- '
                  'class-level seat holds will not be enforced'
       END-IF
    END-IF
    MOVE "TERM-CALENDAR.IDX" TO WS-File-ID
    OPEN INPUT Term-Calendar-File
    IF WS-File-Status = "35"
       SET Calendar-Validation-Off TO TRUE
       DISPLAY 'Term-Calendar.IDX not found -- add/drop deadlines '
               'will not be enforced'
    ELSE
       PERFORM Check-File-Status
       SET Calendar-Validation-On TO TRUE
    END-IF
    MOVE "ROOMS.IDX" TO WS-File-ID
    OPEN INPUT Room-Master-File
    IF WS-File-Status = "35"
       SET Hold-Validation-On TO TRUE
    END-IF

    IF Link-Validation-On
       PERFORM Load-Batch-Student-Adds
    END-IF

    PERFORM Read-Batch-Header
    IF Batch-Control-OK
       SET Trans-EOF-Not TO TRUE
    MOVE "COURSE-KEY-CONFLICTS.DAT" TO WS-File-ID
    CLOSE Key-Conflict-Report
    PERFORM Check-File-Status
    MOVE "COURSE-REPEAT-WARNINGS.DAT" TO WS-File-ID
    CLOSE Repeat-Warning-Report
    PERFORM Check-File-Status
    MOVE "COURSE-ROSTER-OVERFLOW.IDX" TO WS-File-ID
    CLOSE Course-Roster-Overflow-File
    PERFORM Check-File-Status
       CLOSE Course-Prereq-File
       PERFORM Check-File-Status
    END-IF
    IF Catalog-Validation-On
       MOVE "COURSE-CATALOG.IDX" TO WS-File-ID
       CLOSE Course-Catalog-File
       PERFORM Check-File-Status
    END-IF
    IF History-Available
       MOVE "STUDENT-HISTORY.IDX" TO WS-File-ID
       CLOSE Student-History-File
       PERFORM Check-File-Status
    END-IF
    IF Link-Validation-On
       MOVE "SECTION-LINKS.IDX" TO WS-File-ID
       CLOSE Section-Link-File
       PERFORM Check-File-Status
    END-IF
    IF Permit-Validation-On
       MOVE "REGISTRATION-PERMITS.IDX" TO WS-File-ID
       CLOSE Permit-File
       PERFORM Check-File-Status
    END-IF
    IF Reservation-Validation-On
       MOVE "SEAT-RESERVATIONS.IDX" TO WS-File-ID
       CLOSE Seat-Reservation-File
       PERFORM Check-File-Status
    END-IF
    IF Calendar-Validation-On
       MOVE "TERM-CALENDAR.IDX" TO WS-File-ID
       CLOSE Term-Calendar-File
       PERFORM Check-File-Status
    END-IF
    IF Room-Validation-On
       MOVE "ROOMS.IDX" TO WS-File-ID
       CLOSE Room-Master-File
*> A missing or malformed header aborts the run before any
*> transaction is applied.
*>-----------------------------------------------------------------
*>-----------------------------------------------------------------
*> The first pass: every Add-Student-Trans in the batch, by student,
*> term, and section, for Check-Section-Links.  Transaction-File is
*> then closed and opened again so Read-Batch-Header starts from the
*> top; the batch's control totals are checked on the real pass.
*>-----------------------------------------------------------------
Load-Batch-Student-Adds.
    SET Batch-Scan-EOF-Not TO TRUE
    PERFORM Read-Batch-Scan-Rec
    PERFORM Note-Batch-Student-Add
       UNTIL Batch-Scan-EOF
    MOVE "COURSE-TRANSACTIONS.DAT" TO WS-File-ID
    CLOSE Transaction-File
    PERFORM Check-File-Status
    OPEN INPUT Transaction-File
    PERFORM Check-File-Status
    .

Note-Batch-Student-Add.
    IF (Add-Student-Trans  OR  Transfer-Trans)
          AND Batch-Add-Count < Max-Batch-Adds
       ADD 1 TO Batch-Add-Count
       MOVE Student-Trans-ID TO BA-Student-ID (Batch-Add-Count)
       IF Transfer-Trans
          MOVE Transfer-To-Course-ID TO BA-Course-ID (Batch-Add-Count)
          MOVE Trans-Key        TO BA-From-Course-ID (Batch-Add-Count)
       ELSE
          MOVE Trans-Key        TO BA-Course-ID (Batch-Add-Count)
          MOVE SPACES           TO BA-From-Course-ID (Batch-Add-Count)
       END-IF
       IF Trans-Term = SPACES
          MOVE Current-Term TO BA-Term (Batch-Add-Count)
       ELSE
          MOVE Trans-Term   TO BA-Term (Batch-Add-Count)
       END-IF
    END-IF
    PERFORM Read-Batch-Scan-Rec
    .

Read-Batch-Scan-Rec.
    READ Transaction-File
       AT END  SET Batch-Scan-EOF TO TRUE
    END-READ
    .

Read-Batch-Header.
    SET Batch-Control-OK TO TRUE
    READ Transaction-File
                                PERFORM Process-Assign-Instructor
       WHEN Grade-Trans        ADD 1 TO Stat-Grades
                                PERFORM Process-Grade-Trans
       WHEN Basis-Change-Trans ADD 1 TO Stat-Basis-Changes
                                PERFORM Process-Basis-Change-Trans
       WHEN OTHER
          SET Err-Bad-Trans-Type TO TRUE
          PERFORM Write-Invalid-Trans
    END-EVALUATE
    IF Companion-Drop-Count > ZERO
       PERFORM Drop-Queued-Companions
    END-IF
    .


    DISPLAY '  Transfer-Trans       processed: ' Stat-Transfers
    DISPLAY '  Assign-Instructor    processed: ' Stat-Instr-Assigns
    DISPLAY '  Grade-Trans          processed: ' Stat-Grades
    DISPLAY '  Basis-Change-Trans   processed: ' Stat-Basis-Changes
    DISPLAY '  Companion drops generated:      ' Stat-Companion-Drops
    DISPLAY '  Repeat enrollments flagged:     ' Stat-Repeat-Warnings
    DISPLAY '  Override permits used:          ' Stat-Permits-Used
    DISPLAY '  Transactions rejected:          ' Stat-Rejects
    .

*> Audit-Seq on INVALID KEY and trying again.
*>-----------------------------------------------------------------
Write-Audit-Record.
    PERFORM Set-Audit-Grading-Basis
    MOVE Audit-Permit-Pending TO Audit-Permit-ID
    MOVE SPACES               TO Audit-Permit-Pending
    MOVE Course-ID       TO Audit-Course-ID
    MOVE Course-Term     TO Audit-Term
    MOVE Todays-Run-Date TO Audit-Date
    END-WRITE
    .

*>-----------------------------------------------------------------
*> An entry naming a student carries that enrollment's grading basis
*> so the bursar feed can price it: an 'S' the basis being enrolled
*> on, a drop or withdrawal the basis on Student-Course.IDX (still
*> on file when the entry is written -- an enrollment no longer
*> there is letter-graded).  A 'B' entry's caller sets both basis
*> fields itself; a course-level entry carries neither.
*>-----------------------------------------------------------------
Set-Audit-Grading-Basis.
    IF Audit-Trans-Type NOT = 'B'
       MOVE SPACES TO Audit-Prior-Basis
       EVALUATE TRUE
          WHEN Audit-Student-ID = SPACES
             MOVE SPACES TO Audit-Grading-Basis
          WHEN Audit-Trans-Type = 'S'
             MOVE Enrollment-Basis TO Audit-Grading-Basis
          WHEN OTHER
             MOVE Audit-Student-ID TO SC-Student-ID
             MOVE Course-Term      TO SC-Term
             MOVE Course-ID        TO SC-Course-ID
             MOVE 'L' TO Audit-Grading-Basis
             READ Student-Course-File
                INVALID KEY  CONTINUE
                NOT INVALID KEY
                   IF NOT SC-Basis-Letter
                      MOVE SC-Grading-Basis TO Audit-Grading-Basis
                   END-IF
             END-READ
       END-EVALUATE
    END-IF
    .


*>-----------------------------------------------------------------
*> Inserts into Indexed-File a new course record, keyed by Trans-Key,
*> transaction (a new course section always starts with no students
*> enrolled; students are added afterward via Add-Student-Trans).
*> Add-Course-Capacity sets the section's seat limit; a transaction
*> that leaves it zero gets Standard-Section-Capacity instead.  The
*> catalog course must be on Course-Catalog.IDX and active (see
*> Check-Catalog-Master), and supplies the title and credit hours
*> the transaction leaves blank.
*>-----------------------------------------------------------------
Process-Add-Trans.
    PERFORM Check-Catalog-Master
    IF Catalog-Master-Bad
       PERFORM Write-Invalid-Trans
    ELSE
       MOVE Effective-Term TO Course-Term
       MOVE Trans-Key      TO Course-ID
       READ Indexed-File
         INVALID KEY      MOVE SPACES TO Audit-Before-Image
                          PERFORM Build-New-Section-Rec
                          PERFORM Write-Data-Rec
                          MOVE Data-Rec TO Audit-After-Image
                          MOVE 'A' TO Audit-Trans-Type
                          MOVE SPACES TO Audit-Student-ID
                          PERFORM Write-Audit-Record
         NOT INVALID KEY  SET Err-Duplicate-Key TO TRUE
                          PERFORM Write-Invalid-Trans
       END-READ
    END-IF
    .

Build-New-Section-Rec.
    MOVE Effective-Term          TO Course-Term
    MOVE Trans-Key               TO Course-ID
    MOVE Add-Last-Changed-Date   TO Last-Changed-Date
    ELSE
       MOVE Add-Course-Capacity TO Course-Capacity
    END-IF
*>  The title and credit hours come from the transaction when it
*>  carries them, otherwise from the catalog; the meeting pattern
*>  and staffing start blank and are filled in afterward by a
*>  Change-Trans and an Assign-Instructor-Trans.
    MOVE SPACES                  TO Course-Title
    MOVE ZERO                    TO Course-Credit-Hours
    IF Catalog-Entry-Found
       MOVE CA-Course-Title      TO Course-Title
       MOVE CA-Credit-Hours      TO Course-Credit-Hours
    END-IF
    IF Add-Course-Title NOT = SPACES
       MOVE Add-Course-Title     TO Course-Title
    END-IF
    IF Add-Credit-Hours IS NUMERIC
       MOVE Add-Credit-Hours     TO Course-Credit-Hours
    END-IF
    MOVE SPACES                  TO Course-Meeting-Days
                                    Course-Meeting-Time
                                    Course-Room
                                    Course-Instructor-ID
    MOVE ZERO                    TO Total-Number-Of-Students
    SET  Course-No-Overflow      TO TRUE
    MOVE ZERO                    TO Number-Of-Students
    .

*>-----------------------------------------------------------------
*> An Add-Trans's catalog portion must name a catalog course on
*> Course-Catalog.IDX ('NC' otherwise) that has not been retired
*> ('CR').  With no catalog on file this run, every section passes
*> and keeps whatever title and credits its transaction carries --
*> see Catalog-Validation-Flag.  On failure Err-Reason-Code is left
*> set for the caller's Write-Invalid-Trans.
*>-----------------------------------------------------------------
Check-Catalog-Master.
    SET Catalog-Master-OK TO TRUE
    SET Catalog-Entry-Not-Found TO TRUE
    IF Catalog-Validation-On
       MOVE Trans-Key TO PQ-Course-ID-View
       MOVE PQV-Catalog-ID TO CA-Catalog-ID
       READ Course-Catalog-File
          INVALID KEY
             SET Catalog-Master-Bad TO TRUE
             SET Err-Catalog-Not-Found TO TRUE
          NOT INVALID KEY
             IF CA-Retired
                SET Catalog-Master-Bad TO TRUE
                SET Err-Catalog-Retired TO TRUE
             ELSE
                SET Catalog-Entry-Found TO TRUE
             END-IF
       END-READ
    END-IF
    .

Write-Data-Rec.
*> course) and Grade-Student-ID, straight onto the SC-Grade of the
*> Student-Course.IDX record -- which is also how the pair's
*> existence is validated: no record, no enrollment, reject 'GN'.
*> An illegal grade code rejects 'GC' before anything is read, and
*> a code that does not suit the enrollment's grading basis rejects
*> 'GM' (see Check-Grade-Against-Basis).  An enrollment already
*> withdrawn keeps its 'W ': any other grade rejects 'GW' -- the
*> withdrawn student is still on Class-List, so Grade-Entry prompts
*> for them like everyone else.
*>-----------------------------------------------------------------
Process-Grade-Trans.
    PERFORM Check-Grade-Code-On-Scale
             SET Err-Grade-No-Enrollment TO TRUE
             PERFORM Write-Invalid-Trans
          NOT INVALID KEY
             PERFORM Check-Grade-Against-Basis
             EVALUATE TRUE
                WHEN SC-Grade = 'W '  AND  Grade-Code NOT = 'W '
                   SET Err-Grade-Over-Withdrawal TO TRUE
                   PERFORM Write-Invalid-Trans
                WHEN Grade-Basis-Mismatch
                   SET Err-Grade-Basis-Mismatch TO TRUE
                   PERFORM Write-Invalid-Trans
                WHEN OTHER
                   MOVE Grade-Code TO SC-Grade
                   REWRITE Student-Course-Rec
                      INVALID KEY
                         DISPLAY 'Program error in Grade:  '
                                 'Should never happen!'
                         PERFORM Check-File-Status
                   END-REWRITE
             END-EVALUATE
       END-READ
    END-IF
    .

*>-----------------------------------------------------------------
*> 'P '/'NP' are for a pass/fail enrollment only and 'AU' for an
*> audit only; a letter grade is for neither.  'I ' and 'W ' suit
*> any basis.
*>-----------------------------------------------------------------
Check-Grade-Against-Basis.
    SET Grade-Basis-OK TO TRUE
    IF Grade-Code NOT = 'I '  AND  Grade-Code NOT = 'W '
       EVALUATE TRUE
          WHEN SC-Basis-Pass-Fail
             IF Grade-Code NOT = 'P '  AND  Grade-Code NOT = 'NP'
                SET Grade-Basis-Mismatch TO TRUE
             END-IF
          WHEN SC-Basis-Audit
             IF Grade-Code NOT = 'AU'
                SET Grade-Basis-Mismatch TO TRUE
             END-IF
          WHEN OTHER
             IF Grade-Code = 'P '  OR  Grade-Code = 'NP'
                   OR Grade-Code = 'AU'
                SET Grade-Basis-Mismatch TO TRUE
             END-IF
       END-EVALUATE
    END-IF
    IF Grade-Basis-Mismatch
       DISPLAY 'Grade ' Grade-Code ' does not suit grading basis '
               SC-Grading-Basis ': student ' Grade-Student-ID
               ' in ' Trans-Key
    END-IF
    .


*>-----------------------------------------------------------------
*> Changes the grading basis of the enrollment named by Trans-Key
*> (the course) and Basis-Student-ID.  Refused 'GB' for a basis code
*> that isn't 'L', 'P', or 'A'; 'BL' after the term's last day to
*> change basis (see Check-Basis-Deadline); 'SN' for no enrollment;
*> and 'BG' once the enrollment carries any grade, a 'W' included.
*> The course record is unchanged, so both audit images are the
*> course as it stands; the 'B' entry carries the old and new basis
*> so the bursar feed can re-price an audit.
*>-----------------------------------------------------------------
Process-Basis-Change-Trans.
    IF NOT Basis-Code-Valid
       SET Err-Bad-Grading-Basis TO TRUE
       PERFORM Write-Invalid-Trans
    ELSE
       PERFORM Check-Basis-Deadline
       IF Basis-Deadline-Passed
          SET Err-Basis-Deadline-Passed TO TRUE
          PERFORM Write-Invalid-Trans
       ELSE
          MOVE Trans-Key      TO Course-ID
          MOVE Effective-Term TO Course-Term
          READ Indexed-File
             INVALID KEY      SET Err-Key-Not-Found TO TRUE
                              PERFORM Write-Invalid-Trans
             NOT INVALID KEY  PERFORM Change-Enrollment-Basis
          END-READ
       END-IF
    END-IF
    .

Change-Enrollment-Basis.
    MOVE Basis-Student-ID TO SC-Student-ID
    MOVE Course-Term      TO SC-Term
    MOVE Course-ID        TO SC-Course-ID
    READ Student-Course-File
       INVALID KEY
          SET Err-Student-Not-Found TO TRUE
          PERFORM Write-Invalid-Trans
       NOT INVALID KEY
          IF SC-Grade NOT = SPACES
             SET Err-Basis-Already-Graded TO TRUE
             PERFORM Write-Invalid-Trans
          ELSE
             PERFORM Post-Basis-Change
          END-IF
    END-READ
    .

Post-Basis-Change.
    IF SC-Basis-Letter
       MOVE 'L' TO Audit-Prior-Basis
    ELSE
       MOVE SC-Grading-Basis TO Audit-Prior-Basis
    END-IF
    MOVE Basis-New-Code TO SC-Grading-Basis
                           Audit-Grading-Basis
    MOVE "STUDENT-COURSE.IDX" TO WS-File-ID
    REWRITE Student-Course-Rec
       INVALID KEY  DISPLAY 'Program error in basis change:  '
                            'Should never happen!'
                    PERFORM Check-File-Status
    END-REWRITE
    MOVE Data-Rec TO Audit-Before-Image
                     Audit-After-Image
    MOVE 'B' TO Audit-Trans-Type
    MOVE Basis-Student-ID TO Audit-Student-ID
    PERFORM Write-Audit-Record
    .

*>-----------------------------------------------------------------
*> The basis may change through the term's CAL-Last-Basis-Date; a
*> calendar record written before that date existed (zero or not
*> numeric) falls back to the last day to drop.  A term with no
*> calendar takes basis changes any time.
*>-----------------------------------------------------------------
Check-Basis-Deadline.
    SET Basis-Deadline-Open TO TRUE
    PERFORM Read-Term-Calendar
    IF Calendar-Entry-Found
       IF CAL-Last-Basis-Date IS NUMERIC
             AND CAL-Last-Basis-Date > ZERO
          MOVE CAL-Last-Basis-Date TO Basis-Deadline-Date
       ELSE
          MOVE CAL-Last-Drop-Date  TO Basis-Deadline-Date
       END-IF
       IF Todays-Run-Date > Basis-Deadline-Date
          SET Basis-Deadline-Passed TO TRUE
          DISPLAY 'Basis deadline ' Basis-Deadline-Date
                  ' passed for term ' Effective-Term ': student '
                  Basis-Student-ID
       END-IF
    END-IF
    .


*>-----------------------------------------------------------------
*> Assigns Asg-Instructor-ID to the section named by Trans-Key,
*> they already had.  The drop and the add then reuse the ordinary
*> Drop-Student/Add-Student machinery, so the audit trail, billing
*> feed, and Student-Course.IDX all see a normal 'R' followed by a
*> normal 'S'.  The target is held to the add's link rule (its
*> lecture or a companion must be held, not counting the section
*> left), and leaving a lecture takes its companions with it as a
*> drop would -- except one the student keeps, being linked to the
*> target lecture too or transferred out of later in the batch.
*>-----------------------------------------------------------------
Process-Transfer-Trans.
    PERFORM Clear-Permit-In-Hand
    MOVE Trans-Key     TO Course-ID
    MOVE Effective-Term  TO Course-Term
    READ Indexed-File
    .

Verify-And-Apply-Transfer.
    PERFORM Check-Add-Deadline
    IF Add-Deadline-Passed
       SET Err-Add-Deadline-Passed TO TRUE
       PERFORM Write-Invalid-Trans
    ELSE
       PERFORM Check-Student-Holds
       IF Student-Hold-Found
          SET Err-Student-Hold TO TRUE
          PERFORM Write-Invalid-Trans
       ELSE
          PERFORM Continue-Transfer-Checks
       END-IF
    END-IF
    .

*>        exactly what the conflict check wants to compare against.
*>        The source section is excluded from the scan -- the
*>        transfer drops it.
          PERFORM Find-Transfer-Permit
          SET Schedule-Conflict-Not-Found TO TRUE
          IF NOT Add-Conflict-Waived
             MOVE Trans-Key TO Conflict-Exclude-Course-ID
             PERFORM Check-Schedule-Conflict
             MOVE SPACES TO Conflict-Exclude-Course-ID
          END-IF
*>        The target's lecture or companion must be held, as for an
*>        Add-Student -- not counting the section being left.
          SET Link-Partner-Held TO TRUE
          IF Schedule-Conflict-Not-Found  AND  Link-Validation-On
             PERFORM Check-Section-Links
          END-IF
          EVALUATE TRUE
             WHEN Schedule-Conflict-Found
                SET Err-Time-Conflict TO TRUE
                PERFORM Write-Invalid-Trans
             WHEN Link-Partner-Missing
                SET Err-Companion-Missing TO TRUE
                PERFORM Write-Invalid-Trans
             WHEN OTHER
                PERFORM Apply-Transfer
          END-EVALUATE
       ELSE
          SET Err-Transfer-Failed TO TRUE
          PERFORM Write-Invalid-Trans
    END-IF
    .

*>-----------------------------------------------------------------
*> A time conflict on the target section is waived the same way an
*> Add-Student's is: by an unexpired permit for the student and the
*> target section that waives the conflict -- or, at a site with no
*> permit master, by Transfer-Override-Flag.  Only the conflict
*> waiver is carried over (the seat was checked without one); a
*> permit that does not waive the conflict is left unused for a
*> later Add-Student.  A permit kept here is marked used and its
*> number goes on the 'S' entry when Add-Student-To-Roster enrolls
*> the student in the target.
*>-----------------------------------------------------------------
Find-Transfer-Permit.
    PERFORM Clear-Permit-In-Hand
    IF Permit-Validation-On
       PERFORM Find-Applicable-Permit
       IF Permit-Applies  AND  Permit-Waives-Conflict
          MOVE 'N' TO PH-Waive-Capacity
                      PH-Waive-Prereq
                      PH-Waive-Reservation
       ELSE
          PERFORM Clear-Permit-In-Hand
       END-IF
    ELSE
       IF Transfer-Conflict-Overridden
          SET Add-Conflict-Waived TO TRUE
       END-IF
    END-IF
    .

*>-----------------------------------------------------------------
*> Checks, without removing anything, whether the student is on the
*> roster of the section currently in Data-Rec -- Class-List first,
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          PERFORM Compute-Reserved-Seats
          IF Total-Number-Of-Students + Reserved-Seats-Withheld
                < Course-Capacity
             PERFORM Verify-Student-On-Roster
             IF Student-Not-Found
                SET Transfer-Target-OK TO TRUE
    .

Apply-Transfer.
    PERFORM Note-Transfer-Basis
    MOVE Trans-Key     TO Course-ID
    MOVE Effective-Term  TO Course-Term
    READ Indexed-File
                            'Should never happen!'
                    PERFORM Check-File-Status
       NOT INVALID KEY  PERFORM Drop-Student-From-Roster
                        PERFORM Queue-Lecture-Companion-Drop
    END-READ
    IF Companion-Drop-Count > ZERO
       SET Companion-Cause-Transfer TO TRUE
    END-IF
    MOVE Transfer-To-Course-ID TO Course-ID
    MOVE Effective-Term        TO Course-Term
    READ Indexed-File
    .


*>-----------------------------------------------------------------
*> The student keeps the grading basis of the enrollment being
*> transferred from.
*>-----------------------------------------------------------------
Note-Transfer-Basis.
    MOVE 'L'              TO Enrollment-Basis
    MOVE Student-Trans-ID TO SC-Student-ID
    MOVE Effective-Term   TO SC-Term
    MOVE Trans-Key        TO SC-Course-ID
    READ Student-Course-File
       INVALID KEY  CONTINUE
       NOT INVALID KEY
          IF NOT SC-Basis-Letter
             MOVE SC-Grading-Basis TO Enrollment-Basis
          END-IF
    END-READ
    .


*>-----------------------------------------------------------------
*> Carries a lecture's drop or cancellation through to its
*> companions: for each queued student, every companion of
*> Companion-Lecture-ID the student holds (a Student-Course.IDX
*> entry not withdrawn) gets a generated Drop-Student-Trans, applied
*> here exactly as a submitted one would be -- calendar, audit,
*> suspense on failure and all -- under the causing transaction's
*> sequence number.  The causing transaction is put back in
*> Trans-Rec afterward.
*>-----------------------------------------------------------------
Drop-Queued-Companions.
    MOVE Trans-Rec TO Saved-Trans-Rec
    SET Generating-Companion-Drops TO TRUE
    PERFORM Drop-Companions-For-Student
       VARYING Companion-Drop-Index FROM 1 BY 1
       UNTIL Companion-Drop-Index > Companion-Drop-Count
    SET Not-Generating-Drops TO TRUE
    MOVE ZERO TO Companion-Drop-Count
    MOVE Saved-Trans-Rec TO Trans-Rec
    .

Drop-Companions-For-Student.
    MOVE Companion-Lecture-Term TO SL-Term
    MOVE Companion-Lecture-ID   TO SL-Lecture-ID
    MOVE LOW-VALUES             TO SL-Companion-ID
    SET Link-Scan-EOF-Not TO TRUE
    START Section-Link-File KEY IS NOT LESS THAN SL-Key
       INVALID KEY  SET Link-Scan-EOF TO TRUE
    END-START
    PERFORM Read-Next-Lecture-Link
    PERFORM Generate-Companion-Drop
       UNTIL Link-Scan-EOF
    .

Generate-Companion-Drop.
    IF SL-Term NOT = Companion-Lecture-Term
          OR SL-Lecture-ID NOT = Companion-Lecture-ID
       SET Link-Scan-EOF TO TRUE
    ELSE
       MOVE CD-Student-ID (Companion-Drop-Index) TO SC-Student-ID
       MOVE SL-Term         TO SC-Term
       MOVE SL-Companion-ID TO SC-Course-ID
       READ Student-Course-File
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             SET Companion-Not-Kept TO TRUE
             IF Companion-Cause-Transfer
                PERFORM Check-Companion-Kept
             END-IF
             IF SC-Grade NOT = 'W '  AND  Companion-Not-Kept
                PERFORM Apply-Generated-Companion-Drop
             END-IF
       END-READ
       PERFORM Read-Next-Lecture-Link
    END-IF
    .

*>  A transfer's Link-Partner-Table still holds the partners of the
*>  section transferred to, from Continue-Transfer-Checks.
Check-Companion-Kept.
    PERFORM Match-Kept-Partner
       VARYING Link-Partner-Index FROM 1 BY 1
       UNTIL Link-Partner-Index > Link-Partner-Count
          OR Companion-Kept
    PERFORM Match-Later-Transfer-Out
       VARYING Batch-Add-Index FROM 1 BY 1
       UNTIL Batch-Add-Index > Batch-Add-Count
          OR Companion-Kept
    .

Match-Kept-Partner.
    IF LP-Course-ID (Link-Partner-Index) = SL-Companion-ID
       SET Companion-Kept TO TRUE
    END-IF
    .

Match-Later-Transfer-Out.
    IF BA-Student-ID (Batch-Add-Index)
          = CD-Student-ID (Companion-Drop-Index)
          AND BA-Term (Batch-Add-Index) = SL-Term
          AND BA-From-Course-ID (Batch-Add-Index) = SL-Companion-ID
       SET Companion-Kept TO TRUE
    END-IF
    .

Apply-Generated-Companion-Drop.
    MOVE Saved-Trans-Rec TO Trans-Rec
    SET Drop-Student-Trans TO TRUE
    MOVE SL-Companion-ID TO Trans-Key
    MOVE SL-Term         TO Trans-Term
                            Effective-Term
    MOVE SPACES          TO Rest-of-Trans-Rec
    MOVE CD-Student-ID (Companion-Drop-Index) TO Student-Trans-ID
    ADD 1 TO Stat-Companion-Drops
    DISPLAY 'Companion drop generated: student ' Student-Trans-ID
            ' from ' SL-Companion-ID ' (lecture '
            Companion-Lecture-ID ')'
    PERFORM Process-Drop-Student-Trans
    .


*>-----------------------------------------------------------------
*> Cancels a section outright.  Unlike Process-Delete-Trans -- which
*> silently destroys the Class-List -- a cancellation first writes
*> every enrolled student not already withdrawn (in-record and
*> overflow) to
*> Displaced-Students-File for notification and re-registration,
*> removes the course's Student-Course.IDX entries, clears its
*> Course-Roster-Overflow.IDX records, and only then deletes the
Cancel-Section.
    MOVE Data-Rec TO Audit-Before-Image
    MOVE ZERO     TO Displaced-This-Cancel
    MOVE Course-Term TO Companion-Lecture-Term
    MOVE Course-ID   TO Companion-Lecture-ID
    SET Companion-Cause-Cancel TO TRUE

    PERFORM Displace-Roster-Student
       VARYING Roster-Index FROM 1 BY 1
       UNTIL Roster-Index > Number-Of-Students

    IF Course-Has-Overflow
       PERFORM Displace-And-Clear-Overflow
    END-IF

*>  Only now, once every 'R' entry has read the enrollment's grading
*>  basis off Student-Course.IDX.
    PERFORM Remove-Course-From-Student-Index

    PERFORM Delete-Data-Rec
    MOVE SPACES TO Audit-After-Image
    MOVE 'X' TO Audit-Trans-Type
    .

Displace-Roster-Student.
    MOVE Student-ID (Roster-Index) TO Audit-Student-ID
    PERFORM Check-Displaced-Withdrawn
    IF Displaced-Enrolled
       MOVE Course-ID                 TO DS-Course-ID
       MOVE Student-ID (Roster-Index) TO DS-Student-ID
       MOVE Todays-Run-Date           TO DS-Date-Displaced
       WRITE Displaced-Student-Rec
       ADD 1 TO Displaced-This-Cancel
       PERFORM Write-Displacement-Audit
       PERFORM Queue-Companion-Drop
    END-IF
    .

*>-----------------------------------------------------------------
*> Whether the student in Audit-Student-ID had already withdrawn
*> from the section being cancelled -- the withdrawal was audited
*> 'W' and billed then, so the cancellation neither displaces nor
*> refunds them.
*>-----------------------------------------------------------------
Check-Displaced-Withdrawn.
    SET Displaced-Enrolled TO TRUE
    MOVE Audit-Student-ID TO SC-Student-ID
    MOVE Course-Term      TO SC-Term
    MOVE Course-ID        TO SC-Course-ID
    READ Student-Course-File
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          IF SC-Grade = 'W '
             SET Displaced-Withdrawn TO TRUE
          END-IF
    END-READ
    .

*>-----------------------------------------------------------------
*> Notes the displaced student (in Audit-Student-ID) for a drop
*> from the cancelled lecture's companions once the cancellation is
*> finished -- see Drop-Queued-Companions.
*>-----------------------------------------------------------------
Queue-Companion-Drop.
    IF Link-Validation-On
       IF Companion-Drop-Count < Max-Companion-Drops
          ADD 1 TO Companion-Drop-Count
          MOVE Audit-Student-ID TO CD-Student-ID (Companion-Drop-Count)
       ELSE
          DISPLAY 'Companion drop not generated for displaced '
                  'student ' Audit-Student-ID
       END-IF
    END-IF
    .

*>-----------------------------------------------------------------
*> Walks the cancelled course's overflow records (the same prefix
*> scan Find-And-Remove-Overflow-Student uses), writing a displaced-
*> student record for each and deleting the overflow record itself,
*> so no orphaned overflow entries survive the cancellation.  The
*> student's Student-Course.IDX entry goes with it, once the 'R'
*> entry has its grading basis -- with the overflow records gone,
*> Remove-Course-From-Student-Index can no longer find it.
*>-----------------------------------------------------------------
Displace-And-Clear-Overflow.
    MOVE Course-Term              TO OSL-Term
       PERFORM UNTIL Overflow-Scan-EOF
             OR Overflow-Course-ID NOT = Course-ID
             OR Overflow-Term NOT = Course-Term
          MOVE Overflow-Student-ID TO Audit-Student-ID
          PERFORM Check-Displaced-Withdrawn
          IF Displaced-Enrolled
             MOVE Course-ID           TO DS-Course-ID
             MOVE Overflow-Student-ID TO DS-Student-ID
             MOVE Todays-Run-Date     TO DS-Date-Displaced
             WRITE Displaced-Student-Rec
             ADD 1 TO Displaced-This-Cancel
             PERFORM Write-Displacement-Audit
             PERFORM Queue-Companion-Drop
          END-IF
          MOVE Overflow-Student-ID TO SC-Student-ID
          MOVE Course-Term         TO SC-Term
          MOVE Course-ID           TO SC-Course-ID
          DELETE Student-Course-File
             INVALID KEY
                DISPLAY 'Student-Course key already absent: ', SC-Key
          END-DELETE
          DELETE Course-Roster-Overflow-File
             INVALID KEY
                DISPLAY 'Program error clearing overflow:  '
*> carried in Course-Roster-Overflow.IDX -- see Add-Student-To-Overflow.
*>-----------------------------------------------------------------
Process-Add-Student-Trans.
    PERFORM Clear-Permit-In-Hand
    MOVE Trans-Key     TO Course-ID
    MOVE Effective-Term  TO Course-Term
    READ Indexed-File
                       PERFORM Write-Invalid-Trans
      NOT INVALID KEY  PERFORM Check-Student-Master
                       IF Student-Master-OK
                          PERFORM Find-Applicable-Permit
                          PERFORM Check-Registration-Rules
                          IF Registration-OK
                             PERFORM Check-Repeat-Enrollment
                             PERFORM Note-Add-Grading-Basis
                             PERFORM Compute-Reserved-Seats
                             PERFORM Add-Student-To-Roster
                          ELSE
                             PERFORM Write-Invalid-Trans
    END-IF
    .

*>-----------------------------------------------------------------
*> Leaves the Effective-Term's calendar in Term-Calendar-Record, with
*> Calendar-Entry-Found set, when it has one.  The record is read
*> only when the term changes from the last one looked up.
*>-----------------------------------------------------------------
Read-Term-Calendar.
    IF Calendar-Validation-Off
       SET Calendar-Entry-Not-Found TO TRUE
    ELSE
       IF Effective-Term NOT = Calendar-Loaded-Term
          MOVE Effective-Term TO CAL-Term
                                 Calendar-Loaded-Term
          READ Term-Calendar-File
             INVALID KEY      SET Calendar-Entry-Not-Found TO TRUE
             NOT INVALID KEY  SET Calendar-Entry-Found TO TRUE
          END-READ
       END-IF
    END-IF
    .

*>-----------------------------------------------------------------
*> An enrollment dated after the term's last day to add is too
*> late.  A term with no calendar takes adds any time.
*>-----------------------------------------------------------------
Check-Add-Deadline.
    SET Add-Deadline-Open TO TRUE
    PERFORM Read-Term-Calendar
    IF Calendar-Entry-Found
          AND Todays-Run-Date > CAL-Last-Add-Date
       SET Add-Deadline-Passed TO TRUE
       DISPLAY 'Add deadline ' CAL-Last-Add-Date ' passed for term '
               Effective-Term ': student ' Student-Trans-ID
    END-IF
    .

*>-----------------------------------------------------------------
*> Is Grade-Code a legal grade?  Table-driven when Grade-Scale.Dat
*> was loaded; the compiled-in 88 list otherwise.

*>-----------------------------------------------------------------
*> The student-side rules, checked before Add-Student-To-Roster gets
*> to decide between the roster and the waitlist -- after the
*> term's add deadline (see Check-Add-Deadline), rejected 'AL', and
*> a student with an open hold, rejected 'HL', before any of these:
*> (1) a student
*> already on this course's roster (Class-List or overflow) is not
*> enrolled twice -- rejected 'DE'; (2) a student already carrying
*> Course-Load-Limit enrollments (counted from Student-Course.IDX,
Check-Registration-Rules.
    SET Registration-OK TO TRUE

    IF NOT Add-Basis-Valid
       SET Err-Bad-Grading-Basis TO TRUE
       SET Registration-Bad TO TRUE
    END-IF

    IF Registration-OK
       PERFORM Check-Add-Deadline
       IF Add-Deadline-Passed
          SET Err-Add-Deadline-Passed TO TRUE
          SET Registration-Bad TO TRUE
       END-IF
    END-IF

    IF Registration-OK
       PERFORM Check-Student-Holds
       IF Student-Hold-Found
          SET Err-Student-Hold TO TRUE
          SET Registration-Bad TO TRUE
       END-IF
    END-IF

    IF Registration-OK
       PERFORM Check-Ticket-Window
       IF Ticket-Window-Closed
       END-IF
    END-IF

    IF Registration-OK  AND  NOT Add-Conflict-Waived
       MOVE SPACES TO Conflict-Exclude-Course-ID
       PERFORM Check-Schedule-Conflict
       IF Schedule-Conflict-Found
    END-IF

    IF Registration-OK  AND  Prereq-Validation-On
          AND NOT Permit-Waives-Prereq
       PERFORM Check-Prerequisites
       IF Prereq-Check-Bad
          SET Err-Prereq-Not-Met TO TRUE
          SET Registration-Bad TO TRUE
       END-IF
    END-IF

    IF Registration-OK  AND  Link-Validation-On
       PERFORM Check-Section-Links
       IF Link-Partner-Missing
          SET Err-Companion-Missing TO TRUE
          SET Registration-Bad TO TRUE
       END-IF
    END-IF
    .

*>-----------------------------------------------------------------
*> A section with link partners -- companions, if it is a lecture;
*> its lecture, if it is a companion -- may be added only by a
*> student who already holds one of them (a Student-Course.IDX
*> entry not withdrawn) or is being added to one in this same batch
*> (Batch-Add-Table).  A section with no links passes.
*>-----------------------------------------------------------------
Check-Section-Links.
    SET Link-Partner-Held TO TRUE
    MOVE ZERO TO Link-Partner-Count

    MOVE Effective-Term TO SL-Term
    MOVE Course-ID      TO SL-Lecture-ID
    MOVE LOW-VALUES     TO SL-Companion-ID
    SET Link-Scan-EOF-Not TO TRUE
    START Section-Link-File KEY IS NOT LESS THAN SL-Key
       INVALID KEY  SET Link-Scan-EOF TO TRUE
    END-START
    PERFORM Read-Next-Lecture-Link
    PERFORM Note-Companion-Partner
       UNTIL Link-Scan-EOF

    MOVE Effective-Term TO SL-Alt-Term
    MOVE Course-ID      TO SL-Alt-Companion-ID
    SET Link-Scan-EOF-Not TO TRUE
    START Section-Link-File KEY IS EQUAL TO SL-Companion-Key
       INVALID KEY  SET Link-Scan-EOF TO TRUE
    END-START
    PERFORM Read-Next-Companion-Link
    PERFORM Note-Lecture-Partner
       UNTIL Link-Scan-EOF

    IF Link-Partner-Count > ZERO
       SET Link-Partner-Missing TO TRUE
       PERFORM Check-One-Link-Partner
          VARYING Link-Partner-Index FROM 1 BY 1
          UNTIL Link-Partner-Index > Link-Partner-Count
             OR Link-Partner-Held
    END-IF
    .

*>  Reads the next link on the primary key, ending the scan once it
*>  leaves the lecture named in SL-Term/SL-Lecture-ID's search
*>  values (Effective-Term and Course-ID, or the queued lecture).
Read-Next-Lecture-Link.
    IF NOT Link-Scan-EOF
       READ Section-Link-File NEXT RECORD
          AT END  SET Link-Scan-EOF TO TRUE
       END-READ
    END-IF
    .

Note-Companion-Partner.
    IF SL-Term NOT = Effective-Term
          OR SL-Lecture-ID NOT = Course-ID
       SET Link-Scan-EOF TO TRUE
    ELSE
       IF Link-Partner-Count < Max-Link-Partners
          ADD 1 TO Link-Partner-Count
          MOVE SL-Companion-ID TO LP-Course-ID (Link-Partner-Count)
       END-IF
       PERFORM Read-Next-Lecture-Link
    END-IF
    .

Read-Next-Companion-Link.
    IF NOT Link-Scan-EOF
       READ Section-Link-File NEXT RECORD
          AT END  SET Link-Scan-EOF TO TRUE
       END-READ
    END-IF
    .

Note-Lecture-Partner.
    IF SL-Alt-Term NOT = Effective-Term
          OR SL-Alt-Companion-ID NOT = Course-ID
       SET Link-Scan-EOF TO TRUE
    ELSE
       IF Link-Partner-Count < Max-Link-Partners
          ADD 1 TO Link-Partner-Count
          MOVE SL-Lecture-ID TO LP-Course-ID (Link-Partner-Count)
       END-IF
       PERFORM Read-Next-Companion-Link
    END-IF
    .

*>  A transfer's own source section is being given up, so it does
*>  not count as the partner held.
Check-One-Link-Partner.
    IF Transfer-Trans
          AND LP-Course-ID (Link-Partner-Index) = Trans-Key
       CONTINUE
    ELSE
       PERFORM Search-Batch-Adds
          VARYING Batch-Add-Index FROM 1 BY 1
          UNTIL Batch-Add-Index > Batch-Add-Count
             OR Link-Partner-Held
       IF Link-Partner-Missing
          PERFORM Read-Link-Partner-Enrollment
       END-IF
    END-IF
    .

Read-Link-Partner-Enrollment.
    MOVE Student-Trans-ID TO SC-Student-ID
    MOVE Effective-Term   TO SC-Term
    MOVE LP-Course-ID (Link-Partner-Index) TO SC-Course-ID
    READ Student-Course-File
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          IF SC-Grade NOT = 'W '
             SET Link-Partner-Held TO TRUE
          END-IF
    END-READ
    .

Search-Batch-Adds.
    IF BA-Student-ID (Batch-Add-Index) = Student-Trans-ID
          AND BA-Term (Batch-Add-Index) = Effective-Term
          AND BA-Course-ID (Batch-Add-Index)
                = LP-Course-ID (Link-Partner-Index)
       SET Link-Partner-Held TO TRUE
    END-IF
    .

*>-----------------------------------------------------------------
*> Looks the target course's catalog portion up in Course-
*> Prereqs.IDX; a catalog course with no record there has no
*> prerequisites and passes.  Otherwise the student's archived
*> passing grades are collected from Student-History.IDX (see
*> Load-Student-Passed-Courses) and every listed prerequisite must
*> appear among them.
*>-----------------------------------------------------------------
Check-Prerequisites.
    SET Prereq-Check-OK TO TRUE
    .

*>-----------------------------------------------------------------
*> Collects the catalog portion of every course Student-Trans-ID
*> has an archived passing grade in: the same START/READ NEXT
*> prefix scan the suite uses everywhere, over the student's slice
*> of Student-History.IDX.  With no history file on file (no term
*> ever archived) the table stays empty: by the records, no student
*> has passed anything yet.
*>-----------------------------------------------------------------
Load-Student-Passed-Courses.
    MOVE ZERO TO Passed-Course-Count
    IF History-Available
       MOVE Student-Trans-ID TO HS-Student-ID
       MOVE LOW-VALUES       TO HS-Term
       MOVE LOW-VALUES       TO HS-Course-ID
       SET History-Scan-EOF-Not TO TRUE
       START Student-History-File KEY IS NOT LESS THAN HS-Key
          INVALID KEY  SET History-Scan-EOF TO TRUE
       END-START
       IF History-Scan-EOF-Not
          PERFORM Read-Next-History-Rec
       END-IF
       PERFORM Note-Passed-History-Rec
          UNTIL History-Scan-EOF
    END-IF
    .

Note-Passed-History-Rec.
    IF HS-Student-ID NOT = Student-Trans-ID
       SET History-Scan-EOF TO TRUE
    ELSE
       MOVE HS-Grade TO Archived-Grade-Check
       PERFORM Check-Archived-Grade-Passing
       IF Prereq-Grade-Passes
             AND Passed-Course-Count < Max-Passed-Courses
          ADD 1 TO Passed-Course-Count
          MOVE HS-Course-ID (1:6)
            TO Passed-Catalog-ID (Passed-Course-Count)
       END-IF
       PERFORM Read-Next-History-Rec
    END-IF
    .

Read-Next-History-Rec.
    READ Student-History-File NEXT RECORD
       AT END  SET History-Scan-EOF TO TRUE
    END-READ
    .

*>-----------------------------------------------------------------
*> Looks through Student-Trans-ID's slice of Student-History.IDX for
*> an archived passing grade in the target's catalog course; the
*> latest one found (by HS-Archive-Date) is held for
*> Add-Student-To-Roster, which flags it to Repeat-Warning-Report
*> only if the student is actually enrolled -- a student who goes
*> onto the waitlist has not re-enrolled yet.  Never rejects -- a
*> student may retake a course, it is only made visible.
*>-----------------------------------------------------------------
Check-Repeat-Enrollment.
    SET Repeat-Not-Found TO TRUE
    IF History-Available
       MOVE Course-ID        TO PQ-Course-ID-View
       MOVE ZERO             TO Repeat-Passed-Date
       MOVE Student-Trans-ID TO HS-Student-ID
       MOVE LOW-VALUES       TO HS-Term
       MOVE LOW-VALUES       TO HS-Course-ID
       SET History-Scan-EOF-Not TO TRUE
       START Student-History-File KEY IS NOT LESS THAN HS-Key
          INVALID KEY  SET History-Scan-EOF TO TRUE
       END-START
       IF History-Scan-EOF-Not
          PERFORM Read-Next-History-Rec
       END-IF
       PERFORM Note-Repeat-History-Rec
          UNTIL History-Scan-EOF
    END-IF
    .

Note-Repeat-History-Rec.
    IF HS-Student-ID NOT = Student-Trans-ID
       SET History-Scan-EOF TO TRUE
    ELSE
       IF HS-Course-ID (1:6) = PQV-Catalog-ID
             AND HS-Archive-Date NOT < Repeat-Passed-Date
          MOVE HS-Grade TO Archived-Grade-Check
          PERFORM Check-Archived-Grade-Passing
          IF Prereq-Grade-Passes
             SET Repeat-Found TO TRUE
             MOVE HS-Archive-Date TO Repeat-Passed-Date
             MOVE HS-Term         TO RW-Passed-Term
             MOVE HS-Course-ID    TO RW-Passed-Course-ID
             MOVE HS-Grade        TO RW-Passed-Grade
          END-IF
       END-IF
       PERFORM Read-Next-History-Rec
    END-IF
    .

Write-Repeat-Warning-Rec.
    MOVE Student-Trans-ID      TO RW-Student-ID
    MOVE Course-Term           TO RW-Term
    MOVE Course-ID             TO RW-Course-ID
    MOVE Trans-Sequence-Number TO RW-Trans-Sequence-Number
    WRITE Repeat-Warning-Rec
    ADD 1 TO Stat-Repeat-Warnings
    DISPLAY 'Repeat enrollment: student ' Student-Trans-ID
            ' passed ' RW-Passed-Course-ID ' in ' RW-Passed-Term
            ' (' RW-Passed-Grade '), now in ' Course-ID
    .

*>-----------------------------------------------------------------
*> Is Archived-Grade-Check a passing mark?  Table-driven when
*> Grade-Scale.Dat was loaded (GT-Passing); the compiled-in 88 list
    END-IF
    .

*>-----------------------------------------------------------------
*> A blank Add-Grading-Basis is the letter basis.
*>-----------------------------------------------------------------
Note-Add-Grading-Basis.
    IF Add-Grading-Basis = SPACE
       MOVE 'L' TO Enrollment-Basis
    ELSE
       MOVE Add-Grading-Basis TO Enrollment-Basis
    END-IF
    .

*>-----------------------------------------------------------------
*> Leaves in Reserved-Seats-Withheld how many of the section in
*> Data-Rec's seats are held, as of today, for class levels other
*> than Student-Trans-ID's and not yet taken by students of those
*> levels -- a hold's own level fills it first, so a section whose
*> 10 first-year seats already seat 10 first-years withholds
*> nothing.  The roster's levels come from Students.IDX, which the
*> count re-reads; the enrolling student's record is read back
*> last, so Student-Master-Record still holds it for the waitlist
*> priority.
*>-----------------------------------------------------------------
Compute-Reserved-Seats.
    MOVE ZERO TO Reserved-Seats-Withheld
    IF Reservation-Validation-On  AND  Student-Validation-On
          AND NOT Permit-Waives-Reservation
       PERFORM Note-Enrolling-Class-Level
       PERFORM Load-Section-Holds
       IF Section-Hold-Count > ZERO
          PERFORM Count-Roster-Class-Level
             VARYING Hold-Roster-Index FROM 1 BY 1
             UNTIL Hold-Roster-Index > Number-Of-Students
          IF Course-Has-Overflow
             PERFORM Count-Overflow-Class-Levels
          END-IF
          PERFORM Add-Unfilled-Hold
             VARYING Section-Hold-Index FROM 1 BY 1
             UNTIL Section-Hold-Index > Section-Hold-Count
          PERFORM Note-Enrolling-Class-Level
       END-IF
    END-IF
    .

Note-Enrolling-Class-Level.
    MOVE Student-Trans-ID TO Student-Master-ID
    READ Student-Master-File
       INVALID KEY      MOVE SPACES TO Enrolling-Class-Level
       NOT INVALID KEY  MOVE Student-Class-Level
                          TO Enrolling-Class-Level
    END-READ
    .

Load-Section-Holds.
    MOVE ZERO        TO Section-Hold-Count
    MOVE Course-Term TO SR-Term
    MOVE Course-ID   TO SR-Course-ID
    MOVE LOW-VALUES  TO SR-Class-Level
    SET Reservation-Scan-EOF-Not TO TRUE
    START Seat-Reservation-File KEY IS NOT LESS THAN SR-Key
       INVALID KEY  SET Reservation-Scan-EOF TO TRUE
    END-START
    IF Reservation-Scan-EOF-Not
       PERFORM Read-Next-Section-Hold
       PERFORM Keep-Section-Hold
          UNTIL Reservation-Scan-EOF
    END-IF
    .

Read-Next-Section-Hold.
    READ Seat-Reservation-File NEXT RECORD
       AT END  SET Reservation-Scan-EOF TO TRUE
    END-READ
    IF Reservation-Scan-EOF-Not
       IF SR-Term NOT = Course-Term
             OR SR-Course-ID NOT = Course-ID
          SET Reservation-Scan-EOF TO TRUE
       END-IF
    END-IF
    .

*>  A hold is in force through the day before its release date.
Keep-Section-Hold.
    IF SR-Release-Date > Todays-Run-Date
          AND SR-Class-Level NOT = Enrolling-Class-Level
          AND Section-Hold-Count < Max-Section-Holds
       ADD 1 TO Section-Hold-Count
       MOVE SR-Class-Level TO SH-Class-Level (Section-Hold-Count)
       MOVE SR-Seats-Held  TO SH-Seats-Held (Section-Hold-Count)
       MOVE ZERO           TO SH-Seats-Filled (Section-Hold-Count)
    END-IF
    PERFORM Read-Next-Section-Hold
    .

Count-Roster-Class-Level.
    MOVE Student-ID (Hold-Roster-Index) TO Student-Master-ID
    PERFORM Tally-Roster-Class-Level
    .

Count-Overflow-Class-Levels.
    MOVE Course-Term              TO OSL-Term
    MOVE Course-ID                TO OSL-Course-ID
    MOVE ZERO                     TO OSL-Seq-No
    MOVE Overflow-Search-Low-Key  TO Overflow-Key
    SET Overflow-Scan-EOF-Not TO TRUE
    START Course-Roster-Overflow-File KEY IS NOT LESS THAN Overflow-Key
       INVALID KEY  SET Overflow-Scan-EOF TO TRUE
    END-START
    IF NOT Overflow-Scan-EOF
       PERFORM Read-Next-Overflow-Rec
       PERFORM Count-Overflow-Class-Level
          UNTIL Overflow-Scan-EOF
    END-IF
    .

Count-Overflow-Class-Level.
    IF Overflow-Course-ID NOT = Course-ID
          OR Overflow-Term NOT = Course-Term
       SET Overflow-Scan-EOF TO TRUE
    ELSE
       MOVE Overflow-Student-ID TO Student-Master-ID
       PERFORM Tally-Roster-Class-Level
       PERFORM Read-Next-Overflow-Rec
    END-IF
    .

Tally-Roster-Class-Level.
    READ Student-Master-File
       INVALID KEY      MOVE SPACES TO Roster-Class-Level
       NOT INVALID KEY  MOVE Student-Class-Level
                          TO Roster-Class-Level
    END-READ
    PERFORM Match-Hold-Class-Level
       VARYING Section-Hold-Index FROM 1 BY 1
       UNTIL Section-Hold-Index > Section-Hold-Count
    .

Match-Hold-Class-Level.
    IF SH-Class-Level (Section-Hold-Index) = Roster-Class-Level
       ADD 1 TO SH-Seats-Filled (Section-Hold-Index)
    END-IF
    .

Add-Unfilled-Hold.
    IF SH-Seats-Held (Section-Hold-Index)
          > SH-Seats-Filled (Section-Hold-Index)
       COMPUTE Reserved-Seats-Withheld = Reserved-Seats-Withheld
             + SH-Seats-Held (Section-Hold-Index)
             - SH-Seats-Filled (Section-Hold-Index)
    END-IF
    .

Add-Student-To-Roster.
    IF Total-Number-Of-Students + Reserved-Seats-Withheld
          >= Course-Capacity
          AND NOT Permit-Waives-Capacity
       IF Total-Number-Of-Students < Course-Capacity
          DISPLAY 'Seats held for other class levels in '
                  Course-ID ' -- student ' Student-Trans-ID
                  ' waitlisted'
       END-IF
       PERFORM Add-Student-To-Waitlist
    ELSE
       MOVE Data-Rec TO Audit-Before-Image
       MOVE Data-Rec TO Audit-After-Image
       MOVE 'S' TO Audit-Trans-Type
       MOVE Student-Trans-ID TO Audit-Student-ID
       IF Permit-Applies
          MOVE PH-Permit-ID TO Audit-Permit-Pending
       END-IF
       PERFORM Write-Audit-Record
       PERFORM Write-Student-Course-Rec
       IF Add-Student-Trans  AND  Repeat-Found
          PERFORM Write-Repeat-Warning-Rec
       END-IF
       IF Permit-Applies
          PERFORM Mark-Permit-Used
       END-IF
    END-IF
    .

*>-----------------------------------------------------------------
*> Override permits.  A permit applies to the Add-Student-Trans for
*> its own student and section while it is unused, unrevoked, and
*> not past its expiry date; the waivers it carries are copied into
*> Permit-In-Hand for the checks to consult.  A time conflict is
*> waived by such a permit -- or, at a site with no permit master,
*> by Add-Override-Flag as before; where the master is on hand an
*> unauthorized override byte no longer counts.
*>-----------------------------------------------------------------
Clear-Permit-In-Hand.
    SET Permit-Not-Applies TO TRUE
    MOVE ZERO TO PH-Permit-ID
    MOVE 'N'  TO PH-Waive-Capacity
                 PH-Waive-Prereq
                 PH-Waive-Conflict
                 PH-Waive-Reservation
    SET Add-Conflict-Checked TO TRUE
    .

Find-Applicable-Permit.
    PERFORM Clear-Permit-In-Hand
    IF Permit-Validation-On
       MOVE Student-Trans-ID TO PM-Student-ID
       MOVE Course-Term      TO PM-Term
       MOVE Course-ID        TO PM-Course-ID
       READ Permit-File
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             IF PM-Active  AND  PM-Expiry-Date >= Todays-Run-Date
                SET Permit-Applies TO TRUE
                MOVE PM-Permit-ID         TO PH-Permit-ID
                MOVE PM-Waive-Capacity    TO PH-Waive-Capacity
                MOVE PM-Waive-Prereq      TO PH-Waive-Prereq
                MOVE PM-Waive-Conflict    TO PH-Waive-Conflict
                MOVE PM-Waive-Reservation TO PH-Waive-Reservation
             ELSE
                IF PM-Active
                   DISPLAY 'Permit ' PM-Permit-ID ' for student '
                           Student-Trans-ID ' in ' Course-ID
                           ' expired ' PM-Expiry-Date
                           ' -- not honored'
                END-IF
             END-IF
       END-READ
       IF Permit-Waives-Conflict
          SET Add-Conflict-Waived TO TRUE
       END-IF
    ELSE
       IF Add-Conflict-Overridden
          SET Add-Conflict-Waived TO TRUE
       END-IF
    END-IF
    .

Mark-Permit-Used.
    MOVE "REGISTRATION-PERMITS.IDX" TO WS-File-ID
    MOVE Student-Trans-ID TO PM-Student-ID
    MOVE Course-Term      TO PM-Term
    MOVE Course-ID        TO PM-Course-ID
    READ Permit-File
       INVALID KEY  DISPLAY 'Program error in Mark-Permit-Used:  '
                            'Should never happen!'
                    PERFORM Check-File-Status
    END-READ
    SET PM-Used TO TRUE
    MOVE Todays-Run-Date TO PM-Used-Date
    REWRITE Permit-Record
       INVALID KEY  DISPLAY 'Program error in Mark-Permit-Used:  '
                            'Should never happen!'
                    PERFORM Check-File-Status
    END-REWRITE
    ADD 1 TO Stat-Permits-Used
    SET Permit-Not-Applies TO TRUE
    .

*>-----------------------------------------------------------------
*> Keeps Student-Course.IDX in step with the enrollment just made /
*> dropped.  A duplicate on WRITE or an absent record on DELETE is
    MOVE Course-Term  TO SC-Term
    MOVE Course-ID        TO SC-Course-ID
    MOVE SPACES           TO SC-Grade
    MOVE Enrollment-Basis TO SC-Grading-Basis
    WRITE Student-Course-Rec
       INVALID KEY
          DISPLAY 'Duplicate Student-Course key: ', SC-Key
*> as of the moment it is parked (left in Student-Master-Record by
*> Check-Student-Master): seniors jump the line, per policy, and a
*> student with no level -- or no validation this run -- waits at
*> the back.  The grading basis the student chose (Enrollment-Basis,
*> settled before Add-Student-To-Roster is reached) waits with them.
*>-----------------------------------------------------------------
Add-Student-To-Waitlist.
    MOVE Course-Term      TO WL-Term
    MOVE Course-ID        TO WL-Course-ID
    MOVE Student-Trans-ID TO WL-Student-ID
    MOVE Enrollment-Basis TO WL-Grading-Basis
    ACCEPT WL-Date-Added FROM DATE YYYYMMDD
    MOVE 5 TO WL-Priority
    IF Student-Validation-On
    READ Indexed-File
      INVALID KEY      SET Err-Key-Not-Found TO TRUE
                       PERFORM Write-Invalid-Trans
      NOT INVALID KEY  PERFORM Apply-Drop-For-Period
    END-READ
    .

*>-----------------------------------------------------------------
*> Where the run date falls in the term's calendar decides what a
*> Drop-Student means:  by the last day to drop, the enrollment is
*> erased as always; after that but by the last day to withdraw, it
*> is a withdrawal (see Withdraw-Student-From-Course); after that,
*> it is refused 'DL'.  A term with no calendar is always in the
*> free drop period.
*>-----------------------------------------------------------------
Apply-Drop-For-Period.
    SET Student-Not-Found TO TRUE
    PERFORM Determine-Drop-Period
    EVALUATE TRUE
       WHEN Drop-Period-Closed
          SET Err-Withdraw-Deadline-Passed TO TRUE
          PERFORM Write-Invalid-Trans
       WHEN Drop-Period-Withdraw
          PERFORM Withdraw-Student-From-Course
       WHEN OTHER
          PERFORM Drop-Student-From-Roster
    END-EVALUATE
    PERFORM Queue-Lecture-Companion-Drop
    .

*>-----------------------------------------------------------------
*> A lecture's companions follow it out (see Drop-Queued-Companions)
*> -- after a Drop-Student and after a Transfer's drop from the
*> section left; the generated drops themselves are not followed
*> any further.
*>-----------------------------------------------------------------
Queue-Lecture-Companion-Drop.
    IF Student-Found  AND  Link-Validation-On
          AND Not-Generating-Drops
       MOVE Course-Term TO Companion-Lecture-Term
       MOVE Course-ID   TO Companion-Lecture-ID
       SET Companion-Cause-Drop TO TRUE
       MOVE 1 TO Companion-Drop-Count
       MOVE Student-Trans-ID TO CD-Student-ID (1)
    END-IF
    .

Determine-Drop-Period.
    SET Drop-Period-Free TO TRUE
    PERFORM Read-Term-Calendar
*>  A companion dropped because its lecture was cancelled is dropped
*>  outright whatever the date; the cached calendar is let go so the
*>  next lookup reads it afresh.
    IF Generating-Companion-Drops  AND  Companion-Cause-Cancel
       SET Calendar-Entry-Not-Found TO TRUE
       MOVE SPACES TO Calendar-Loaded-Term
    END-IF
    IF Calendar-Entry-Found
       IF Todays-Run-Date > CAL-Last-Withdraw-Date
          SET Drop-Period-Closed TO TRUE
       ELSE
          IF Todays-Run-Date > CAL-Last-Drop-Date
             SET Drop-Period-Withdraw TO TRUE
          END-IF
       END-IF
    END-IF
    .

*>-----------------------------------------------------------------
*> A withdrawal leaves the enrollment on record: the student stays
*> on the Class-List (the seat is no longer for sale once adds have
*> closed) and the Student-Course.IDX entry is kept with a 'W'
*> grade, which Term-Rollover archives like any other grade.  The
*> course record itself is unchanged, so both audit images are the
*> course as it stands, as with a displacement entry; the 'W' type
*> keeps it out of Bursar-Billing-Extract's refunds.  A student
*> with no enrollment here -- or one already withdrawn -- is
*> rejected 'SN', as for any drop of a student not on the roster.
*>-----------------------------------------------------------------
Withdraw-Student-From-Course.
    MOVE Student-Trans-ID TO SC-Student-ID
    MOVE Course-Term      TO SC-Term
    MOVE Course-ID        TO SC-Course-ID
    READ Student-Course-File
       INVALID KEY
          SET Err-Student-Not-Found TO TRUE
          PERFORM Write-Invalid-Trans
       NOT INVALID KEY
          IF SC-Grade = 'W '
             SET Err-Student-Not-Found TO TRUE
             PERFORM Write-Invalid-Trans
          ELSE
             SET Student-Found TO TRUE
             PERFORM Post-Withdrawal-Grade
          END-IF
    END-READ
    .

Post-Withdrawal-Grade.
    MOVE 'W ' TO SC-Grade
    MOVE "STUDENT-COURSE.IDX" TO WS-File-ID
    REWRITE Student-Course-Rec
       INVALID KEY  DISPLAY 'Program error in withdrawal:  '
                            'Should never happen!'
                    PERFORM Check-File-Status
    END-REWRITE
    MOVE Data-Rec TO Audit-Before-Image
                     Audit-After-Image
    MOVE 'W' TO Audit-Trans-Type
    MOVE Student-Trans-ID TO Audit-Student-ID
    PERFORM Write-Audit-Record
    .

Drop-Student-From-Roster.
    SET Student-Not-Found TO TRUE
    PERFORM Find-Matching-Student
