IDENTIFICATION DIVISION.
PROGRAM-ID.  Nonpayment-Drop-Approval.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>             modified Oct. 15, 2026 to require an
*>             Operator-Sign-On session (registrar role, RG)
*>***************************************************************
*> Program Abstract:
*>    The registrar's side of the nonpayment drops.  Nonpayment-
*>    Drop-Run proposes a Drop-Student for each current-term
*>    enrollment of a student still past due after the payment
*>    deadline (Nonpayment-Drops-Proposed.Dat, status 'P'); this
*>    program -- conversational, in the style of Wage-Approval -- is
*>    where the registrar works them.  A decision is made per
*>    student: approving or rejecting one of a student's proposals
*>    decides all of that student's pending ones, under the
*>    registrar's ID and today's date, since a student is dropped
*>    for nonpayment from the whole schedule or not at all.
*>
*>    On exit the proposed file is rewritten with the updated
*>    statuses (decided proposals stay on file as the tracking
*>    record, and keep Nonpayment-Drop-Run from proposing them
*>    again), and ONLY the newly approved drops are written as one
*>    complete batch -- header, 'R' Drop-Student transactions,
*>    hash-total trailer -- to Course-Trans-Source4.Dat, the merge
*>    source slot Course-Trans-Merge feeds into the nightly stream.
*>    A batch still sitting unconsumed in that slot refuses the
*>    session before any decision is taken (RETURN-CODE 16), the
*>    rule Course-Trans-Entry applies to its own slot.
*>
*>  INPUT:
*>    Nonpayment-Drops-Proposed.Dat, Course-Trans-Source4.Dat
*>    (checked empty), and decisions keyed at the console.
*>
*>  OUTPUT:
*>    Nonpayment-Drops-Proposed.Dat rewritten; Course-Trans-
*>    Source4.Dat written with the approved drops; decision counts
*>    DISPLAYed.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Proposed-File  ASSIGN TO "Nonpayment-Drops-Proposed.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Entry-Transaction-File  ASSIGN TO "Course-Trans-Source4.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

DATA DIVISION.

FILE SECTION.

*> Same record layout Nonpayment-Drop-Run writes.
FD  Proposed-File.
01  Proposed-Drop-Rec.
    02 ND-Status            PIC X.
       88 ND-Proposed          VALUE 'P'.
       88 ND-Approved          VALUE 'A'.
       88 ND-Rejected          VALUE 'R'.
    02 ND-Date-Proposed     PIC 9(8).
    02 ND-Student-ID        PIC X(9).
    02 ND-Term              PIC X(5).
    02 ND-Course-ID         PIC X(9).
    02 ND-Past-Due          PIC 9(7)V99.
    02 ND-Approver-ID       PIC X(6).
    02 ND-Date-Decided      PIC 9(8).

*> Same 103-character record layouts Course-Trans-Merge combines.
FD  Entry-Transaction-File
     RECORD CONTAINS 103 CHARACTERS
     DATA RECORDS ARE Entry-Header-Rec, Entry-Trans-Rec,
                      Entry-Trailer-Rec.

01  Entry-Header-Rec.
    02 EH-Record-Type            PIC X.
    02 EH-Expected-Trans-Count   PIC 9(6).
    02 FILLER                    PIC X(96).

01  Entry-Trans-Rec  PIC X(103).

01  Entry-Trailer-Rec.
    02 ET-Record-Type   PIC X.
    02 ET-Hash-Total    PIC 9(9).
    02 FILLER           PIC X(93).

WORKING-STORAGE SECTION.

01  Proposed-EOF-Flag  PIC X.
    88 Proposed-EOF      VALUE '1'.
    88 Proposed-EOF-Not  VALUE '0'.

01  FILLER   PIC X   VALUE 'F'.
    88 Approval-Session-Over  VALUE 'T'.

*> Set when the proposed file has outgrown the table -- the session
*> ends rewriting the file from the table alone, so running over a
*> too-small table would delete the proposals past the ceiling.
01  Proposed-Overflow-Flag  PIC X  VALUE 'N'.
    88 Proposed-Table-Overflowed  VALUE 'Y'.

01  Max-Proposals    PIC 9(4)  VALUE 5000.
01  Proposal-Count   PIC 9(4)  VALUE ZERO.
01  Proposal-Table.
    02 Proposal-Item  OCCURS 0 TO 5000 TIMES
                      DEPENDING ON Proposal-Count.
       03 PT-Image.
          04 PT-Status          PIC X.
             88 PT-Proposed        VALUE 'P'.
             88 PT-Approved        VALUE 'A'.
             88 PT-Rejected        VALUE 'R'.
          04 PT-Date-Proposed   PIC 9(8).
          04 PT-Student-ID      PIC X(9).
          04 PT-Term            PIC X(5).
          04 PT-Course-ID       PIC X(9).
          04 PT-Past-Due        PIC 9(7)V99.
          04 PT-Approver-ID     PIC X(6).
          04 PT-Date-Decided    PIC 9(8).
*>     Distinct from PT-Status: a proposal decided in THIS session.
*>     Only these go into the batch on exit -- re-emitting an
*>     earlier session's approvals would drop the student twice.
       03 PT-Decided-Now-Flag  PIC X.
          88 PT-Decided-Now       VALUE 'Y'.
          88 PT-Not-Decided-Now   VALUE 'N'.
01  Proposal-Index   PIC 9(4).
01  Chosen-Item-No   PIC 9(4)  VALUE ZERO.

01  Chosen-Student-ID  PIC X(9)  VALUE SPACES.
01  Decided-Status     PIC X     VALUE SPACE.

01  Approver-ID      PIC X(6)  VALUE SPACES.
01  Decision-Answer  PIC X     VALUE SPACE.

01  Approval-Totals.
    02 NA-Approved-Now  PIC 9(4)  VALUE ZERO.
    02 NA-Rejected-Now  PIC 9(4)  VALUE ZERO.

*> The generated Drop-Student transactions, in Courses-Interact's
*> Trans-Rec layout.
01  Work-Trans-Rec.
    02 TY-Trans-Type   PIC X.
    02 TY-Trans-Sequence-Number PIC 9(6).
    02 TY-Trans-Key             PIC X(9).
    02 TY-Trans-Key-Bytes       REDEFINES TY-Trans-Key.
       03 TY-Trans-Key-Byte        PIC X  OCCURS 9 TIMES.
    02 TY-Trans-Term            PIC X(5).
    02 TY-Rest-of-Trans-Rec     PIC X(82).
    02 TY-Rest-of-Student-Trans REDEFINES TY-Rest-of-Trans-Rec.
       03 TY-Student-Trans-ID   PIC X(9).
       03 TY-Add-Override-Flag  PIC X.
       03 FILLER                PIC X(72).

01  Next-Sequence-Number  PIC 9(6)  VALUE ZERO.
01  Batch-Hash-Total      PIC 9(9)  VALUE ZERO.
01  Hash-Byte-Index       PIC 9(2)  VALUE ZERO.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.

01  Operator-Session.
    COPY "operator-session.cpy".

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Program.
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
    PERFORM Check-Source-Slot-Pending

    MOVE 'S'    TO OS-Request-Code
    MOVE 'NONPAYMENT-DROP-APPROVAL' TO OS-Program-Name
    MOVE SPACES TO OS-Roles-Allowed
    MOVE 'RG'   TO OS-Role-Allowed (1)
    CALL 'Operator-Sign-On' USING Operator-Session
    IF OS-Refused
       DISPLAY 'No registrar signed on, no decisions -- session '
               'abandoned.'
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE OS-Operator-ID TO Approver-ID

    PERFORM Load-Proposal-Table
    IF Proposed-Table-Overflowed
       DISPLAY 'The proposed file has outgrown the '
               Max-Proposals '-item table -- session abandoned, '
               'Nonpayment-Drops-Proposed.Dat left untouched.'
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    IF Proposal-Count = ZERO
       DISPLAY 'No proposals on file.'
       STOP RUN
    END-IF

    PERFORM Work-One-Choice
       UNTIL Approval-Session-Over

    PERFORM Rewrite-Proposed-File
    IF NA-Approved-Now > ZERO
       PERFORM Write-Approved-Batch
    END-IF
    DISPLAY 'Approval session complete: ' NA-Approved-Now
            ' drop(s) approved, ' NA-Rejected-Now ' rejected'
    STOP RUN
    .

COPY "file-status-check.cpy".


*>-----------------------------------------------------------------
*> A batch already sitting in Course-Trans-Source4.Dat has not yet
*> been consumed by Course-Trans-Merge -- writing another over it
*> would silently destroy it.  The same rule Course-Trans-Entry
*> applies to Source1; checked first, so no decision is taken that
*> could not be delivered.
*>-----------------------------------------------------------------
Check-Source-Slot-Pending.
    MOVE "COURSE-TRANS-SOURCE4.DAT" TO WS-File-ID
    OPEN INPUT Entry-Transaction-File
    IF WS-File-Status NOT = "35"
       PERFORM Check-File-Status
       READ Entry-Transaction-File
          AT END
             CONTINUE
          NOT AT END
             DISPLAY 'Course-Trans-Source4.Dat already holds an '
                     'unconsumed batch -- run the nightly merge '
                     '(Course-Trans-Merge) first.'
             CLOSE Entry-Transaction-File
             MOVE 16 TO RETURN-CODE
             STOP RUN
       END-READ
       CLOSE Entry-Transaction-File
       PERFORM Check-File-Status
    END-IF
    .


Load-Proposal-Table.
    MOVE "NONPAYMENT-DROPS-PROPOSED.DAT" TO WS-File-ID
    OPEN INPUT Proposed-File
    IF WS-File-Status NOT = "35"
       PERFORM Check-File-Status
       SET Proposed-EOF-Not TO TRUE
       PERFORM Read-Proposal
          UNTIL Proposed-EOF
       CLOSE Proposed-File
       PERFORM Check-File-Status
    END-IF
    .

Read-Proposal.
    READ Proposed-File
       AT END      SET Proposed-EOF TO TRUE
       NOT AT END  PERFORM Store-Proposal-Item
    END-READ
    .

Store-Proposal-Item.
    IF Proposal-Count < Max-Proposals
       ADD 1 TO Proposal-Count
       MOVE Proposed-Drop-Rec TO PT-Image (Proposal-Count)
       SET PT-Not-Decided-Now (Proposal-Count) TO TRUE
    ELSE
       SET Proposed-Table-Overflowed TO TRUE
    END-IF
    .


Work-One-Choice.
    PERFORM List-Pending-Proposals
    DISPLAY 'Proposal number to decide (0 to finish): '
       WITH NO ADVANCING
    ACCEPT Chosen-Item-No
    IF Chosen-Item-No = ZERO
       SET Approval-Session-Over TO TRUE
    ELSE
       IF Chosen-Item-No > Proposal-Count
             OR NOT PT-Proposed (Chosen-Item-No)
          DISPLAY 'Not a pending proposal: ' Chosen-Item-No
       ELSE
          PERFORM Decide-One-Student
       END-IF
    END-IF
    .

List-Pending-Proposals.
    DISPLAY 'Nonpayment drops awaiting the registrar:'
    PERFORM List-One-Proposal
       VARYING Proposal-Index FROM 1 BY 1
       UNTIL Proposal-Index > Proposal-Count
    .

List-One-Proposal.
    IF PT-Proposed (Proposal-Index)
       DISPLAY '  ' Proposal-Index ' student '
               PT-Student-ID (Proposal-Index) ' drop '
               PT-Course-ID (Proposal-Index) ' term '
               PT-Term (Proposal-Index) ' past due '
               PT-Past-Due (Proposal-Index)
               ' (proposed ' PT-Date-Proposed (Proposal-Index)
               ')'
    END-IF
    .


*>-----------------------------------------------------------------
*> The decision covers every pending proposal for the chosen
*> proposal's student.
*>-----------------------------------------------------------------
Decide-One-Student.
    MOVE PT-Student-ID (Chosen-Item-No) TO Chosen-Student-ID
    DISPLAY 'Drop student ' Chosen-Student-ID
            ' from all proposed courses -- approve or reject '
            '(A/R)? ' WITH NO ADVANCING
    ACCEPT Decision-Answer
    EVALUATE Decision-Answer
       WHEN 'A'
       WHEN 'a'
          MOVE 'A' TO Decided-Status
          PERFORM Stamp-Student-Decision
             VARYING Proposal-Index FROM 1 BY 1
             UNTIL Proposal-Index > Proposal-Count
          DISPLAY 'Student ' Chosen-Student-ID ' drops approved.'
       WHEN 'R'
       WHEN 'r'
          MOVE 'R' TO Decided-Status
          PERFORM Stamp-Student-Decision
             VARYING Proposal-Index FROM 1 BY 1
             UNTIL Proposal-Index > Proposal-Count
          DISPLAY 'Student ' Chosen-Student-ID ' drops rejected.'
       WHEN OTHER
          DISPLAY 'Neither A nor R -- left pending.'
    END-EVALUATE
    .

Stamp-Student-Decision.
    IF PT-Proposed (Proposal-Index)
          AND PT-Student-ID (Proposal-Index) = Chosen-Student-ID
       MOVE Decided-Status  TO PT-Status (Proposal-Index)
       SET PT-Decided-Now (Proposal-Index) TO TRUE
       MOVE Approver-ID     TO PT-Approver-ID (Proposal-Index)
       MOVE Todays-Run-Date TO PT-Date-Decided (Proposal-Index)
       IF PT-Approved (Proposal-Index)
          ADD 1 TO NA-Approved-Now
       ELSE
          ADD 1 TO NA-Rejected-Now
       END-IF
    END-IF
    .


Rewrite-Proposed-File.
    MOVE "NONPAYMENT-DROPS-PROPOSED.DAT" TO WS-File-ID
    OPEN OUTPUT Proposed-File
    PERFORM Check-File-Status
    PERFORM Write-One-Proposal
       VARYING Proposal-Index FROM 1 BY 1
       UNTIL Proposal-Index > Proposal-Count
    CLOSE Proposed-File
    PERFORM Check-File-Status
    .

Write-One-Proposal.
    MOVE PT-Image (Proposal-Index) TO Proposed-Drop-Rec
    WRITE Proposed-Drop-Rec
    .


*>-----------------------------------------------------------------
*> The session's newly approved drops, one 'R' transaction each,
*> as a complete balanced batch for the merge.
*>-----------------------------------------------------------------
Write-Approved-Batch.
    MOVE "COURSE-TRANS-SOURCE4.DAT" TO WS-File-ID
    OPEN OUTPUT Entry-Transaction-File
    PERFORM Check-File-Status

    MOVE 'H'             TO EH-Record-Type
    MOVE NA-Approved-Now TO EH-Expected-Trans-Count
    WRITE Entry-Header-Rec

    PERFORM Write-Approved-Drop
       VARYING Proposal-Index FROM 1 BY 1
       UNTIL Proposal-Index > Proposal-Count

    MOVE 'T'              TO ET-Record-Type
    MOVE Batch-Hash-Total TO ET-Hash-Total
    WRITE Entry-Trailer-Rec

    MOVE "COURSE-TRANS-SOURCE4.DAT" TO WS-File-ID
    CLOSE Entry-Transaction-File
    PERFORM Check-File-Status
    .

Write-Approved-Drop.
    IF PT-Approved (Proposal-Index)
          AND PT-Decided-Now (Proposal-Index)
       MOVE SPACES TO Work-Trans-Rec
       MOVE 'R' TO TY-Trans-Type
       ADD 1 TO Next-Sequence-Number
       MOVE Next-Sequence-Number         TO TY-Trans-Sequence-Number
       MOVE PT-Course-ID (Proposal-Index)  TO TY-Trans-Key
       MOVE PT-Term (Proposal-Index)       TO TY-Trans-Term
       MOVE PT-Student-ID (Proposal-Index) TO TY-Student-Trans-ID
       MOVE Work-Trans-Rec TO Entry-Trans-Rec
       WRITE Entry-Trans-Rec
       PERFORM Add-Key-Byte-To-Hash
          VARYING Hash-Byte-Index FROM 1 BY 1
          UNTIL Hash-Byte-Index > 9
    END-IF
    .

Add-Key-Byte-To-Hash.
    ADD FUNCTION ORD (TY-Trans-Key-Byte (Hash-Byte-Index))
      TO Batch-Hash-Total
    .
