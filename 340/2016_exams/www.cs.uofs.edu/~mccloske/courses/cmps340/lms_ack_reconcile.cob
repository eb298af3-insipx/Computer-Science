IDENTIFICATION DIVISION.
PROGRAM-ID.  LMS-Ack-Reconcile.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>***************************************************************
*> Program Abstract:
*>    The learning-management system answers each night's
*>    LMS-Roster-Feed.Dat with an acknowledgment file, one record
*>    per section or enrollment detail it worked, accepted or
*>    rejected with a reason.  This program closes that loop the
*>    way Bursar-Ack-Reconcile closes the bursar's: each
*>    acknowledgment is matched, in the order the details were
*>    sent, to an unacknowledged entry with the same record type,
*>    action, term, section, and student on the cumulative
*>    LMS-Roster-Sent.Dat that LMS-Roster-Extract keeps, and
*>
*>      - an ACCEPTED detail is done, and leaves the sent file;
*>      - a REJECTED detail leaves the sent file for
*>        LMS-Rejects.Dat, rewritten each run with that run's
*>        rejections, which Morning-Operations-Report lists so a
*>        person fixes the shell the same morning;
*>      - an acknowledgment matching nothing sent is reported --
*>        the interface itself is out of step.
*>
*>    Every detail still unacknowledged is listed with its age in
*>    days; past LMS-Ack-Grace-Days it is flagged OVERDUE.  A
*>    consumed acknowledgment file is emptied afterward, so the
*>    same acknowledgments are never applied twice.
*>
*>  INPUT:
*>    LMS-Ack.Dat (from the LMS), LMS-Roster-Sent.Dat.
*>
*>  OUTPUT:
*>    LMS-Roster-Sent.Dat rewritten with the still-unacknowledged
*>    details; LMS-Rejects.Dat; LMS-Ack-Reconcile.Rpt; match counts
*>    DISPLAYed as a control total.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LMS-Ack-File  ASSIGN TO "LMS-Ack.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT LMS-Sent-File  ASSIGN TO "LMS-Roster-Sent.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT LMS-Reject-File  ASSIGN TO "LMS-Rejects.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Reconcile-Report  ASSIGN TO "LMS-Ack-Reconcile.Rpt"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

DATA DIVISION.

FILE SECTION.

*> One record per detail the LMS worked: the identifying fields
*> echo our feed's detail, LA-Disposition says what happened on
*> their side, and LA-Reason why, for a rejection.
FD  LMS-Ack-File
       RECORD CONTAINS 71 CHARACTERS.
01  LMS-Ack-Rec.
    02 LA-Detail-Key.
       03 LA-Record-Type  PIC X.
       03 LA-Action       PIC X.
       03 LA-Term         PIC X(5).
       03 LA-Course-ID    PIC X(9).
       03 LA-Student-ID   PIC X(9).
    02 LA-Disposition     PIC X.
       88 LA-Accepted        VALUE 'A'.
       88 LA-Rejected        VALUE 'R'.
    02 LA-Reason          PIC X(30).
    02 LA-Ack-Date        PIC 9(8).
    02 FILLER             PIC X(7).

*> Same record layout LMS-Roster-Extract writes.
FD  LMS-Sent-File.
01  LMS-Sent-Rec.
    02 LX-Status        PIC X.
       88 LX-Unacknowledged  VALUE 'U'.
    02 LX-Sent-Date     PIC 9(8).
    02 LX-Detail-Key    PIC X(25).

*> The latest run's rejections, for Morning-Operations-Report.
FD  LMS-Reject-File.
01  LMS-Reject-Rec.
    COPY "lms-reject-record.cpy".

FD  Reconcile-Report.
01  LK-Line  PIC X(100).

WORKING-STORAGE SECTION.

01  Ack-EOF-Flag  PIC X.
    88 Ack-EOF      VALUE '1'.
    88 Ack-EOF-Not  VALUE '0'.

01  Sent-EOF-Flag  PIC X.
    88 Sent-EOF      VALUE '1'.
    88 Sent-EOF-Not  VALUE '0'.

*> The whole sent file is held here so it can be rewritten without
*> the details settled tonight; a file past the ceiling refuses the
*> run rather than silently dropping the entries past it.
01  Sent-Overflow-Flag  PIC X  VALUE 'N'.
    88 Sent-Table-Overflowed  VALUE 'Y'.

01  Max-Sent-Items    PIC 9(5)  VALUE 30000.
01  Sent-Item-Count   PIC 9(5)  VALUE ZERO.
01  Sent-Item-Table.
    02 Sent-Item  OCCURS 0 TO 30000 TIMES
                  DEPENDING ON Sent-Item-Count.
       03 ST-Status      PIC X.
       03 ST-Sent-Date   PIC 9(8).
       03 ST-Detail-Key  PIC X(25).
       03 ST-Key-Fields REDEFINES ST-Detail-Key.
          04 ST-Record-Type  PIC X.
          04 ST-Action       PIC X.
          04 ST-Term         PIC X(5).
          04 ST-Course-ID    PIC X(9).
          04 ST-Student-ID   PIC X(9).
01  Sent-Item-Index  PIC 9(5).

*> The LMS answers in about the order it was fed, so each match is
*> looked for from just past the last one, wrapping to the top.
01  Match-Start-Index  PIC 9(5)  VALUE 1.

01  Ack-Match-Flag  PIC X.
    88 Ack-Matched      VALUE 'Y'.
    88 Ack-Not-Matched  VALUE 'N'.

01  LMS-Ack-Grace-Days  PIC 9(2)  VALUE 2.

01  Todays-Run-Date    PIC 9(8)  VALUE ZERO.
01  Todays-Day-Number  PIC 9(7)  VALUE ZERO.
01  Item-Day-Number    PIC 9(7)  VALUE ZERO.
01  Days-Outstanding   PIC S9(5) VALUE ZERO.

01  Reconcile-Totals.
    02 LK-Acks-Read        PIC 9(6)  VALUE ZERO.
    02 LK-Acks-Accepted    PIC 9(6)  VALUE ZERO.
    02 LK-Acks-Rejected    PIC 9(6)  VALUE ZERO.
    02 LK-Acks-Unmatched   PIC 9(6)  VALUE ZERO.
    02 LK-Still-Unacked    PIC 9(6)  VALUE ZERO.
    02 LK-Overdue          PIC 9(6)  VALUE ZERO.

01  LK-Heading-1.
    02 FILLER  PIC X(33)
               VALUE 'LMS ACKNOWLEDGMENT RECONCILIATION'.

01  LK-Heading-2.
    02 FILLER        PIC X(10)  VALUE 'Run date: '.
    02 LKH-Run-Date  PIC 9(8).

01  LK-Detail-Line.
    02 FILLER          PIC X(2)  VALUE SPACES.
    02 LKD-Type        PIC X.
    02 FILLER          PIC X(1)  VALUE SPACES.
    02 LKD-Action      PIC X.
    02 FILLER          PIC X(2)  VALUE SPACES.
    02 LKD-Term        PIC X(5).
    02 FILLER          PIC X(2)  VALUE SPACES.
    02 LKD-Course-ID   PIC X(9).
    02 FILLER          PIC X(2)  VALUE SPACES.
    02 LKD-Student-ID  PIC X(9).
    02 FILLER          PIC X(7)  VALUE '  sent '.
    02 LKD-Sent-Date   PIC 9(8).
    02 FILLER          PIC X(2)  VALUE SPACES.
    02 LKD-Note        PIC X(40).

01  LK-Age-Note.
    02 LKA-Days        PIC ZZZZ9.
    02 FILLER          PIC X(10) VALUE ' days old '.
    02 LKA-Flag        PIC X(7).

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Paragraph.
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
    COMPUTE Todays-Day-Number =
       FUNCTION INTEGER-OF-DATE (Todays-Run-Date)

    PERFORM Load-Sent-Table
    IF Sent-Table-Overflowed
       DISPLAY 'LMS-Roster-Sent.Dat has outgrown the '
               Max-Sent-Items '-item table -- run abandoned, '
               'nothing changed.'
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF

    MOVE "LMS-ACK-RECONCILE.RPT" TO WS-File-ID
    OPEN OUTPUT Reconcile-Report
    PERFORM Check-File-Status
    WRITE LK-Line FROM LK-Heading-1
    MOVE Todays-Run-Date TO LKH-Run-Date
    WRITE LK-Line FROM LK-Heading-2
    MOVE SPACES TO LK-Line
    WRITE LK-Line
    MOVE 'REJECTED BY THE LMS / UNMATCHED ACKS:' TO LK-Line
    WRITE LK-Line

    PERFORM Apply-Acknowledgments
    IF LK-Acks-Rejected + LK-Acks-Unmatched = ZERO
       MOVE '  (none)' TO LK-Line
       WRITE LK-Line
    END-IF

    PERFORM Report-Unacknowledged
    PERFORM Rewrite-Sent-File

    MOVE "LMS-ACK-RECONCILE.RPT" TO WS-File-ID
    CLOSE Reconcile-Report
    PERFORM Check-File-Status

    DISPLAY 'LMS acknowledgment reconciliation complete:'
    DISPLAY '  Acknowledgments read:     ' LK-Acks-Read
    DISPLAY '  Accepted:                 ' LK-Acks-Accepted
    DISPLAY '  Rejected by the LMS:      ' LK-Acks-Rejected
    DISPLAY '  Acks matching nothing:    ' LK-Acks-Unmatched
    DISPLAY '  Still unacknowledged:     ' LK-Still-Unacked
    DISPLAY '    overdue:                ' LK-Overdue
    STOP RUN
    .

COPY "file-status-check.cpy".


Load-Sent-Table.
    MOVE "LMS-ROSTER-SENT.DAT" TO WS-File-ID
    OPEN INPUT LMS-Sent-File
    IF WS-File-Status = "35"
       DISPLAY 'No LMS-Roster-Sent.Dat on file -- nothing has '
               'ever been sent.'
    ELSE
       PERFORM Check-File-Status
       SET Sent-EOF-Not TO TRUE
       PERFORM Read-Sent-Rec
       PERFORM Store-Sent-Item
          UNTIL Sent-EOF
       CLOSE LMS-Sent-File
       PERFORM Check-File-Status
    END-IF
    .

Read-Sent-Rec.
    READ LMS-Sent-File
       AT END  SET Sent-EOF TO TRUE
    END-READ
    .

Store-Sent-Item.
    IF Sent-Item-Count < Max-Sent-Items
       ADD 1 TO Sent-Item-Count
       MOVE LX-Status     TO ST-Status (Sent-Item-Count)
       MOVE LX-Sent-Date  TO ST-Sent-Date (Sent-Item-Count)
       MOVE LX-Detail-Key TO ST-Detail-Key (Sent-Item-Count)
    ELSE
       SET Sent-Table-Overflowed TO TRUE
    END-IF
    PERFORM Read-Sent-Rec
    .


*>-----------------------------------------------------------------
*> Each acknowledgment settles a still-unacknowledged sent entry
*> with the same key.  LMS-Rejects.Dat is replaced only when there
*> are acknowledgments to apply, so a night the LMS sends nothing
*> leaves the last run's rejections standing for the morning
*> report.  The consumed ack file is emptied at the end.
*>-----------------------------------------------------------------
Apply-Acknowledgments.
    MOVE "LMS-ACK.DAT" TO WS-File-ID
    OPEN INPUT LMS-Ack-File
    IF WS-File-Status = "35"
       DISPLAY 'No LMS-Ack.Dat on file -- nothing acknowledged '
               'tonight.'
    ELSE
       PERFORM Check-File-Status
       MOVE "LMS-REJECTS.DAT" TO WS-File-ID
       OPEN OUTPUT LMS-Reject-File
       PERFORM Check-File-Status
       SET Ack-EOF-Not TO TRUE
       PERFORM Read-Ack-Rec
       PERFORM Match-One-Ack
          UNTIL Ack-EOF
       MOVE "LMS-REJECTS.DAT" TO WS-File-ID
       CLOSE LMS-Reject-File
       PERFORM Check-File-Status
       MOVE "LMS-ACK.DAT" TO WS-File-ID
       CLOSE LMS-Ack-File
       PERFORM Check-File-Status
*>     Consumed: the same acknowledgments must never apply twice.
       OPEN OUTPUT LMS-Ack-File
       CLOSE LMS-Ack-File
    END-IF
    .

Read-Ack-Rec.
    READ LMS-Ack-File
       AT END      SET Ack-EOF TO TRUE
       NOT AT END  ADD 1 TO LK-Acks-Read
    END-READ
    .

Match-One-Ack.
    SET Ack-Not-Matched TO TRUE
    PERFORM Match-Ack-To-Sent-Item
       VARYING Sent-Item-Index FROM Match-Start-Index BY 1
       UNTIL Sent-Item-Index > Sent-Item-Count
          OR Ack-Matched
    IF Ack-Not-Matched
       PERFORM Match-Ack-To-Sent-Item
          VARYING Sent-Item-Index FROM 1 BY 1
          UNTIL Sent-Item-Index NOT < Match-Start-Index
             OR Ack-Matched
    END-IF
    IF Ack-Not-Matched
       ADD 1 TO LK-Acks-Unmatched
       MOVE LA-Record-Type TO LKD-Type
       MOVE LA-Action      TO LKD-Action
       MOVE LA-Term        TO LKD-Term
       MOVE LA-Course-ID   TO LKD-Course-ID
       MOVE LA-Student-ID  TO LKD-Student-ID
       MOVE ZERO           TO LKD-Sent-Date
       MOVE '** ACK MATCHES NOTHING EVER SENT **' TO LKD-Note
       WRITE LK-Line FROM LK-Detail-Line
    END-IF
    PERFORM Read-Ack-Rec
    .

*>-----------------------------------------------------------------
*> A settled entry is marked 'S' and left out of the rewrite.
*> The search index is one past the match when the VARYING loop
*> stops, which is where the next acknowledgment starts looking.
*>-----------------------------------------------------------------
Match-Ack-To-Sent-Item.
    IF ST-Status (Sent-Item-Index) = 'U'
          AND ST-Detail-Key (Sent-Item-Index) = LA-Detail-Key
       SET Ack-Matched TO TRUE
       MOVE 'S' TO ST-Status (Sent-Item-Index)
       COMPUTE Match-Start-Index = Sent-Item-Index + 1
       IF LA-Accepted
          ADD 1 TO LK-Acks-Accepted
       ELSE
          ADD 1 TO LK-Acks-Rejected
          PERFORM Record-Rejected-Item
       END-IF
    END-IF
    .

Record-Rejected-Item.
    MOVE Todays-Run-Date                  TO LJ-Reject-Date
    MOVE ST-Sent-Date (Sent-Item-Index)   TO LJ-Sent-Date
    MOVE ST-Record-Type (Sent-Item-Index) TO LJ-Record-Type
    MOVE ST-Action (Sent-Item-Index)      TO LJ-Action
    MOVE ST-Term (Sent-Item-Index)        TO LJ-Term
    MOVE ST-Course-ID (Sent-Item-Index)   TO LJ-Course-ID
    MOVE ST-Student-ID (Sent-Item-Index)  TO LJ-Student-ID
    MOVE LA-Reason                        TO LJ-Reason
    WRITE LMS-Reject-Rec

    MOVE ST-Record-Type (Sent-Item-Index) TO LKD-Type
    MOVE ST-Action (Sent-Item-Index)      TO LKD-Action
    MOVE ST-Term (Sent-Item-Index)        TO LKD-Term
    MOVE ST-Course-ID (Sent-Item-Index)   TO LKD-Course-ID
    MOVE ST-Student-ID (Sent-Item-Index)  TO LKD-Student-ID
    MOVE ST-Sent-Date (Sent-Item-Index)   TO LKD-Sent-Date
    MOVE LA-Reason                        TO LKD-Note
    WRITE LK-Line FROM LK-Detail-Line
    .


*>-----------------------------------------------------------------
*> Everything still 'U' after tonight's acknowledgments, aged in
*> days the same way Bursar-Ack-Reconcile ages its items.
*>-----------------------------------------------------------------
Report-Unacknowledged.
    MOVE SPACES TO LK-Line
    WRITE LK-Line
    MOVE 'STILL UNACKNOWLEDGED:' TO LK-Line
    WRITE LK-Line
    PERFORM Report-One-Unacked
       VARYING Sent-Item-Index FROM 1 BY 1
       UNTIL Sent-Item-Index > Sent-Item-Count
    IF LK-Still-Unacked = ZERO
       MOVE '  (none)' TO LK-Line
       WRITE LK-Line
    END-IF
    .

Report-One-Unacked.
    IF ST-Status (Sent-Item-Index) = 'U'
       ADD 1 TO LK-Still-Unacked
       COMPUTE Item-Day-Number =
          FUNCTION INTEGER-OF-DATE (ST-Sent-Date (Sent-Item-Index))
       COMPUTE Days-Outstanding =
          Todays-Day-Number - Item-Day-Number
       MOVE Days-Outstanding TO LKA-Days
       IF Days-Outstanding > LMS-Ack-Grace-Days
          ADD 1 TO LK-Overdue
          MOVE 'OVERDUE' TO LKA-Flag
       ELSE
          MOVE SPACES    TO LKA-Flag
       END-IF
       MOVE ST-Record-Type (Sent-Item-Index) TO LKD-Type
       MOVE ST-Action (Sent-Item-Index)      TO LKD-Action
       MOVE ST-Term (Sent-Item-Index)        TO LKD-Term
       MOVE ST-Course-ID (Sent-Item-Index)   TO LKD-Course-ID
       MOVE ST-Student-ID (Sent-Item-Index)  TO LKD-Student-ID
       MOVE ST-Sent-Date (Sent-Item-Index)   TO LKD-Sent-Date
       MOVE LK-Age-Note                      TO LKD-Note
       WRITE LK-Line FROM LK-Detail-Line
    END-IF
    .


Rewrite-Sent-File.
    MOVE "LMS-ROSTER-SENT.DAT" TO WS-File-ID
    OPEN OUTPUT LMS-Sent-File
    PERFORM Check-File-Status
    PERFORM Write-One-Sent-Item
       VARYING Sent-Item-Index FROM 1 BY 1
       UNTIL Sent-Item-Index > Sent-Item-Count
    CLOSE LMS-Sent-File
    PERFORM Check-File-Status
    .

Write-One-Sent-Item.
    IF ST-Status (Sent-Item-Index) = 'U'
       MOVE ST-Status (Sent-Item-Index)     TO LX-Status
       MOVE ST-Sent-Date (Sent-Item-Index)  TO LX-Sent-Date
       MOVE ST-Detail-Key (Sent-Item-Index) TO LX-Detail-Key
       WRITE LMS-Sent-Rec
    END-IF
    .
