IDENTIFICATION DIVISION.
PROGRAM-ID.  Student-Ledger-Post.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>***************************************************************
*> Program Abstract:
*>    Nothing on our side knew what a student owed: charges went to
*>    the bursar, payments went to the cashier, and the balance
*>    lived only in the bursar's system.  This program keeps the
*>    per-student account ledger, Student-Ledger.IDX, posting two
*>    feeds into it:
*>
*>      - every Bursar-Billing-Sent.Dat item the bursar has
*>        acknowledged as posted (BS-Status 'P', set by
*>        Bursar-Ack-Reconcile): an add ('A') as a charge, due
*>        Payment-Terms-Days after its effective date, a drop ('D')
*>        as a refund.  Each item posted is marked 'L' (on the
*>        ledger) and the sent file rewritten, so no item is ever
*>        posted twice; an unacknowledged or rejected item waits,
*>        or is never posted at all.
*>
*>      - every payment in Cashier-Payments.Dat, the file the
*>        cashier's office sends us.  A payment for a student not on
*>        Students.IDX, or for no money, is not posted but listed for
*>        the cashier's office to correct.  The consumed payments
*>        file is emptied afterward (the rule Bursar-Ack-Reconcile
*>        applies to the bursar's acknowledgments), so the same
*>        payments are never posted twice.
*>
*>  INPUT:
*>    Bursar-Billing-Sent.Dat, Cashier-Payments.Dat (optional),
*>    Students.IDX.
*>
*>  OUTPUT:
*>    Student-Ledger.IDX created/updated; Bursar-Billing-Sent.Dat
*>    rewritten with the posted items marked; Ledger-Posting.Rpt
*>    (the payments not posted, and the posting totals); the totals
*>    also DISPLAYed as a control total.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Billing-Sent-File  ASSIGN TO "Bursar-Billing-Sent.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Cashier-Payment-File  ASSIGN TO "Cashier-Payments.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Student-Master-File  ASSIGN TO "Students.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS Student-Master-ID
       FILE STATUS IS WS-File-Status.

    SELECT Ledger-File  ASSIGN TO "Student-Ledger.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS LE-Key
       FILE STATUS IS WS-File-Status.

    SELECT Posting-Report  ASSIGN TO "Ledger-Posting.Rpt"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

DATA DIVISION.

FILE SECTION.

*> Same record layout Bursar-Billing-Extract writes.
FD  Billing-Sent-File.
01  Billing-Sent-Rec.
    02 BS-Status        PIC X.
       88 BS-Unacknowledged  VALUE 'U'.
       88 BS-Posted          VALUE 'P'.
       88 BS-Ack-Rejected    VALUE 'J'.
       88 BS-Ledger-Posted   VALUE 'L'.
    02 BS-Sent-Date     PIC 9(8).
    02 BS-Detail-Image  PIC X(40).

*> One record per payment taken at the cashier's window.
FD  Cashier-Payment-File
       RECORD CONTAINS 34 CHARACTERS.
01  Cashier-Payment-Rec.
    02 CP-Student-ID    PIC X(9).
    02 CP-Receipt-No    PIC X(10).
    02 CP-Payment-Date  PIC 9(8).
    02 CP-Amount        PIC 9(5)V99.

FD  Student-Master-File.
01  Student-Master-Record.
    COPY "student-record.cpy".

FD  Ledger-File.
01  Ledger-Record.
    COPY "student-ledger-record.cpy".

FD  Posting-Report.
01  LP-Line  PIC X(80).

WORKING-STORAGE SECTION.

01  Sent-EOF-Flag  PIC X.
    88 Sent-EOF      VALUE '1'.
    88 Sent-EOF-Not  VALUE '0'.

01  Payment-EOF-Flag  PIC X.
    88 Payment-EOF      VALUE '1'.
    88 Payment-EOF-Not  VALUE '0'.

*> The whole sent file is held here so it can be rewritten with the
*> posted items marked -- the same ceiling Bursar-Ack-Reconcile
*> holds it to, and the same refusal when it is outgrown.
01  Sent-Overflow-Flag  PIC X  VALUE 'N'.
    88 Sent-Table-Overflowed  VALUE 'Y'.

01  Max-Sent-Items    PIC 9(4)  VALUE 9999.
01  Sent-Item-Count   PIC 9(4)  VALUE ZERO.
01  Sent-Item-Table.
    02 Sent-Item  OCCURS 0 TO 9999 TIMES
                  DEPENDING ON Sent-Item-Count.
       03 ST-Status     PIC X.
       03 ST-Sent-Date  PIC 9(8).
       03 ST-Image      PIC X(40).
       03 ST-Image-Fields REDEFINES ST-Image.
          04 FILLER             PIC X.
          04 ST-Student-ID      PIC X(9).
          04 ST-Term            PIC X(5).
          04 ST-Course-ID       PIC X(9).
          04 ST-Billing-Code    PIC X.
          04 ST-Effective-Date  PIC 9(8).
          04 ST-Amount          PIC 9(5)V99.
01  Sent-Item-Index  PIC 9(4).

*> A ledger key already on file is an identical earlier entry (the
*> same section billed twice on one day), so the next occurrence
*> number is tried until the entry files.
01  Ledger-Write-Flag  PIC X.
    88 Ledger-Written      VALUE 'Y'.
    88 Ledger-Not-Written  VALUE 'N'.

01  Payment-Check-Flag  PIC X.
    88 Payment-Postable    VALUE 'Y'.
    88 Payment-Not-Postable VALUE 'N'.

*> A charge falls due this many days after its effective date.
01  Payment-Terms-Days  PIC 9(3)  VALUE 30.
01  Due-Day-Number      PIC 9(7)  VALUE ZERO.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.

01  Posting-Totals.
    02 LP-Charges-Posted    PIC 9(5)     VALUE ZERO.
    02 LP-Charge-Dollars    PIC 9(7)V99  VALUE ZERO.
    02 LP-Refunds-Posted    PIC 9(5)     VALUE ZERO.
    02 LP-Refund-Dollars    PIC 9(7)V99  VALUE ZERO.
    02 LP-Payments-Read     PIC 9(5)     VALUE ZERO.
    02 LP-Payments-Posted   PIC 9(5)     VALUE ZERO.
    02 LP-Payment-Dollars   PIC 9(7)V99  VALUE ZERO.
    02 LP-Payments-Refused  PIC 9(5)     VALUE ZERO.

01  LP-Heading-1.
    02 FILLER  PIC X(28)  VALUE 'STUDENT LEDGER POSTING'.
    02 FILLER  PIC X(10)  VALUE 'Run date: '.
    02 LPH-Run-Date  PIC 9(8).

01  LP-Refused-Line.
    02 FILLER          PIC X(2)  VALUE SPACES.
    02 LPR-Student-ID  PIC X(9).
    02 FILLER          PIC X(2)  VALUE SPACES.
    02 LPR-Receipt-No  PIC X(10).
    02 FILLER          PIC X(2)  VALUE SPACES.
    02 LPR-Date        PIC 9(8).
    02 FILLER          PIC X(2)  VALUE SPACES.
    02 LPR-Amount      PIC ZZ,ZZ9.99.
    02 FILLER          PIC X(2)  VALUE SPACES.
    02 LPR-Reason      PIC X(24).

01  LP-Total-Line.
    02 FILLER          PIC X(2)  VALUE SPACES.
    02 LPT-Caption     PIC X(20).
    02 LPT-Count       PIC ZZ,ZZ9.
    02 FILLER          PIC X(4)  VALUE SPACES.
    02 LPT-Dollars     PIC Z,ZZZ,ZZ9.99.

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Paragraph.
    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD

    PERFORM Load-Sent-Table
    IF Sent-Table-Overflowed
       DISPLAY 'Bursar-Billing-Sent.Dat has outgrown the '
               Max-Sent-Items '-item table -- run abandoned, '
               'nothing posted.  Archive the posted entries.'
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF

    MOVE "STUDENTS.IDX" TO WS-File-ID
    OPEN INPUT Student-Master-File
    PERFORM Check-File-Status
*>  Status 35 on the I-O OPEN means Student-Ledger.IDX does not
*>  exist yet; it is created empty and opened again, as
*>  Student-Holds-Maintain does for its master.
    MOVE "STUDENT-LEDGER.IDX" TO WS-File-ID
    OPEN I-O Ledger-File
    IF WS-File-Status = "35"
       OPEN OUTPUT Ledger-File
       PERFORM Check-File-Status
       CLOSE Ledger-File
       PERFORM Check-File-Status
       OPEN I-O Ledger-File
    END-IF
    PERFORM Check-File-Status
    MOVE "LEDGER-POSTING.RPT" TO WS-File-ID
    OPEN OUTPUT Posting-Report
    PERFORM Check-File-Status
    MOVE Todays-Run-Date TO LPH-Run-Date
    WRITE LP-Line FROM LP-Heading-1
    MOVE SPACES TO LP-Line
    WRITE LP-Line
    MOVE 'PAYMENTS NOT POSTED -- RETURN TO THE CASHIER''S OFFICE:'
      TO LP-Line
    WRITE LP-Line

    PERFORM Post-Billing-Item
       VARYING Sent-Item-Index FROM 1 BY 1
       UNTIL Sent-Item-Index > Sent-Item-Count
    IF LP-Charges-Posted > ZERO  OR  LP-Refunds-Posted > ZERO
       PERFORM Rewrite-Sent-File
    END-IF
    PERFORM Post-Cashier-Payments
    IF LP-Payments-Refused = ZERO
       MOVE '  (none)' TO LP-Line
       WRITE LP-Line
    END-IF
    PERFORM Write-Posting-Totals

    MOVE "STUDENTS.IDX" TO WS-File-ID
    CLOSE Student-Master-File
    PERFORM Check-File-Status
    MOVE "STUDENT-LEDGER.IDX" TO WS-File-ID
    CLOSE Ledger-File
    PERFORM Check-File-Status
    MOVE "LEDGER-POSTING.RPT" TO WS-File-ID
    CLOSE Posting-Report
    PERFORM Check-File-Status

    DISPLAY 'Student ledger posting complete:'
    DISPLAY '  Charges posted:          ' LP-Charges-Posted
    DISPLAY '  Refunds posted:          ' LP-Refunds-Posted
    DISPLAY '  Payments read:           ' LP-Payments-Read
    DISPLAY '  Payments posted:         ' LP-Payments-Posted
    DISPLAY '  Payments not posted:     ' LP-Payments-Refused
    STOP RUN
    .

COPY "file-status-check.cpy".


Load-Sent-Table.
    MOVE "BURSAR-BILLING-SENT.DAT" TO WS-File-ID
    OPEN INPUT Billing-Sent-File
    IF WS-File-Status = "35"
       DISPLAY 'No Bursar-Billing-Sent.Dat on file -- no charges '
               'to post.'
    ELSE
       PERFORM Check-File-Status
       SET Sent-EOF-Not TO TRUE
       PERFORM Read-Sent-Item
          UNTIL Sent-EOF
       CLOSE Billing-Sent-File
       PERFORM Check-File-Status
    END-IF
    .

Read-Sent-Item.
    READ Billing-Sent-File
       AT END      SET Sent-EOF TO TRUE
       NOT AT END  PERFORM Store-Sent-Item
    END-READ
    .

Store-Sent-Item.
    IF Sent-Item-Count < Max-Sent-Items
       ADD 1 TO Sent-Item-Count
       MOVE BS-Status       TO ST-Status (Sent-Item-Count)
       MOVE BS-Sent-Date    TO ST-Sent-Date (Sent-Item-Count)
       MOVE BS-Detail-Image TO ST-Image (Sent-Item-Count)
    ELSE
       SET Sent-Table-Overflowed TO TRUE
    END-IF
    .


*>-----------------------------------------------------------------
*> Only what the bursar has acknowledged as posted reaches the
*> ledger -- an item they rejected was never owed.
*>-----------------------------------------------------------------
Post-Billing-Item.
    IF ST-Status (Sent-Item-Index) = 'P'
       MOVE SPACES TO Ledger-Record
       MOVE ST-Student-ID (Sent-Item-Index)     TO LE-Student-ID
       MOVE ST-Effective-Date (Sent-Item-Index) TO LE-Entry-Date
       MOVE ST-Term (Sent-Item-Index)           TO LE-Term
       MOVE ST-Course-ID (Sent-Item-Index)      TO LE-Course-ID
       MOVE ST-Amount (Sent-Item-Index)         TO LE-Amount
       MOVE Todays-Run-Date                     TO LE-Date-Posted
       IF ST-Billing-Code (Sent-Item-Index) = 'A'
          SET LE-Charge TO TRUE
          COMPUTE Due-Day-Number =
             FUNCTION INTEGER-OF-DATE (LE-Entry-Date)
             + Payment-Terms-Days
          COMPUTE LE-Due-Date =
             FUNCTION DATE-OF-INTEGER (Due-Day-Number)
          ADD 1 TO LP-Charges-Posted
          ADD LE-Amount TO LP-Charge-Dollars
       ELSE
          SET LE-Refund TO TRUE
          MOVE ZERO TO LE-Due-Date
          ADD 1 TO LP-Refunds-Posted
          ADD LE-Amount TO LP-Refund-Dollars
       END-IF
       PERFORM Write-Ledger-Entry
       MOVE 'L' TO ST-Status (Sent-Item-Index)
    END-IF
    .

Write-Ledger-Entry.
    MOVE ZERO TO LE-Occurrence
    SET Ledger-Not-Written TO TRUE
    PERFORM Try-Ledger-Write
       UNTIL Ledger-Written
    .

Try-Ledger-Write.
    WRITE Ledger-Record
       INVALID KEY
          IF LE-Occurrence < 99
             ADD 1 TO LE-Occurrence
          ELSE
             DISPLAY 'Program error in Ledger-Write:  '
                     'Should never happen!'
             PERFORM Check-File-Status
          END-IF
       NOT INVALID KEY
          SET Ledger-Written TO TRUE
    END-WRITE
    .


Rewrite-Sent-File.
    MOVE "BURSAR-BILLING-SENT.DAT" TO WS-File-ID
    OPEN OUTPUT Billing-Sent-File
    PERFORM Check-File-Status
    PERFORM Write-One-Sent-Item
       VARYING Sent-Item-Index FROM 1 BY 1
       UNTIL Sent-Item-Index > Sent-Item-Count
    CLOSE Billing-Sent-File
    PERFORM Check-File-Status
    .

Write-One-Sent-Item.
    MOVE ST-Status (Sent-Item-Index)    TO BS-Status
    MOVE ST-Sent-Date (Sent-Item-Index) TO BS-Sent-Date
    MOVE ST-Image (Sent-Item-Index)     TO BS-Detail-Image
    WRITE Billing-Sent-Rec
    .


*>-----------------------------------------------------------------
*> The cashier's payments.  The consumed file is emptied at the
*> end, so a payment refused here survives only on the report --
*> the cashier's office resubmits it once corrected.
*>-----------------------------------------------------------------
Post-Cashier-Payments.
    MOVE "CASHIER-PAYMENTS.DAT" TO WS-File-ID
    OPEN INPUT Cashier-Payment-File
    IF WS-File-Status = "35"
       DISPLAY 'No Cashier-Payments.Dat on file -- no payments '
               'tonight.'
    ELSE
       PERFORM Check-File-Status
       SET Payment-EOF-Not TO TRUE
       PERFORM Read-Cashier-Payment
          UNTIL Payment-EOF
       CLOSE Cashier-Payment-File
       PERFORM Check-File-Status
*>     Consumed: the same payments must never post twice.
       OPEN OUTPUT Cashier-Payment-File
       CLOSE Cashier-Payment-File
    END-IF
    .

Read-Cashier-Payment.
    READ Cashier-Payment-File
       AT END      SET Payment-EOF TO TRUE
       NOT AT END  ADD 1 TO LP-Payments-Read
                   PERFORM Post-One-Payment
    END-READ
    .

Post-One-Payment.
    SET Payment-Postable TO TRUE
    IF CP-Amount = ZERO
       SET Payment-Not-Postable TO TRUE
       MOVE 'NO AMOUNT' TO LPR-Reason
    ELSE
       MOVE CP-Student-ID TO Student-Master-ID
       READ Student-Master-File
          INVALID KEY
             SET Payment-Not-Postable TO TRUE
             MOVE 'STUDENT NOT ON FILE' TO LPR-Reason
       END-READ
    END-IF
    IF Payment-Postable
       MOVE SPACES TO Ledger-Record
       MOVE CP-Student-ID   TO LE-Student-ID
       MOVE CP-Payment-Date TO LE-Entry-Date
       SET LE-Payment TO TRUE
       MOVE CP-Receipt-No   TO LE-Receipt-No
       MOVE CP-Amount       TO LE-Amount
       MOVE ZERO            TO LE-Due-Date
       MOVE Todays-Run-Date TO LE-Date-Posted
       PERFORM Write-Ledger-Entry
       ADD 1 TO LP-Payments-Posted
       ADD CP-Amount TO LP-Payment-Dollars
    ELSE
       ADD 1 TO LP-Payments-Refused
       MOVE CP-Student-ID   TO LPR-Student-ID
       MOVE CP-Receipt-No   TO LPR-Receipt-No
       MOVE CP-Payment-Date TO LPR-Date
       MOVE CP-Amount       TO LPR-Amount
       WRITE LP-Line FROM LP-Refused-Line
    END-IF
    .


Write-Posting-Totals.
    MOVE SPACES TO LP-Line
    WRITE LP-Line
    MOVE 'POSTING TOTALS:' TO LP-Line
    WRITE LP-Line
    MOVE 'Charges posted'     TO LPT-Caption
    MOVE LP-Charges-Posted    TO LPT-Count
    MOVE LP-Charge-Dollars    TO LPT-Dollars
    WRITE LP-Line FROM LP-Total-Line
    MOVE 'Refunds posted'     TO LPT-Caption
    MOVE LP-Refunds-Posted    TO LPT-Count
    MOVE LP-Refund-Dollars    TO LPT-Dollars
    WRITE LP-Line FROM LP-Total-Line
    MOVE 'Payments posted'    TO LPT-Caption
    MOVE LP-Payments-Posted   TO LPT-Count
    MOVE LP-Payment-Dollars   TO LPT-Dollars
    WRITE LP-Line FROM LP-Total-Line
    .
