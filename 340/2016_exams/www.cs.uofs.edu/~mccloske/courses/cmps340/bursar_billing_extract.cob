*>             section in the same run that writes its displaced
*>             students' 'R' entries, and those refunds were
*>             pricing at zero dollars
*>             modified Oct. 15, 2026 to bill an audit enrollment
*>             (Audit-Grading-Basis 'A' on its 'S' or 'R' entry) at
*>             the per-credit audit rate -- new 'A' records on
*>             Tuition-Rates.Dat, by student level like the 'T'
*>             rates -- and to re-price a 'B' grading-basis change
*>             into or out of audit as a refund at the old basis
*>             plus a charge at the new one
*>             modified Oct. 15, 2026 for the 'L' sent-file status
*>             Student-Ledger-Post sets on an item it has posted
*>***************************************************************
*> Program Abstract:
*>    Every Add-Student and Drop-Student has a tuition consequence,

*> The rate table the registrar and bursar maintain together: 'T'
*> records give the per-credit-hour tuition rate for a student
*> level (spaces = the default rate), 'A' records the per-credit
*> audit rate in the same shape, 'F' records a flat per-section
*> course fee.
FD  Tuition-Rate-File
       RECORD CONTAINS 17 CHARACTERS.
01  Tuition-Rate-Record.
*> One record per billing detail ever sent, cumulative across runs
*> (EXTEND).  BS-Status starts 'U' here; Bursar-Ack-Reconcile is
*> what moves it to 'P' (posted) or 'J' (rejected) when the
*> bursar's acknowledgment arrives, and Student-Ledger-Post moves a
*> posted item on to 'L' once it is on the student's ledger.
FD  Billing-Sent-File.
01  Billing-Sent-Rec.
    02 BS-Status        PIC X.
       88 BS-Unacknowledged  VALUE 'U'.
       88 BS-Posted          VALUE 'P'.
       88 BS-Ack-Rejected    VALUE 'J'.
       88 BS-Ledger-Posted   VALUE 'L'.
    02 BS-Sent-Date     PIC 9(8).
    02 BS-Detail-Image  PIC X(40).

       03 LR-Rate   PIC 9(5)V99.
01  Level-Rate-Index  PIC 9(2).

*> The per-credit audit rates by student level ('A' records).  An
*> audit whose level has no row, and no default row either, prices
*> at the ordinary tuition rate -- warned on the console.
01  Max-Audit-Rates    PIC 9(2)  VALUE 10.
01  Audit-Rate-Count   PIC 9(2)  VALUE ZERO.
01  Audit-Rate-Table.
    02 Audit-Rate-Entry  OCCURS 0 TO 10 TIMES
                         DEPENDING ON Audit-Rate-Count.
       03 AR-Level  PIC X(2).
       03 AR-Rate   PIC 9(5)V99.
01  Audit-Rate-Index  PIC 9(2).

*> The grading basis the detail prices at -- 'A' takes the audit
*> rate, anything else the tuition rate.
01  Billing-Basis  PIC X  VALUE SPACE.
    88 Billing-Basis-Audit  VALUE 'A'.

01  Max-Course-Fees    PIC 9(3)  VALUE 500.
01  Course-Fee-Count   PIC 9(3)  VALUE ZERO.
01  Course-Fee-Table.
Extract-Billing-Detail.
    IF Audit-Date = Todays-Run-Date
          AND (Audit-Trans-Type = 'S'  OR  Audit-Trans-Type = 'R')
       MOVE Audit-Grading-Basis TO Billing-Basis
       MOVE 'B'              TO BB-Record-Type
       MOVE Audit-Student-ID TO BB-Student-ID
       MOVE Audit-Term       TO BB-Term
       PERFORM Price-Billing-Detail
       PERFORM Hold-Billing-Detail
    END-IF
    IF Audit-Date = Todays-Run-Date  AND  Audit-Trans-Type = 'B'
          AND Audit-Prior-Basis NOT = Audit-Grading-Basis
          AND (Audit-Prior-Basis = 'A'  OR  Audit-Grading-Basis = 'A')
       PERFORM Extract-Basis-Change-Details
    END-IF
    .

*>-----------------------------------------------------------------
*> A grading-basis change into or out of audit changes what the
*> enrollment costs: the old basis's price is refunded and the new
*> basis's charged, so the bursar posts the difference without the
*> feed having to carry a signed amount.  (Letter and pass/fail
*> price alike, so a change between them bills nothing.)
*>-----------------------------------------------------------------
Extract-Basis-Change-Details.
    MOVE 'B'              TO BB-Record-Type
    MOVE Audit-Student-ID TO BB-Student-ID
    MOVE Audit-Term       TO BB-Term
    MOVE Audit-Course-ID  TO BB-Course-ID
    MOVE Audit-Date       TO BB-Effective-Date

    MOVE Audit-Prior-Basis TO Billing-Basis
    MOVE 'D' TO BB-Billing-Code
    ADD 1 TO BE-Refunds
    PERFORM Price-Billing-Detail
    PERFORM Hold-Billing-Detail

    MOVE Audit-Grading-Basis TO Billing-Basis
    MOVE 'A' TO BB-Billing-Code
    ADD 1 TO BE-Charges
    PERFORM Price-Billing-Detail
    PERFORM Hold-Billing-Detail
    .

*>-----------------------------------------------------------------
             MOVE TR-Per-Credit-Rate
               TO LR-Rate (Level-Rate-Count)
          END-IF
       WHEN 'A'
          IF Audit-Rate-Count < Max-Audit-Rates
             ADD 1 TO Audit-Rate-Count
             MOVE TR-Level TO AR-Level (Audit-Rate-Count)
             MOVE TR-Per-Credit-Rate
               TO AR-Rate (Audit-Rate-Count)
          END-IF
       WHEN 'F'
          IF Course-Fee-Count < Max-Course-Fees
             ADD 1 TO Course-Fee-Count
*> Prices the detail currently in Billing-Detail-Rec: the section's
*> Course-Credit-Hours (keyed read of Courses.IDX) times the
*> student level's per-credit rate, plus the section's course fee
*> if one is on the table.  An audit takes the level's audit rate
*> in place of its tuition rate.  A refund prices the same as the
*> charge it reverses -- BB-Billing-Code carries the direction.
*>-----------------------------------------------------------------
Price-Billing-Detail.
    MOVE SPACES TO Billing-Student-Level
       PERFORM Price-From-Audit-Image
    END-IF
    PERFORM Find-Level-Rate
    IF Billing-Basis-Audit
       PERFORM Find-Audit-Rate
    END-IF
    PERFORM Find-Course-Fee
    COMPUTE Detail-Amount
       = Detail-Credit-Hours * Detail-Tuition-Rate
    END-IF
    .

*>-----------------------------------------------------------------
*> The student level's 'A' audit rate, or the default ('  ') audit
*> rate; with neither, Detail-Tuition-Rate keeps the 'T' rate.
*>-----------------------------------------------------------------
Find-Audit-Rate.
    SET Rate-Not-Found TO TRUE
    PERFORM Search-Audit-Rates
       VARYING Audit-Rate-Index FROM 1 BY 1
       UNTIL Audit-Rate-Index > Audit-Rate-Count
          OR Rate-Found
    IF Rate-Not-Found  AND  Billing-Student-Level NOT = SPACES
       PERFORM Search-Default-Audit-Rate
          VARYING Audit-Rate-Index FROM 1 BY 1
          UNTIL Audit-Rate-Index > Audit-Rate-Count
             OR Rate-Found
    END-IF
    IF Rate-Not-Found
       DISPLAY 'No audit rate on Tuition-Rates.Dat for level '
               Billing-Student-Level ' -- audit by ' BB-Student-ID
               ' in ' BB-Course-ID ' priced at the tuition rate'
    END-IF
    .

Search-Audit-Rates.
    IF AR-Level (Audit-Rate-Index) = Billing-Student-Level
       SET Rate-Found TO TRUE
       MOVE AR-Rate (Audit-Rate-Index) TO Detail-Tuition-Rate
    END-IF
    .

Search-Default-Audit-Rate.
    IF AR-Level (Audit-Rate-Index) = SPACES
       SET Rate-Found TO TRUE
       MOVE AR-Rate (Audit-Rate-Index) TO Detail-Tuition-Rate
    END-IF
    .

Find-Course-Fee.
    MOVE ZERO TO Detail-Course-Fee
    SET Rate-Not-Found TO TRUE
