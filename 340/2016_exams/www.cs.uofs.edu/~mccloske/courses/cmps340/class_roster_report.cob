*>             records to the shared Job-Run-Status.Dat (see
*>             run-status-record.cpy), so the nightly chain can be
*>             reconstructed by Job-Run-History-Report
*>             modified Oct. 15, 2026 to print CONFIDENTIAL in place
*>             of the name of a student under a FERPA
*>             confidentiality flag, and to count the students so
*>             masked through Confidentiality-Log
*>***************************************************************
*> Program Abstract:
*>    Reads Courses.IDX sequentially and produces a formatted,
*>    the only way to see Courses.IDX's contents was an ad hoc
*>    Print-Trans through Courses-Interact.
*>
*>    A student who has asked for directory-information
*>    confidentiality (Student-Confidential) stays on the roster --
*>    the chair still needs the count and the ID to grade -- but
*>    the name prints as CONFIDENTIAL.
*>
*>  INPUT:
*>    Courses.IDX.
*>

01  CRR-Student-File-Status  PIC XX  VALUE "00".

01  Suppression-Request.
    COPY "suppression-request.cpy".

01  CRR-Names-Available-Flag  PIC X  VALUE 'N'.
    88 CRR-Names-Available       VALUE 'Y'.
    88 CRR-Names-Not-Available   VALUE 'N'.
    IF CRR-Names-Available
       CLOSE Student-Master-File
    END-IF
    MOVE 'W'                   TO SX-Request-Code
    MOVE 'CLASS-ROSTER-REPORT' TO SX-Program-Name
    MOVE 'CLASS-ROSTER.RPT'    TO SX-Output-Name
    SET SX-Masked TO TRUE
    CALL 'Confidentiality-Log' USING Suppression-Request
    PERFORM Write-Run-Status-End
    STOP RUN
    .
*> just moved in place by the caller.  A student missing from the
*> master is flagged in the name columns rather than silently left
*> blank -- exactly the typo'd enrollments the master exists to catch.
*> A confidential student's name is masked.
*>-----------------------------------------------------------------
Fetch-Student-Name.
    IF CRR-Names-Available
             MOVE '(NOT ON FILE)' TO CRRS-Last-Name
             MOVE SPACES            TO CRRS-First-Name
          NOT INVALID KEY
             IF Student-Confidential
                MOVE 'CONFIDENTIAL' TO CRRS-Last-Name
                MOVE SPACES         TO CRRS-First-Name
                MOVE 'C'               TO SX-Request-Code
                MOVE Student-Master-ID TO SX-Student-ID
                CALL 'Confidentiality-Log' USING Suppression-Request
             ELSE
                MOVE Student-Last-Name  TO CRRS-Last-Name
                MOVE Student-First-Name TO CRRS-First-Name
             END-IF
       END-READ
    ELSE
       MOVE SPACES TO CRRS-Last-Name
