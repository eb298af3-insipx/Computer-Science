AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Aug. 22, 2026.
*>             modified Oct. 15, 2026 to carry each enrollment's
*>             SC-Grading-Basis to the new Course-ID along with its
*>             grade
*>             modified Oct. 15, 2026 to require an
*>             Operator-Sign-On session (registrar role, RG)
*>***************************************************************
*> Program Abstract:
*>    When a department's prefix changes (the CMPS programs were
    02 RK-SC-Rekeyed        PIC 9(5)  VALUE ZERO.

01  RK-Saved-Grade  PIC X(2)  VALUE SPACES.
01  RK-Saved-Basis  PIC X     VALUE SPACES.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.

    88 Audit-Rec-Written      VALUE 'Y'.
    88 Audit-Rec-Not-Written  VALUE 'N'.

01  Operator-Session.
    COPY "operator-session.cpy".

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Paragraph.
    MOVE 'S'    TO OS-Request-Code
    MOVE 'DEPARTMENT-REKEY' TO OS-Program-Name
    MOVE SPACES TO OS-Roles-Allowed
    MOVE 'RG'   TO OS-Role-Allowed (1)
    CALL 'Operator-Sign-On' USING Operator-Session
    IF OS-Refused
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF

    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD

    DISPLAY 'Term to re-key within:     ' WITH NO ADVANCING
    MOVE 'D' TO Audit-Trans-Type
    MOVE SPACES TO Audit-After-Image
                   Audit-Student-ID
                   Audit-Grading-Basis
                   Audit-Prior-Basis
                   Audit-Permit-ID
    PERFORM Write-Audit-Record

    PERFORM Rekey-SC-Entries
    MOVE 'A' TO Audit-Trans-Type
    MOVE SPACES TO Audit-Before-Image
                   Audit-Student-ID
                   Audit-Grading-Basis
                   Audit-Prior-Basis
                   Audit-Permit-ID
    PERFORM Write-Audit-Record
    DISPLAY 'Re-keyed ' RK-Old-Course-ID ' -> ' RK-New-Course-ID
    .
    MOVE Rekey-Term                TO SC-Term
    MOVE RK-Old-Course-ID          TO SC-Course-ID
    MOVE SPACES                    TO RK-Saved-Grade
                                      RK-Saved-Basis
    READ Student-Course-File
       INVALID KEY
          DISPLAY 'Student-Course key already absent: ', SC-Key
       NOT INVALID KEY
          MOVE SC-Grade         TO RK-Saved-Grade
          MOVE SC-Grading-Basis TO RK-Saved-Basis
          DELETE Student-Course-File
             INVALID KEY
                DISPLAY 'Program error in re-key:  '
    MOVE Rekey-Term                TO SC-Term
    MOVE RK-New-Course-ID          TO SC-Course-ID
    MOVE RK-Saved-Grade            TO SC-Grade
    MOVE RK-Saved-Basis            TO SC-Grading-Basis
    WRITE Student-Course-Rec
       INVALID KEY
          DISPLAY 'Duplicate Student-Course key: ', SC-Key
    MOVE Rekey-Term          TO SC-Term
    MOVE RK-Old-Course-ID    TO SC-Course-ID
    MOVE SPACES              TO RK-Saved-Grade
                                RK-Saved-Basis
    READ Student-Course-File
       INVALID KEY
          DISPLAY 'Student-Course key already absent: ', SC-Key
       NOT INVALID KEY
          MOVE SC-Grade         TO RK-Saved-Grade
          MOVE SC-Grading-Basis TO RK-Saved-Basis
          DELETE Student-Course-File
             INVALID KEY
                DISPLAY 'Program error in re-key:  '
    MOVE Rekey-Term          TO SC-Term
    MOVE RK-New-Course-ID    TO SC-Course-ID
    MOVE RK-Saved-Grade      TO SC-Grade
    MOVE RK-Saved-Basis      TO SC-Grading-Basis
    WRITE Student-Course-Rec
       INVALID KEY
          DISPLAY 'Duplicate Student-Course key: ', SC-Key
