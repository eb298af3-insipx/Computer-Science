*>             programs can keep answering (clearly labeled) while
*>             Courses-Interact holds the run lock instead of
*>             leaving the front desk blind for the update window
*>             modified Oct. 15, 2026 for the 26-byte
*>             Student-Course.IDX record (SC-Grading-Basis), in the
*>             SC generation images and the query shadow alike
*>***************************************************************
*> Program Abstract:
*>    Until now the only safety copy of Courses.IDX was whatever an
01  OB3-Record  PIC X(26).

FD  SC-Backup-G1.
01  SB1-Record  PIC X(26).
FD  SC-Backup-G2.
01  SB2-Record  PIC X(26).
FD  SC-Backup-G3.
01  SB3-Record  PIC X(26).

FD  Recovery-Image-File
       RECORD CONTAINS 100 TO 2800 CHARACTERS.
       03 SSC-Term        PIC X(5).
       03 SSC-Course-ID   PIC X(9).
    02 SSC-Grade          PIC X(2).
    02 SSC-Grading-Basis  PIC X.

*> One record: when the shadow was taken, so an answer served from
*> it can say how stale it is.
