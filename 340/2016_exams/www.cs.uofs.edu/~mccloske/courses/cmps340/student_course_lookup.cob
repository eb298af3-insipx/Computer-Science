*>             Courses-Backup), labeled with its as-of timestamp,
*>             whenever the run lock is held -- instead of refusing
*>             outright for the whole batch window
*>             modified Oct. 15, 2026 to carry SC-Grading-Basis in
*>             the shadow record layout
*>***************************************************************
*> Program Abstract:
*>    Answers "what courses is this student enrolled in" directly
       03 SSC-Term        PIC X(5).
       03 SSC-Course-ID   PIC X(9).
    02 SSC-Grade          PIC X(2).
    02 SSC-Grading-Basis  PIC X.

FD  Shadow-Control-File.
01  Shadow-Control-Record.
