*>             posted for a term, recover a damaged index from
*>             Courses-Backup/Courses-Restore instead of rerunning
*>             this program.
*>             modified Oct. 15, 2026 to write every rebuilt entry on
*>             the letter grading basis -- SC-Grading-Basis, like
*>             SC-Grade, lives only in Student-Course.IDX, so the
*>             CAUTION above applies to it as well
*>***************************************************************
*> Program Abstract:
*>    Courses.IDX is keyed by Course-ID only, so answering "what
    MOVE Course-Term                TO SC-Term
    MOVE Course-ID                  TO SC-Course-ID
    MOVE SPACES                     TO SC-Grade
    SET SC-Basis-Letter             TO TRUE
    WRITE Student-Course-Rec
       INVALID KEY
          ADD 1 TO SCB-Duplicate-Keys
          MOVE Course-Term          TO SC-Term
          MOVE Course-ID            TO SC-Course-ID
          MOVE SPACES               TO SC-Grade
          SET SC-Basis-Letter       TO TRUE
          WRITE Student-Course-Rec
             INVALID KEY
                ADD 1 TO SCB-Duplicate-Keys
