AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Sep. 2, 2026.
*>             modified Oct. 15, 2026 to leave the new
*>             Audit-Grading-Basis / Audit-Prior-Basis fields SPACE
*>             (letter-graded) on every converted entry
*>             modified Oct. 15, 2026 to leave the new Audit-Permit-ID
*>             SPACES (no permit used) on every converted entry
*>***************************************************************
*> Program Abstract:
*>    One-time conversion of the audit archive to its indexed
    MOVE OA-Student-ID   TO Audit-Student-ID
    MOVE OA-Before-Image TO Audit-Before-Image
    MOVE OA-After-Image  TO Audit-After-Image
    MOVE SPACES          TO Audit-Grading-Basis
                            Audit-Prior-Basis
                            Audit-Permit-ID
    MOVE ZERO TO Audit-Seq
    SET Audit-Rec-Not-Written TO TRUE
    PERFORM Try-Write-Audit-Rec
