*>             of a front-to-back scan of the whole file -- the
*>             queries that took seconds in August and minutes by
*>             November take seconds again
*>             modified Oct. 15, 2026 to describe Courses-Interact's
*>             'W' (student withdrawn) entries and show their
*>             student, as for an enrollment or a drop
*>             modified Oct. 15, 2026 to describe the 'B' (grading
*>             basis changed) entries, with their student and the
*>             old and new basis
*>             modified Oct. 15, 2026 to show the override permit
*>             number on an enrollment a permit admitted
*>***************************************************************
*> Program Abstract:
*>    Courses-Interact and Waitlist-Promotion now accumulate their
       WHEN 'D'  MOVE 'COURSE DELETED'          TO AHE-Description
       WHEN 'S'  MOVE 'STUDENT ENROLLED'        TO AHE-Description
       WHEN 'R'  MOVE 'STUDENT DROPPED'         TO AHE-Description
       WHEN 'W'  MOVE 'STUDENT WITHDRAWN'       TO AHE-Description
       WHEN 'X'  MOVE 'SECTION CANCELLED'       TO AHE-Description
       WHEN 'I'  MOVE 'INSTRUCTOR ASSIGNED'     TO AHE-Description
       WHEN 'B'  MOVE 'GRADING BASIS CHANGED'   TO AHE-Description
       WHEN OTHER MOVE 'UNRECOGNIZED TRANS TYPE' TO AHE-Description
    END-EVALUATE
    PERFORM Write-AH-Entry-Line

    IF Audit-Trans-Type = 'S'  OR  Audit-Trans-Type = 'R'
          OR Audit-Trans-Type = 'W'  OR  Audit-Trans-Type = 'B'
       MOVE 'STUDENT'          TO AHC-Field-Name
       MOVE SPACES             TO AHC-Old-Value
       MOVE Audit-Student-ID   TO AHC-New-Value
       PERFORM Write-AH-Change-Line
    END-IF

    IF Audit-Trans-Type = 'B'
       MOVE 'BASIS'             TO AHC-Field-Name
       MOVE Audit-Prior-Basis   TO AHC-Old-Value
       MOVE Audit-Grading-Basis TO AHC-New-Value
       PERFORM Write-AH-Change-Line
    END-IF

    IF Audit-Trans-Type = 'S'  AND  Audit-Permit-ID NOT = SPACES
       MOVE 'PERMIT'            TO AHC-Field-Name
       MOVE SPACES              TO AHC-Old-Value
       MOVE Audit-Permit-ID     TO AHC-New-Value
       PERFORM Write-AH-Change-Line
    END-IF

*>  'A' has no before-image and 'D'/'X' no after-image, so there is
*>  nothing sensible to diff for those.
    IF Audit-Trans-Type NOT = 'A'  AND  Audit-Trans-Type NOT = 'D'
