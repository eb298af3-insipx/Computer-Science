*> Audit-Before-Image/Audit-After-Image stay raw full images of the
*> course record (see the note in Courses-Interact); an Add has no
*> before-image, a Delete no after-image -- both are left SPACES.
*>
*> Audit-Grading-Basis is the enrollment's SC-Grading-Basis on an
*> entry that names a student ('S', 'R', 'W', 'B'), so the bursar
*> feed can price an audit at the audit rate even after the
*> Student-Course.IDX record is gone; a basis change ('B') also
*> carries the basis it replaced in Audit-Prior-Basis.  Both are
*> SPACE on course-level entries.
*>
*> Audit-Permit-ID is the PM-Permit-ID of the registration permit
*> (permit-record.cpy) that admitted the student on an 'S' entry,
*> SPACES on every entry no permit was used for.
*>-----------------------------------------------------------------
   02 Audit-Key.
      03 Audit-Course-ID    PIC X(9).
   02 Audit-Student-ID   PIC X(9).
   02 Audit-Before-Image PIC X(2800).
   02 Audit-After-Image  PIC X(2800).
   02 Audit-Grading-Basis PIC X.
   02 Audit-Prior-Basis  PIC X.
   02 Audit-Permit-ID    PIC X(7).
