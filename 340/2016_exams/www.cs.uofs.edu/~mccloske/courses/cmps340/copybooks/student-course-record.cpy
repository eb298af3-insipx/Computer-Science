*> the course.  SC-Grade is the grade of record for the enrollment
*> and lives ONLY here -- see Courses-Interact's Grade transactions
*> and Term-Rollover's archive step.
*>
*> SC-Grading-Basis is the basis the student chose on the Add-Student
*> transaction (changeable by a Basis-Change transaction until the
*> term's CAL-Last-Basis-Date): letter grade, pass/fail, or audit.
*> It decides which grade codes a Grade transaction may post -- 'P '
*> and 'NP' only to a pass/fail enrollment, 'AU' only to an audit.
*> A record written before the field existed reads as SPACE, which
*> is the letter basis.
*>-----------------------------------------------------------------
   02 SC-Key.
      03 SC-Student-ID  PIC X(9).
      03 SC-Term        PIC X(5).
      03 SC-Course-ID   PIC X(9).
   02 SC-Grade          PIC X(2).
   02 SC-Grading-Basis  PIC X.
      88 SC-Basis-Letter     VALUES 'L' SPACE.
      88 SC-Basis-Pass-Fail  VALUE 'P'.
      88 SC-Basis-Audit      VALUE 'A'.
