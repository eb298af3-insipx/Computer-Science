*> moment the entry is parked (1 = senior ... 5 = first-year or no
*> level on file) and Waitlist-Promotion processes each section by
*> priority, then arrival date.
*>
*> WL-Grading-Basis is the basis the student chose on the
*> Add-Student-Trans that was waitlisted (or held on the enrollment
*> a Transfer was moving), with the values of SC-Grading-Basis, so a
*> promotion enrolls the student on it.  An entry parked before the
*> byte existed converts as letter (see Course-Files-Convert).
*>-----------------------------------------------------------------
   02 WL-Term         PIC X(5).
   02 WL-Course-ID    PIC X(9).
   02 WL-Student-ID   PIC X(9).
   02 WL-Date-Added   PIC 9(8).
   02 WL-Priority     PIC 9(1).
   02 WL-Grading-Basis  PIC X.
      88 WL-Basis-Letter     VALUES 'L' SPACE.
      88 WL-Basis-Pass-Fail  VALUE 'P'.
      88 WL-Basis-Audit      VALUE 'A'.
