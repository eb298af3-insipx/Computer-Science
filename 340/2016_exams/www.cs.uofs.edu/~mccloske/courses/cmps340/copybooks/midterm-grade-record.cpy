*>-----------------------------------------------------------------
*> MIDTERM-GRADE-RECORD -- shared record layout for
*> Midterm-Grades.IDX, the mid-term deficiency grades.  COPY this
*> under an 01-level record name in any FD that describes that file
*> (Midterm-Grade-Entry, which keys it; Early-Alert-Notices, which
*> reads it), so the one true layout is maintained in one place.
*>
*> A mid-term grade is a warning, not a grade of record: it lives
*> only here, never in SC-Grade, so nothing that posts, archives,
*> or computes a GPA ever sees it.
*>
*> MG-Key has the same shape as SC-Key on Student-Course.IDX --
*> student, then term, then course -- so one student's mid-term
*> grades are one START/READ NEXT prefix scan.  Re-entering a
*> student's grade in a section replaces the earlier one.
*>-----------------------------------------------------------------
   02 MG-Key.
      03 MG-Student-ID     PIC X(9).
      03 MG-Term           PIC X(5).
      03 MG-Course-ID      PIC X(9).
   02 MG-Grade             PIC X(2).
      88 MG-Grade-Deficient   VALUES 'D+' 'D ' 'F '.
   02 MG-Date-Entered      PIC 9(8).
