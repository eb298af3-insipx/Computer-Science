*>-----------------------------------------------------------------
*> STUDENT-HISTORY-RECORD -- shared record layout for
*> Student-History.IDX, the keyed per-student academic history.
*> COPY this under an 01-level record name in any FD that describes
*> that file (Term-Rollover's archive step and Student-History-Build
*> write it, Grade-Change keeps its grades in step, and
*> Courses-Interact's prerequisite check, Student-Transcript, and
*> Academic-Standing read it back), so the one true layout is
*> maintained in one place.
*>
*> Course-Term-History.Dat stays the archive of record, full course
*> images and all, but it is sequential: every reader wanting one
*> student's grades had to walk the whole of it, and it grows by a
*> term every term.  This file carries the same enrollment facts as
*> the archive's 'E' records, keyed the way the readers ask.
*>
*> HS-Key is student first, then term, then course -- the same shape
*> as SC-Key on Student-Course.IDX -- so one student's whole record
*> is one START/READ NEXT prefix scan.  HS-Credit-Hours and
*> HS-Course-Title are copied from the section's course image when
*> the term is archived, so no reader needs the 'C' images at all.
*> HS-Archive-Date is the day Term-Rollover archived the term; terms
*> archive in order, so it sorts a student's terms chronologically
*> where the term codes themselves may not.
*>-----------------------------------------------------------------
   02 HS-Key.
      03 HS-Student-ID     PIC X(9).
      03 HS-Term           PIC X(5).
      03 HS-Course-ID      PIC X(9).
   02 HS-Grade             PIC X(2).
   02 HS-Credit-Hours      PIC 9(2).
   02 HS-Course-Title      PIC X(30).
   02 HS-Archive-Date      PIC 9(8).
