*>-----------------------------------------------------------------
*> SECTION-LINK-RECORD -- shared record layout for
*> Section-Links.IDX, the lecture/companion section links.  COPY
*> this under an 01-level record name in any FD that describes that
*> file (Section-Links-Maintain, which builds it; Courses-Interact,
*> which enforces it; and Section-Link-Exceptions, which reports
*> against it), so the one true layout is maintained in one place.
*>
*> One record per allowed companion (lab or recitation) of a
*> lecture section in a term.  SL-Key (term, lecture, companion) is
*> the RECORD KEY, so a lecture's companions are one prefix scan.
*> SL-Companion-Key repeats the term and companion as an ALTERNATE
*> KEY (with duplicates), so a companion's lecture is a keyed
*> lookup too; Section-Links-Maintain keeps the two in step.  A
*> student in either half of a linked pair must be in the other.
*>-----------------------------------------------------------------
   02 SL-Key.
      03 SL-Term               PIC X(5).
      03 SL-Lecture-ID         PIC X(9).
      03 SL-Companion-ID       PIC X(9).
   02 SL-Companion-Key.
      03 SL-Alt-Term           PIC X(5).
      03 SL-Alt-Companion-ID   PIC X(9).
   02 SL-Date-Linked           PIC 9(8).
