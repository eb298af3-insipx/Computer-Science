*>-----------------------------------------------------------------
*> CATALOG-RECORD -- shared record layout for Course-Catalog.IDX,
*> the course catalog master.  COPY this under an 01-level record
*> name in any FD that describes that file (Course-Catalog-Maintain,
*> which builds it; Courses-Interact, which validates every Add-Trans
*> against it; and Course-Catalog-Bulletin, which prints it), so the
*> one true layout is maintained in one place.
*>
*> CA-Catalog-ID is the RECORD KEY: the six-character catalog
*> portion of a Course-ID, the same prefix Course-Prereqs.IDX and
*> Course-ID-Generator work in.  Every section of a catalog course
*> takes its official title and credit hours from here unless its
*> Add-Trans says otherwise.  CA-Dept-Code is the owning department,
*> in the four-character code Dept-Class.IDX and Employees.IDX use.
*> A retired course stays on file (its sections in the archive still
*> name it) but may not be offered again.
*>-----------------------------------------------------------------
   02 CA-Catalog-ID     PIC X(6).
   02 CA-Course-Title   PIC X(30).
   02 CA-Credit-Hours   PIC 9(2).
   02 CA-Dept-Code      PIC X(4).
   02 CA-Status         PIC X.
      88 CA-Active         VALUE 'A'.
      88 CA-Retired        VALUE 'R'.
