*>-----------------------------------------------------------------
*> PROGRAM-REQUIREMENT-RECORD -- shared record layout for
*> Program-Requirements.IDX, the requirements of each program of
*> study (major or minor).  COPY this under an 01-level record name
*> in any FD that describes that file (Program-Requirements-
*> Maintain, which builds it; Students-Maintain, which validates a
*> declared program against it; and Degree-Audit, which audits
*> students against it), so the one true layout is maintained in
*> one place.
*>
*> PR-Key is program, then group, then catalog course, so a whole
*> program is one prefix scan.  A program is three kinds of row:
*>
*>   PR-Program-Row  group and catalog both spaces: the program's
*>                   title, PR-Program-Kind, and in PR-Credits the
*>                   total credits the program requires.  It sorts
*>                   ahead of all the program's other rows.
*>   PR-Group-Row    a group code, catalog spaces: an elective
*>                   group's title and, in PR-Credits, the minimum
*>                   credits the student must earn from its courses.
*>   PR-Course-Row   a group code and a six-character catalog ID
*>                   (the catalog portion of a Course-ID, as on
*>                   Course-Catalog.IDX).  Under group 'RQ' the
*>                   course is required outright; under any other
*>                   group it is one of that elective group's
*>                   courses.  PR-Credits is zero -- a course
*>                   carries the credit hours it was taken for.
*>-----------------------------------------------------------------
   02 PR-Key.
      03 PR-Program-Code       PIC X(6).
      03 PR-Group-Code         PIC X(2).
         88 PR-Required-Group     VALUE 'RQ'.
      03 PR-Catalog-ID         PIC X(6).
   02 PR-Row-Type              PIC X.
      88 PR-Program-Row           VALUE 'P'.
      88 PR-Group-Row             VALUE 'G'.
      88 PR-Course-Row            VALUE 'C'.
   02 PR-Description           PIC X(30).
   02 PR-Credits               PIC 9(3).
   02 PR-Program-Kind          PIC X.
      88 PR-Major                 VALUE 'M'.
      88 PR-Minor                 VALUE 'N'.
   02 PR-Date-Changed          PIC 9(8).
