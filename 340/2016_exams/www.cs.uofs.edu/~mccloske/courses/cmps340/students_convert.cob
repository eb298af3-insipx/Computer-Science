AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Sep. 2, 2026.
*>             modified Oct. 15, 2026 to start the new declared
*>             major and minor (Student-Program) as spaces --
*>             undeclared -- on every converted student
*>             modified Oct. 15, 2026 to start the new FERPA
*>             confidentiality flag as not confidential, with no
*>             request date, on every converted student
*>***************************************************************
*> Program Abstract:
*>    One-time conversion of the student master to its widened
    MOVE OS-Status      TO Student-Status
    MOVE SPACES         TO Student-Class-Level
                           Student-Contact
                           Student-Program
    MOVE 'N'            TO Student-Confidential-Flag
    MOVE ZERO           TO Student-Confidential-Date
    WRITE Student-Master-Record
       INVALID KEY
          DISPLAY 'Duplicate Student-ID in the old master: '
