*> anything while the master was nine bytes of ID, a name, and a
*> status byte.  Contact fields may legitimately be spaces -- a
*> student the registrar has no address for yet.
*>
*> Student-Program is the student's declared program of study: a
*> major and, optionally, a minor, each a PR-Program-Code on
*> Program-Requirements.IDX (see program-requirement-record.cpy),
*> declared through Students-Maintain's 'P' change subtype and
*> audited against by Degree-Audit.  Spaces means undeclared.
*>
*> Student-Confidentiality is the student's FERPA directory-
*> information block: Student-Confidential set ('Y') means the
*> student has asked that nothing identifying them be disclosed, and
*> Student-Confidential-Date is the date of that request (or of the
*> request that released it).  Set and released through
*> Students-Maintain's 'F' change subtype.  Every report or extract
*> that leaves the registrar's office with names or contact data on
*> it masks ("CONFIDENTIAL") or omits a flagged student, and counts
*> the suppression through Confidentiality-Log.
*>-----------------------------------------------------------------
   02 Student-Master-ID        PIC X(9).
   02 Student-Name.
      03 Student-Zip              PIC X(10).
      03 Student-Phone            PIC X(14).
      03 Student-Email            PIC X(40).
   02 Student-Program.
      03 Student-Major-Program    PIC X(6).
      03 Student-Minor-Program    PIC X(6).
   02 Student-Confidentiality.
      03 Student-Confidential-Flag  PIC X.
         88 Student-Confidential       VALUE 'Y'.
         88 Student-Not-Confidential   VALUES 'N' SPACE.
      03 Student-Confidential-Date  PIC 9(8).
