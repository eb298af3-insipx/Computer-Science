*>-----------------------------------------------------------------
*> REGISTRATION-REQUEST-RECORD -- shared record layout for
*> Registration-Requests.Dat, the students' ranked registration
*> requests.  COPY this under an 01-level record name in any FD that
*> describes that file (Registration-Request-Entry, which appends
*> them; Registration-Request-Process, which works them and
*> rewrites the file with each one's outcome), so the one true
*> layout is maintained in one place.
*>
*> One record per course a student wants, RQ-Course-Rank being the
*> student's own order of preference among their courses.
*> RQ-Section-Choice (1) is the first-choice section, (2) through
*> (4) the ranked alternates (spaces where fewer were given).
*> RQ-Grading-Basis is the basis the add is requested on, as on an
*> Add-Student transaction.  A request is 'P' until a processing
*> run reaches it; then 'G' (granted -- RQ-Granted-Course-ID and
*> RQ-Granted-Choice say which section) or 'U' (unplaced --
*> RQ-Reason-Code is Courses-Interact's rejection code for the
*> first choice: RF full, TC time conflict, DE already enrolled,
*> CL course load, PQ prerequisite, KN no such section, HL hold,
*> SU/SI student unknown/inactive).
*>-----------------------------------------------------------------
   02 RQ-Student-ID          PIC X(9).
   02 RQ-Term                PIC X(5).
   02 RQ-Course-Rank         PIC 9(2).
   02 RQ-Date-Submitted      PIC 9(8).
   02 RQ-Section-Choice      PIC X(9)  OCCURS 4 TIMES.
   02 RQ-Grading-Basis       PIC X.
   02 RQ-Status              PIC X.
      88 RQ-Pending             VALUE 'P'.
      88 RQ-Granted             VALUE 'G'.
      88 RQ-Unplaced            VALUE 'U'.
   02 RQ-Granted-Course-ID   PIC X(9).
   02 RQ-Granted-Choice      PIC 9(1).
   02 RQ-Reason-Code         PIC X(2).
   02 RQ-Date-Processed      PIC 9(8).
