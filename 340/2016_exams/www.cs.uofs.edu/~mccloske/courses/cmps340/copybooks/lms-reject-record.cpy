*>-----------------------------------------------------------------
*> LMS-REJECT-RECORD -- shared record layout for LMS-Rejects.Dat,
*> the section and enrollment details the learning-management
*> system rejected in the latest acknowledgment run.  COPY this
*> under an 01-level record name in any FD that describes the file
*> (LMS-Ack-Reconcile writes it, a run's worth at a time;
*> Morning-Operations-Report lists it), so the one true layout is
*> maintained in one place.
*>
*> LJ-Record-Type/LJ-Action are the feed detail's: 'S' section or
*> 'E' enrollment, 'A' add/update or 'D' remove.  LJ-Student-ID is
*> SPACES on a section detail.  LJ-Reason is the LMS's own wording.
*>-----------------------------------------------------------------
   02 LJ-Reject-Date     PIC 9(8).
   02 LJ-Sent-Date       PIC 9(8).
   02 LJ-Record-Type     PIC X.
   02 LJ-Action          PIC X.
   02 LJ-Term            PIC X(5).
   02 LJ-Course-ID       PIC X(9).
   02 LJ-Student-ID      PIC X(9).
   02 LJ-Reason          PIC X(30).
