AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Sep. 2, 2026.
*>             modified Oct. 15, 2026 for the waitlist's grading
*>             basis byte: the waitlist converts now from the
*>             priority layout this program last produced, each
*>             entry on the letter basis
*>***************************************************************
*> Program Abstract:
*>    One-time conversion of the two cumulative course-suite data
*>    files whose records widened:
*>
*>      Course-Waitlist.Dat -- WL-Grading-Basis was added on the
*>        end (waitlist-record.cpy), after WL-Priority.  Entries
*>        parked before it convert on the letter basis, which is
*>        the basis Waitlist-Promotion enrolled every one of them
*>        on.  (The earlier conversion, which added WL-Priority and
*>        put old entries at priority 5, was run once in Sept.)
*>
*>      Course-Trans-Suspense.Dat -- the suspended transaction
*>        image widened 98 -> 103 when Trans-Term was carved in

FILE SECTION.

*> The waitlist's OLD layout: priority, but no grading basis.
FD  Old-Waitlist-File.
01  Old-Waitlist-Rec.
    02 OW-Term         PIC X(5).
    02 OW-Course-ID    PIC X(9).
    02 OW-Student-ID   PIC X(9).
    02 OW-Date-Added   PIC 9(8).
    02 OW-Priority     PIC 9(1).

FD  Waitlist-File.
01  Waitlist-Rec.
    .

*>-----------------------------------------------------------------
*> An entry parked before the basis was kept on it keeps its place
*> in line (priority and arrival date) and is letter-graded.
*>-----------------------------------------------------------------
Convert-One-Waitlist-Entry.
    MOVE OW-Term       TO WL-Term
    MOVE OW-Course-ID  TO WL-Course-ID
    MOVE OW-Student-ID TO WL-Student-ID
    MOVE OW-Date-Added TO WL-Date-Added
    MOVE OW-Priority   TO WL-Priority
    SET WL-Basis-Letter TO TRUE
    WRITE Waitlist-Rec
    ADD 1 TO CV-Waitlist-Converted
    .
