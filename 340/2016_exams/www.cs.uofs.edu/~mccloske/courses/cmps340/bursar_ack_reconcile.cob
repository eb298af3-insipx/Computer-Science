AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Sep. 2, 2026.
*>             modified Oct. 15, 2026 to carry the 'L' (on the
*>             student's ledger) sent-file status through untouched
*>***************************************************************
*> Program Abstract:
*>    We send Bursar-Billing.Dat every night and had no idea
       88 BA-Rejected      VALUE 'R'.
    02 BA-Ack-Date      PIC 9(8).

*> Same record layout Bursar-Billing-Extract writes.  An 'L' item
*> (posted, and on the student's ledger -- Student-Ledger-Post) was
*> acknowledged long ago and is carried through untouched.
FD  Billing-Sent-File.
01  Billing-Sent-Rec.
    02 BS-Status        PIC X.
       88 BS-Unacknowledged  VALUE 'U'.
       88 BS-Posted          VALUE 'P'.
       88 BS-Ack-Rejected    VALUE 'J'.
       88 BS-Ledger-Posted   VALUE 'L'.
    02 BS-Sent-Date     PIC 9(8).
    02 BS-Detail-Image  PIC X(40).

