*>
*>    Courses-Interact's Check-Prerequisites enforces this file
*>    against every Add-Student-Trans, checking the student's
*>    archived grades in Student-History.IDX.
*>
*>    Any transaction that cannot be applied is copied, along with a
*>    two-character reason code, to Course-Prereq-Trans-Errors.Dat.
