AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Sep. 2, 2026.
*>             modified Oct. 15, 2026 to carry each enrollment's
*>             SC-Grading-Basis to the surviving ID along with its
*>             grade
*>             modified Oct. 15, 2026 for the student master's wider
*>             audit-trail images (declared major and minor)
*>             modified Oct. 15, 2026 to carry a retiring record's
*>             FERPA confidentiality flag to the survivor (one
*>             person, one request), for the wider trail images
*>             modified Oct. 15, 2026 to carry a waitlist entry's
*>             grading basis through the rewrite of the waitlist
*>             modified Oct. 15, 2026 to require an
*>             Operator-Sign-On session (registrar role, RG)
*>***************************************************************
*> Program Abstract:
*>    The same person shows up twice in Students.IDX under two IDs
*>        for a section the survivor already waits on simply drops;
*>      - the retiring master record is set Student-Inactive, with
*>        a before/after image on Student-Audit-Trail.Dat, so the
*>        old ID stops registering but the record survives;
*>      - a confidentiality request on the retiring record binds
*>        the survivor too: the survivor is flagged, with the
*>        retiring record's request date, and audited as an 'F'.
*>
*>    The run takes the Course-Run-Lock.Dat marker for its length.
*>
    02 SA-Student-ID     PIC X(9).
    02 SA-Date           PIC 9(8).
    02 SA-Time           PIC 9(8).
    02 SA-Before-Image   PIC X(203).
    02 SA-After-Image    PIC X(203).

FD  Run-Lock-File.
01  Run-Lock-Record.
01  Surviving-Student-ID  PIC X(9)  VALUE SPACES.
01  Retiring-Student-ID   PIC X(9)  VALUE SPACES.

01  Retiring-Confidentiality.
    02 RC-Confidential-Flag  PIC X  VALUE 'N'.
       88 RC-Confidential       VALUE 'Y'.
    02 RC-Confidential-Date  PIC 9(8)  VALUE ZERO.

01  SC-Scan-EOF-Flag  PIC X.
    88 SC-Scan-EOF      VALUE 'Y'.
    88 SC-Scan-EOF-Not  VALUE 'N'.
       03 MG-Term       PIC X(5).
       03 MG-Course-ID  PIC X(9).
       03 MG-Grade      PIC X(2).
       03 MG-Grading-Basis  PIC X.
01  Merge-Index  PIC 9(2).

01  Merge-Conflict-Flag  PIC X  VALUE 'N'.
       03 WM-Student-ID  PIC X(9).
       03 WM-Date-Added  PIC 9(8).
       03 WM-Priority    PIC 9(1).
       03 WM-Grading-Basis  PIC X.
       03 WM-Keep-Flag   PIC X.
01  Waitlist-Index   PIC 9(4).
01  Waitlist-Search  PIC 9(4).

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.

01  Operator-Session.
    COPY "operator-session.cpy".

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Paragraph.
    MOVE 'S'    TO OS-Request-Code
    MOVE 'STUDENT-ID-MERGE' TO OS-Program-Name
    MOVE SPACES TO OS-Roles-Allowed
    MOVE 'RG'   TO OS-Role-Allowed (1)
    CALL 'Operator-Sign-On' USING Operator-Session
    IF OS-Refused
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF

    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD

    DISPLAY 'Surviving Student-ID: ' WITH NO ADVANCING
                  TO MG-Course-ID (Merge-Enrollment-Count)
                MOVE SC-Grade
                  TO MG-Grade (Merge-Enrollment-Count)
                MOVE SC-Grading-Basis
                  TO MG-Grading-Basis (Merge-Enrollment-Count)
             END-IF
          ELSE
             SET SC-Scan-EOF TO TRUE
    MOVE MG-Term (Merge-Index)      TO SC-Term
    MOVE MG-Course-ID (Merge-Index) TO SC-Course-ID
    MOVE MG-Grade (Merge-Index)     TO SC-Grade
    MOVE MG-Grading-Basis (Merge-Index) TO SC-Grading-Basis
    WRITE Student-Course-Rec
       INVALID KEY
          DISPLAY 'Duplicate Student-Course key: ', SC-Key
    MOVE Course-ID            TO Audit-Course-ID
    MOVE Course-Term          TO Audit-Term
    MOVE Surviving-Student-ID TO Audit-Student-ID
    MOVE SPACES               TO Audit-Grading-Basis
                                 Audit-Prior-Basis
                                 Audit-Permit-ID
    MOVE Todays-Run-Date      TO Audit-Date
    ACCEPT Audit-Time FROM TIME
    MOVE ZERO TO Audit-Seq
          DISPLAY 'Retiring master vanished mid-merge: '
                  Retiring-Student-ID
       NOT INVALID KEY
          MOVE Student-Confidentiality TO Retiring-Confidentiality
          MOVE Student-Master-Record TO SA-Before-Image
          SET Student-Inactive TO TRUE
          REWRITE Student-Master-Record
          ACCEPT SA-Time FROM TIME
          WRITE Student-Audit-Rec
    END-READ
    IF RC-Confidential
       PERFORM Carry-Confidentiality
    END-IF
    .

Carry-Confidentiality.
    MOVE Surviving-Student-ID TO Student-Master-ID
    READ Student-Master-File
       INVALID KEY
          DISPLAY 'Surviving master vanished mid-merge: '
                  Surviving-Student-ID
       NOT INVALID KEY
          IF NOT Student-Confidential
             MOVE Student-Master-Record TO SA-Before-Image
             MOVE RC-Confidential-Flag TO Student-Confidential-Flag
             MOVE RC-Confidential-Date TO Student-Confidential-Date
             REWRITE Student-Master-Record
                INVALID KEY
                   DISPLAY 'Program error in merge:  '
                           'Should never happen!'
                   PERFORM Check-File-Status
             END-REWRITE
             MOVE Student-Master-Record  TO SA-After-Image
             MOVE 'F'                    TO SA-Trans-Type
             MOVE Surviving-Student-ID   TO SA-Student-ID
             MOVE Todays-Run-Date        TO SA-Date
             ACCEPT SA-Time FROM TIME
             WRITE Student-Audit-Rec
             DISPLAY 'Confidentiality flag carried to '
                     Surviving-Student-ID
          END-IF
    END-READ
    .


       MOVE WL-Student-ID TO WM-Student-ID (Waitlist-Entry-Count)
       MOVE WL-Date-Added TO WM-Date-Added (Waitlist-Entry-Count)
       MOVE WL-Priority   TO WM-Priority (Waitlist-Entry-Count)
       MOVE WL-Grading-Basis TO WM-Grading-Basis (Waitlist-Entry-Count)
       MOVE 'Y'           TO WM-Keep-Flag (Waitlist-Entry-Count)
    ELSE
       SET Waitlist-Table-Overflowed TO TRUE
       MOVE WM-Student-ID (Waitlist-Index) TO WL-Student-ID
       MOVE WM-Date-Added (Waitlist-Index) TO WL-Date-Added
       MOVE WM-Priority (Waitlist-Index)   TO WL-Priority
       MOVE WM-Grading-Basis (Waitlist-Index) TO WL-Grading-Basis
       WRITE Waitlist-Rec
    END-IF
    .
