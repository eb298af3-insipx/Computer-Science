IDENTIFICATION DIVISION.
PROGRAM-ID.  Enrollment-Verification-Letter.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>             modified Oct. 15, 2026 to require an
*>             Operator-Sign-On session (registrar role, RG)
*>             modified Oct. 15, 2026 to withhold the letter of a
*>             student under a FERPA confidentiality flag unless the
*>             student's written consent is on file, counted through
*>             Confidentiality-Log
*>***************************************************************
*> Program Abstract:
*>    The registrar's counter asks for a letter a student can hand
*>    to a lender or an insurer.  This console program takes the
*>    name of the official signing for the session, then one
*>    Student-ID at a time (blank to quit) and, for each, the term
*>    (blank for the current term: Course-Term-Control.Dat; default
*>    'CURR1'), and prints a one-page signed letter certifying the
*>    student's enrollment status and credit hours for the term.
*>    The status is worked out on the spot the way
*>    Enrollment-Verification-Extract works it out for the
*>    clearinghouse -- the same Enrollment-Thresholds.Dat rows,
*>    the same default, withdrawals and audits carrying no hours --
*>    so the letter and the feed never disagree; the day the status
*>    last went to the clearinghouse is quoted from
*>    Enrollment-Status.IDX when it is there.
*>
*>    A student who has asked for directory-information
*>    confidentiality (Student-Confidential) gets a letter only when
*>    the operator answers Y to the prompt that the student's signed
*>    consent is on file; otherwise the letter is withheld and
*>    counted through Confidentiality-Log.
*>
*>  INPUT:
*>    Students.IDX, Student-Course.IDX, Courses.IDX,
*>    Enrollment-Thresholds.Dat (optional), Enrollment-Status.IDX
*>    (optional), Term-Calendar.IDX (optional), Course-Term-
*>    Control.Dat (optional); the signer, Student-IDs, and terms
*>    keyed at the console.
*>
*>  OUTPUT:
*>    Enrollment-Verification-Letters.Rpt, one page per letter.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Student-Master-File  ASSIGN TO "Students.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS Student-Master-ID
       FILE STATUS IS WS-File-Status.

    SELECT Student-Course-File  ASSIGN TO "Student-Course.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS SC-Key
       FILE STATUS IS WS-File-Status.

    SELECT Indexed-File  ASSIGN TO "Courses.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS Course-Key
       FILE STATUS IS WS-File-Status.

    SELECT Enrollment-Status-File  ASSIGN TO "Enrollment-Status.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS EV-Key
       FILE STATUS IS VL-Status-File-Status.

    SELECT Threshold-File  ASSIGN TO "Enrollment-Thresholds.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Term-Calendar-File  ASSIGN TO "Term-Calendar.IDX"
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS CAL-Term
       FILE STATUS IS VL-Calendar-File-Status.

    SELECT Term-Control-File  ASSIGN TO "Course-Term-Control.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

    SELECT Letter-Report  ASSIGN TO "Enrollment-Verification-Letters.Rpt"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-File-Status.

DATA DIVISION.

FILE SECTION.

FD  Student-Master-File.
01  Student-Master-Record.
    COPY "student-record.cpy".

FD  Student-Course-File.
01  Student-Course-Record.
    COPY "student-course-record.cpy".

FD  Indexed-File
       RECORD CONTAINS 100 TO 2800 CHARACTERS.
01  Course-Record.
    COPY "course-record.cpy".

FD  Enrollment-Status-File.
01  Enrollment-Status-Record.
    COPY "enrollment-status-record.cpy".

*> Laid out as in Enrollment-Verification-Extract.
FD  Threshold-File.
01  Threshold-Record.
    02 ET-Class-Level        PIC X(2).
    02 ET-Full-Time-Hours    PIC 9(2).
    02 ET-Half-Time-Hours    PIC 9(2).

FD  Term-Calendar-File.
01  Term-Calendar-Record.
    COPY "term-calendar-record.cpy".

FD  Term-Control-File.
01  Term-Control-Record.
    02 TC-Current-Term  PIC X(5).

FD  Letter-Report.
01  VL-Line  PIC X(80).

WORKING-STORAGE SECTION.

01  Threshold-EOF-Flag  PIC X.
    88 Threshold-EOF      VALUE '1'.
    88 Threshold-EOF-Not  VALUE '0'.

01  Schedule-Scan-Flag  PIC X.
    88 Schedule-Scan-Done      VALUE '1'.
    88 Schedule-Scan-Not-Done  VALUE '0'.

01  Letter-Consent-Flag  PIC X.
    88 Letter-Consented      VALUE 'Y' 'y'.

01  Letter-Session-Flag  PIC X  VALUE 'N'.
    88 Letter-Session-Over      VALUE 'Y'.
    88 Letter-Session-Not-Over  VALUE 'N'.

01  Letters-Withheld  PIC 9(4)  VALUE ZERO.

01  Suppression-Request.
    COPY "suppression-request.cpy".

*> Enrollment-Status.IDX and Term-Calendar.IDX only add to the
*> letter; each gets its own status byte pair.
01  VL-Status-File-Status    PIC XX  VALUE "00".
01  VL-Calendar-File-Status  PIC XX  VALUE "00".

01  Status-File-Available-Flag  PIC X  VALUE 'N'.
    88 Status-File-Available      VALUE 'Y'.
    88 Status-File-Not-Available  VALUE 'N'.

01  Calendar-Available-Flag  PIC X  VALUE 'N'.
    88 Calendar-Available      VALUE 'Y'.
    88 Calendar-Not-Available  VALUE 'N'.

01  Default-Term  PIC X(5)  VALUE 'CURR1'.
01  Current-Term  PIC X(5).
01  Letter-Term   PIC X(5).

01  VL-Student-ID   PIC X(9).
01  VL-Keyed-Term   PIC X(5).
01  VL-Signer-Name  PIC X(30).

01  Max-Thresholds    PIC 9(2)  VALUE 10.
01  Threshold-Count   PIC 9(2)  VALUE ZERO.
01  Threshold-Table.
    02 Threshold-Entry  OCCURS 0 TO 10 TIMES
                        DEPENDING ON Threshold-Count.
       03 TH-Class-Level      PIC X(2).
       03 TH-Full-Time-Hours  PIC 9(2).
       03 TH-Half-Time-Hours  PIC 9(2).
01  Threshold-Index   PIC 9(2).

01  Threshold-Found-Flag  PIC X.
    88 Threshold-Found      VALUE 'Y'.
    88 Threshold-Not-Found  VALUE 'N'.

01  Built-In-Full-Time-Hours  PIC 9(2)  VALUE 12.
01  Built-In-Half-Time-Hours  PIC 9(2)  VALUE 6.
01  Full-Time-Hours           PIC 9(2)  VALUE ZERO.
01  Half-Time-Hours           PIC 9(2)  VALUE ZERO.

01  Student-Load.
    02 VL-Credit-Hours     PIC 9(3)  VALUE ZERO.
    02 VL-Enrollments      PIC 9(3)  VALUE ZERO.
    02 VL-Withdrawals      PIC 9(3)  VALUE ZERO.
    02 VL-Missing-Courses  PIC 9(3)  VALUE ZERO.
01  Computed-Status  PIC X  VALUE SPACE.

01  Status-Wording  PIC X(30).

01  Term-Begin-Date  PIC 9(8)  VALUE ZERO.
01  Term-End-Date    PIC 9(8)  VALUE ZERO.
01  Last-Reported-Date  PIC 9(8)  VALUE ZERO.

01  Todays-Run-Date  PIC 9(8)  VALUE ZERO.
01  Letters-Printed  PIC 9(4)  VALUE ZERO.

01  VL-Heading-1.
    02 FILLER        PIC X(24)  VALUE 'UNIVERSITY OF SCRANTON'.
    02 FILLER        PIC X(40)  VALUE SPACES.
    02 VLH-Date      PIC 9(8).

01  VL-Heading-2.
    02 FILLER  PIC X(40)  VALUE 'Office of the Registrar'.

01  VL-Heading-3.
    02 FILLER  PIC X(40)  VALUE 'ENROLLMENT VERIFICATION'.

01  VL-Address-Line.
    02 FILLER        PIC X(4)   VALUE SPACES.
    02 VLA-Text      PIC X(60).

01  VL-City-Line.
    02 FILLER        PIC X(4)   VALUE SPACES.
    02 VLC-City      PIC X(20).
    02 FILLER        PIC X(1)   VALUE SPACES.
    02 VLC-State     PIC X(2).
    02 FILLER        PIC X(2)   VALUE SPACES.
    02 VLC-Zip       PIC X(10).

01  VL-Name-Work.
    02 VLW-First-Name    PIC X(10).
    02 FILLER            PIC X(1)   VALUE SPACES.
    02 VLW-Last-Name     PIC X(14).

01  VL-Certify-Line.
    02 FILLER        PIC X(45)
                     VALUE 'This is to certify that the student above, ID'.
    02 FILLER        PIC X(1)   VALUE SPACE.
    02 VLT-Student   PIC X(9).
    02 FILLER        PIC X(1)   VALUE ','.

01  VL-Term-Line.
    02 FILLER        PIC X(13)  VALUE 'for the term '.
    02 VLT-Term      PIC X(5).
    02 FILLER        PIC X(2)   VALUE SPACES.
    02 VLT-Term-Dates.
       03 VLT-Open      PIC X(1).
       03 VLT-Begin     PIC 9(8).
       03 VLT-To        PIC X(4).
       03 VLT-End       PIC 9(8).
       03 VLT-Close     PIC X(1).

01  VL-Status-Line.
    02 FILLER        PIC X(7)   VALUE 'is:    '.
    02 VLS-Wording   PIC X(30).

01  VL-Hours-Line.
    02 FILLER        PIC X(26)  VALUE 'Credit hours carried:    '.
    02 VLS-Hours     PIC ZZ9.

01  VL-Threshold-Line.
    02 FILLER        PIC X(26)  VALUE 'Full-time at this level: '.
    02 VLS-Full      PIC Z9.
    02 FILLER        PIC X(20)  VALUE ' hours; half-time: '.
    02 VLS-Half      PIC Z9.
    02 FILLER        PIC X(6)   VALUE ' hours'.

01  VL-Reported-Line.
    02 FILLER        PIC X(41)
                     VALUE 'Last reported to the clearinghouse on '.
    02 VLR-Date      PIC 9(8).

01  VL-Signature-Line.
    02 FILLER        PIC X(40)  VALUE SPACES.
    02 FILLER        PIC X(30)  VALUE ALL '_'.

01  VL-Signer-Line.
    02 FILLER        PIC X(40)  VALUE SPACES.
    02 VLG-Signer    PIC X(30).

01  VL-Title-Line.
    02 FILLER        PIC X(40)  VALUE SPACES.
    02 FILLER        PIC X(30)  VALUE 'For the University Registrar'.

01  Operator-Session.
    COPY "operator-session.cpy".

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

PROCEDURE DIVISION.

Main-Program.
    MOVE 'S'    TO OS-Request-Code
    MOVE 'ENROLLMENT-VERIFICATION-LETTER' TO OS-Program-Name
    MOVE SPACES TO OS-Roles-Allowed
    MOVE 'RG'   TO OS-Role-Allowed (1)
    CALL 'Operator-Sign-On' USING Operator-Session
    IF OS-Refused
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF

    ACCEPT Todays-Run-Date FROM DATE YYYYMMDD
    PERFORM Read-Current-Term
    PERFORM Load-Threshold-Table

    MOVE "STUDENTS.IDX" TO WS-File-ID
    OPEN INPUT Student-Master-File
    PERFORM Check-File-Status
    MOVE "STUDENT-COURSE.IDX" TO WS-File-ID
    OPEN INPUT Student-Course-File
    PERFORM Check-File-Status
    MOVE "COURSES.IDX" TO WS-File-ID
    OPEN INPUT Indexed-File
    PERFORM Check-File-Status
    OPEN INPUT Enrollment-Status-File
    IF VL-Status-File-Status = "00"
       SET Status-File-Available TO TRUE
    ELSE
       SET Status-File-Not-Available TO TRUE
    END-IF
    OPEN INPUT Term-Calendar-File
    IF VL-Calendar-File-Status = "00"
       SET Calendar-Available TO TRUE
    ELSE
       SET Calendar-Not-Available TO TRUE
       DISPLAY 'Term-Calendar.IDX not available -- letters go '
               'without term dates'
    END-IF
    MOVE "ENROLLMENT-VERIFICATION-LETTERS.RPT" TO WS-File-ID
    OPEN OUTPUT Letter-Report
    PERFORM Check-File-Status

    DISPLAY 'Name of the official signing: ' WITH NO ADVANCING
    ACCEPT VL-Signer-Name
    IF VL-Signer-Name = SPACES
       MOVE 'Office of the Registrar' TO VL-Signer-Name
    END-IF

    SET Letter-Session-Not-Over TO TRUE
    PERFORM Take-One-Request
       UNTIL Letter-Session-Over

    MOVE "STUDENTS.IDX" TO WS-File-ID
    CLOSE Student-Master-File
    PERFORM Check-File-Status
    MOVE "STUDENT-COURSE.IDX" TO WS-File-ID
    CLOSE Student-Course-File
    PERFORM Check-File-Status
    MOVE "COURSES.IDX" TO WS-File-ID
    CLOSE Indexed-File
    PERFORM Check-File-Status
    IF Status-File-Available
       CLOSE Enrollment-Status-File
    END-IF
    IF Calendar-Available
       CLOSE Term-Calendar-File
    END-IF
    MOVE "ENROLLMENT-VERIFICATION-LETTERS.RPT" TO WS-File-ID
    CLOSE Letter-Report
    PERFORM Check-File-Status
    MOVE 'W'                              TO SX-Request-Code
    MOVE 'ENROLLMENT-VERIFICATION-LETTER' TO SX-Program-Name
    MOVE 'ENROLLMENT-VERIF-LETTERS.RPT'   TO SX-Output-Name
    SET SX-Withheld TO TRUE
    CALL 'Confidentiality-Log' USING Suppression-Request

    DISPLAY 'Verification letters printed: ' Letters-Printed
    DISPLAY 'Letters withheld (confidential, no consent): '
            Letters-Withheld
    STOP RUN
    .

COPY "file-status-check.cpy".

Read-Current-Term.
    MOVE Default-Term TO Current-Term
    MOVE "COURSE-TERM-CONTROL.DAT" TO WS-File-ID
    OPEN INPUT Term-Control-File
    IF WS-File-Status NOT = "35"
       PERFORM Check-File-Status
       READ Term-Control-File
          AT END      CONTINUE
          NOT AT END  IF TC-Current-Term NOT = SPACES
                         MOVE TC-Current-Term TO Current-Term
                      END-IF
       END-READ
       CLOSE Term-Control-File
       PERFORM Check-File-Status
    END-IF
    .

Load-Threshold-Table.
    MOVE "ENROLLMENT-THRESHOLDS.DAT" TO WS-File-ID
    OPEN INPUT Threshold-File
    IF WS-File-Status = "35"
       DISPLAY 'Enrollment-Thresholds.Dat not found -- every level '
               'measured at ' Built-In-Full-Time-Hours
               ' full-time / ' Built-In-Half-Time-Hours
               ' half-time hours'
    ELSE
       PERFORM Check-File-Status
       SET Threshold-EOF-Not TO TRUE
       PERFORM Read-Threshold-Rec
          UNTIL Threshold-EOF
       CLOSE Threshold-File
       PERFORM Check-File-Status
    END-IF
    .

Read-Threshold-Rec.
    READ Threshold-File
       AT END      SET Threshold-EOF TO TRUE
       NOT AT END  IF Threshold-Count < Max-Thresholds
                      ADD 1 TO Threshold-Count
                      MOVE ET-Class-Level
                        TO TH-Class-Level (Threshold-Count)
                      MOVE ET-Full-Time-Hours
                        TO TH-Full-Time-Hours (Threshold-Count)
                      MOVE ET-Half-Time-Hours
                        TO TH-Half-Time-Hours (Threshold-Count)
                   END-IF
    END-READ
    .

Take-One-Request.
    DISPLAY 'Enter a Student-ID (blank to quit): ' WITH NO ADVANCING
    ACCEPT VL-Student-ID
    IF VL-Student-ID = SPACES
       SET Letter-Session-Over TO TRUE
    ELSE
       MOVE VL-Student-ID TO Student-Master-ID
       READ Student-Master-File
          INVALID KEY
             DISPLAY 'Student ' VL-Student-ID ' is not on file.'
          NOT INVALID KEY
             PERFORM Check-Letter-Consent
             IF Letter-Consented
                DISPLAY 'Term (blank for ' Current-Term '): '
                        WITH NO ADVANCING
                ACCEPT VL-Keyed-Term
                IF VL-Keyed-Term = SPACES
                   MOVE Current-Term TO Letter-Term
                ELSE
                   MOVE VL-Keyed-Term TO Letter-Term
                END-IF
                PERFORM Print-Verification-Letter
             END-IF
       END-READ
    END-IF
    .

*>-----------------------------------------------------------------
*> A confidential student's letter needs the student's signed
*> consent; without it the letter is withheld and counted.
*>-----------------------------------------------------------------
Check-Letter-Consent.
    MOVE 'Y' TO Letter-Consent-Flag
    IF Student-Confidential
       DISPLAY 'Student ' VL-Student-ID ' has a confidentiality '
               'flag.  Signed consent on file (Y/N)? '
               WITH NO ADVANCING
       ACCEPT Letter-Consent-Flag
       IF NOT Letter-Consented
          DISPLAY 'Letter withheld -- no consent.'
          ADD 1 TO Letters-Withheld
          MOVE 'C'           TO SX-Request-Code
          MOVE VL-Student-ID TO SX-Student-ID
          CALL 'Confidentiality-Log' USING Suppression-Request
       END-IF
    END-IF
    .

Print-Verification-Letter.
    PERFORM Sum-Student-Load
    PERFORM Classify-Student-Load
    PERFORM Read-Term-Dates
    PERFORM Read-Last-Reported

    MOVE Todays-Run-Date TO VLH-Date
    WRITE VL-Line FROM VL-Heading-1
    WRITE VL-Line FROM VL-Heading-2
    MOVE SPACES TO VL-Line
    WRITE VL-Line
    WRITE VL-Line FROM VL-Heading-3
    MOVE SPACES TO VL-Line
    WRITE VL-Line

    MOVE Student-First-Name TO VLW-First-Name
    MOVE Student-Last-Name  TO VLW-Last-Name
    MOVE VL-Name-Work TO VLA-Text
    WRITE VL-Line FROM VL-Address-Line
    IF Student-Address-Line-1 NOT = SPACES
       MOVE Student-Address-Line-1 TO VLA-Text
       WRITE VL-Line FROM VL-Address-Line
    END-IF
    IF Student-Address-Line-2 NOT = SPACES
       MOVE Student-Address-Line-2 TO VLA-Text
       WRITE VL-Line FROM VL-Address-Line
    END-IF
    MOVE Student-City  TO VLC-City
    MOVE Student-State TO VLC-State
    MOVE Student-Zip   TO VLC-Zip
    WRITE VL-Line FROM VL-City-Line
    MOVE SPACES TO VL-Line
    WRITE VL-Line

    MOVE Student-Master-ID TO VLT-Student
    WRITE VL-Line FROM VL-Certify-Line
    MOVE Letter-Term TO VLT-Term
    IF Term-Begin-Date = ZERO
       MOVE SPACES TO VLT-Term-Dates
    ELSE
       MOVE '('             TO VLT-Open
       MOVE Term-Begin-Date TO VLT-Begin
       MOVE ' to '          TO VLT-To
       MOVE Term-End-Date   TO VLT-End
       MOVE ')'             TO VLT-Close
    END-IF
    WRITE VL-Line FROM VL-Term-Line
    MOVE Status-Wording TO VLS-Wording
    WRITE VL-Line FROM VL-Status-Line
    MOVE SPACES TO VL-Line
    WRITE VL-Line
    MOVE VL-Credit-Hours TO VLS-Hours
    WRITE VL-Line FROM VL-Hours-Line
    MOVE Full-Time-Hours TO VLS-Full
    MOVE Half-Time-Hours TO VLS-Half
    WRITE VL-Line FROM VL-Threshold-Line
    IF Last-Reported-Date NOT = ZERO
       MOVE Last-Reported-Date TO VLR-Date
       WRITE VL-Line FROM VL-Reported-Line
    END-IF

    MOVE SPACES TO VL-Line
    WRITE VL-Line
    WRITE VL-Line
    WRITE VL-Line
    WRITE VL-Line FROM VL-Signature-Line
    MOVE VL-Signer-Name TO VLG-Signer
    WRITE VL-Line FROM VL-Signer-Line
    WRITE VL-Line FROM VL-Title-Line
       BEFORE ADVANCING PAGE
    ADD 1 TO Letters-Printed

    DISPLAY 'Letter printed: ' Student-Master-ID ' term '
            Letter-Term ' -- ' Status-Wording
    IF VL-Missing-Courses > ZERO
       DISPLAY '  (' VL-Missing-Courses ' enrollment(s) with no '
               'section on Courses.IDX -- no hours counted)'
    END-IF
    .

*>-----------------------------------------------------------------
*> As in Enrollment-Verification-Extract: the student's term
*> enrollments sort together under SC-Student-ID + SC-Term, and a
*> withdrawal or an audit is counted but carries no hours.
*>-----------------------------------------------------------------
Sum-Student-Load.
    INITIALIZE Student-Load
    SET Schedule-Scan-Not-Done TO TRUE
    MOVE Student-Master-ID TO SC-Student-ID
    MOVE Letter-Term       TO SC-Term
    MOVE LOW-VALUES        TO SC-Course-ID
    START Student-Course-File KEY IS NOT LESS THAN SC-Key
       INVALID KEY  SET Schedule-Scan-Done TO TRUE
    END-START
    IF Schedule-Scan-Not-Done
       PERFORM Read-Schedule-Rec
    END-IF
    PERFORM Add-Enrollment-Hours
       UNTIL Schedule-Scan-Done
    .

Read-Schedule-Rec.
    READ Student-Course-File NEXT RECORD
       AT END      SET Schedule-Scan-Done TO TRUE
       NOT AT END  IF SC-Student-ID NOT = Student-Master-ID
                   OR SC-Term NOT = Letter-Term
                      SET Schedule-Scan-Done TO TRUE
                   END-IF
    END-READ
    .

Add-Enrollment-Hours.
    IF SC-Grade = 'W '
       ADD 1 TO VL-Withdrawals
    ELSE
       ADD 1 TO VL-Enrollments
       IF NOT SC-Basis-Audit
          MOVE SC-Term      TO Course-Term
          MOVE SC-Course-ID TO Course-ID
          READ Indexed-File
             INVALID KEY
                ADD 1 TO VL-Missing-Courses
             NOT INVALID KEY
                ADD Course-Credit-Hours TO VL-Credit-Hours
          END-READ
       END-IF
    END-IF
    PERFORM Read-Schedule-Rec
    .

Classify-Student-Load.
    PERFORM Find-Student-Thresholds
    EVALUATE TRUE
       WHEN VL-Enrollments = ZERO  AND  VL-Withdrawals > ZERO
          MOVE 'W' TO Computed-Status
          MOVE 'WITHDRAWN FROM ALL COURSES' TO Status-Wording
       WHEN VL-Enrollments = ZERO
          MOVE 'N' TO Computed-Status
          MOVE 'NOT ENROLLED' TO Status-Wording
       WHEN VL-Credit-Hours NOT < Full-Time-Hours
          MOVE 'F' TO Computed-Status
          MOVE 'ENROLLED FULL-TIME' TO Status-Wording
       WHEN VL-Credit-Hours NOT < Half-Time-Hours
          MOVE 'H' TO Computed-Status
          MOVE 'ENROLLED HALF-TIME' TO Status-Wording
       WHEN OTHER
          MOVE 'L' TO Computed-Status
          MOVE 'ENROLLED LESS THAN HALF-TIME' TO Status-Wording
    END-EVALUATE
    .

Find-Student-Thresholds.
    MOVE Built-In-Full-Time-Hours TO Full-Time-Hours
    MOVE Built-In-Half-Time-Hours TO Half-Time-Hours
    SET Threshold-Not-Found TO TRUE
    PERFORM Search-Level-Threshold
       VARYING Threshold-Index FROM 1 BY 1
       UNTIL Threshold-Index > Threshold-Count
          OR Threshold-Found
    IF Threshold-Not-Found
       PERFORM Search-Default-Threshold
          VARYING Threshold-Index FROM 1 BY 1
          UNTIL Threshold-Index > Threshold-Count
             OR Threshold-Found
    END-IF
    .

Search-Level-Threshold.
    IF TH-Class-Level (Threshold-Index) = Student-Class-Level
          AND Student-Class-Level NOT = SPACES
       SET Threshold-Found TO TRUE
       MOVE TH-Full-Time-Hours (Threshold-Index) TO Full-Time-Hours
       MOVE TH-Half-Time-Hours (Threshold-Index) TO Half-Time-Hours
    END-IF
    .

Search-Default-Threshold.
    IF TH-Class-Level (Threshold-Index) = SPACES
       SET Threshold-Found TO TRUE
       MOVE TH-Full-Time-Hours (Threshold-Index) TO Full-Time-Hours
       MOVE TH-Half-Time-Hours (Threshold-Index) TO Half-Time-Hours
    END-IF
    .

Read-Term-Dates.
    MOVE ZERO TO Term-Begin-Date
                 Term-End-Date
    IF Calendar-Available
       MOVE Letter-Term TO CAL-Term
       READ Term-Calendar-File
          INVALID KEY  CONTINUE
          NOT INVALID KEY
             MOVE CAL-Start-Date TO Term-Begin-Date
             MOVE CAL-End-Date   TO Term-End-Date
       END-READ
    END-IF
    .

Read-Last-Reported.
    MOVE ZERO TO Last-Reported-Date
    IF Status-File-Available
       MOVE Student-Master-ID TO EV-Student-ID
       MOVE Letter-Term       TO EV-Term
       READ Enrollment-Status-File
          INVALID KEY  CONTINUE
          NOT INVALID KEY
             MOVE EV-Date-Reported TO Last-Reported-Date
       END-READ
    END-IF
    .
