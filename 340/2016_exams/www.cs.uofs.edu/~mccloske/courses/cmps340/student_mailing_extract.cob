*>             session refuses to open while the batch update holds
*>             the lock (the rosters, overflow, and waitlist it pulls
*>             from have no shadow copies to fall back on)
*>             modified Oct. 15, 2026 to leave out every student
*>             under a FERPA confidentiality flag, counted through
*>             Confidentiality-Log
*>***************************************************************
*> Program Abstract:
*>    Now that Students.IDX carries a real contact block (see
*>    sections collapse), and the matching master records' ID,
*>    name, and contact block go to Student-Mailing.Dat for the
*>    mail-merge of the day.  The confirmation notices and the
*>    bursar both wanted this yesterday.  A student who has asked
*>    for directory-information confidentiality (Student-
*>    Confidential) is left out of the file altogether.
*>
*>  INPUT:
*>    Courses.IDX, Course-Roster-Overflow.IDX, Course-Waitlist.Dat,
01  Extract-Totals.
    02 ME-Students-Written  PIC 9(4)  VALUE ZERO.
    02 ME-Missing-Masters   PIC 9(4)  VALUE ZERO.
    02 ME-Confidential-Omitted  PIC 9(4)  VALUE ZERO.

01  Suppression-Request.
    COPY "suppression-request.cpy".

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).
    CLOSE Student-Master-File
    PERFORM Check-File-Status

    MOVE 'W'                       TO SX-Request-Code
    MOVE 'STUDENT-MAILING-EXTRACT' TO SX-Program-Name
    MOVE 'STUDENT-MAILING.DAT'     TO SX-Output-Name
    SET SX-Omitted TO TRUE
    CALL 'Confidentiality-Log' USING Suppression-Request

    DISPLAY 'Mailing extract complete: ' ME-Students-Written
            ' record(s), ' ME-Missing-Masters
            ' selected student(s) missing from the master, '
            ME-Confidential-Omitted ' confidential student(s) '
            'left out'
    STOP RUN
    .

          DISPLAY 'Selected student not on the master: '
                  Student-Master-ID
       NOT INVALID KEY
        IF Student-Confidential
          ADD 1 TO ME-Confidential-Omitted
          MOVE 'C'               TO SX-Request-Code
          MOVE Student-Master-ID TO SX-Student-ID
          CALL 'Confidentiality-Log' USING Suppression-Request
        ELSE
          MOVE Student-Master-ID       TO ML-Student-ID
          MOVE Student-Last-Name       TO ML-Last-Name
          MOVE Student-First-Name      TO ML-First-Name
          MOVE Student-Email           TO ML-Email
          WRITE Mailing-Rec
          ADD 1 TO ME-Students-Written
        END-IF
    END-READ
    .
