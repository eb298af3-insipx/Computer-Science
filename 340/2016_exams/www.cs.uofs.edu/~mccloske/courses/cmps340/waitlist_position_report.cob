AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Sep. 2, 2026.
*>             modified Oct. 15, 2026 to print CONFIDENTIAL in place
*>             of the name of a student under a FERPA
*>             confidentiality flag, counted through
*>             Confidentiality-Log
*>***************************************************************
*> Program Abstract:
*>    "Where am I on the list?" deserved a better answer than
*>    -- WL-Priority then WL-Date-Added, exactly the order
*>    Waitlist-Promotion now works -- each with its position
*>    number, so the registrar can read a caller their place off
*>    the page.  A student under a confidentiality flag keeps their
*>    place in line, but the name prints as CONFIDENTIAL.
*>
*>  INPUT:
*>    Course-Waitlist.Dat, Students.IDX (optional, for names).
    02 FILLER          PIC X(8)  VALUE ' added '.
    02 WPD-Date-Added  PIC 9(8).

01  Suppression-Request.
    COPY "suppression-request.cpy".

01  WS-File-Status  PIC XX  VALUE "00".
01  WS-File-ID      PIC X(30).

    MOVE "WAITLIST-POSITION.RPT" TO WS-File-ID
    CLOSE Position-Report
    PERFORM Check-File-Status
    MOVE 'W'                        TO SX-Request-Code
    MOVE 'WAITLIST-POSITION-REPORT' TO SX-Program-Name
    MOVE 'WAITLIST-POSITION.RPT'    TO SX-Output-Name
    SET SX-Masked TO TRUE
    CALL 'Confidentiality-Log' USING Suppression-Request

    DISPLAY 'Waitlist position report complete: '
            Waitlist-Entry-Count ' entr(ies)'
          INVALID KEY
             MOVE '(not on student master)' TO WPD-Name
          NOT INVALID KEY
             IF Student-Confidential
                MOVE 'CONFIDENTIAL'    TO WPD-Name
                MOVE 'C'               TO SX-Request-Code
                MOVE Student-Master-ID TO SX-Student-ID
                CALL 'Confidentiality-Log' USING Suppression-Request
             ELSE
                MOVE Student-Name TO WPD-Name
             END-IF
       END-READ
    END-IF
    WRITE WP-Line FROM WP-Detail-Line
