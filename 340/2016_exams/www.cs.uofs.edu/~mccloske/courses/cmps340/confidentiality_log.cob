IDENTIFICATION DIVISION.
PROGRAM-ID.  Confidentiality-Log.
AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Oct. 15, 2026.
*>***************************************************************
*> Program Abstract:
*>    Every report and extract that honors the FERPA confidentiality
*>    flag has to be able to say how many flagged students it kept
*>    off the page.  This callable subprogram (in the mold of
*>    Operator-Sign-On) does the counting for all of them, so the
*>    numbers mean the same thing everywhere.  The caller passes a
*>    suppression-request block (suppression-request.cpy):
*>
*>      'C' -- count one suppression of SX-Student-ID.  Distinct
*>             students are kept in a table here, which stays put
*>             between CALLs, so a student masked on five rosters is
*>             one student and five entries.
*>      'W' -- append the run's totals to the cumulative
*>             Confidentiality-Suppression.Dat
*>             (suppression-log-record.cpy) and reset the counts for
*>             the caller's next output, if any.
*>
*>  INPUT:
*>    The suppression-request block.
*>
*>  OUTPUT:
*>    Confidentiality-Suppression.Dat appended.
*>***************************************************************

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Suppression-Log-File
       ASSIGN TO "Confidentiality-Suppression.Dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS SL-File-Status.

DATA DIVISION.

FILE SECTION.

FD  Suppression-Log-File.
01  Suppression-Log-Rec.
    COPY "suppression-log-record.cpy".

WORKING-STORAGE SECTION.

*> The log gets its own status byte pair: a problem appending to it
*> is reported, but it must not abort the caller's report.
01  SL-File-Status  PIC XX  VALUE "00".

*> The distinct flagged students suppressed since the last 'W'.
*> Flagged students are a small minority; past the table's limit a
*> student is still counted as an entry, and the student count
*> stops short (with a warning).
01  Max-Suppressed-Students   PIC 9(4)  VALUE 5000.
01  Suppressed-Student-Count  PIC 9(4)  VALUE ZERO.
01  Suppressed-Student-Table.
    02 Suppressed-Student-ID  PIC X(9)  OCCURS 0 TO 5000 TIMES
                              DEPENDING ON Suppressed-Student-Count.
01  Suppressed-Student-Index  PIC 9(4).

01  Suppressed-Entry-Count  PIC 9(6)  VALUE ZERO.

01  Student-Seen-Flag  PIC X.
    88 Student-Already-Counted  VALUE 'Y'.
    88 Student-Not-Yet-Counted  VALUE 'N'.

01  Table-Overflow-Flag  PIC X  VALUE 'N'.
    88 Suppressed-Table-Overflowed  VALUE 'Y'.

LINKAGE SECTION.

01  Suppression-Request.
    COPY "suppression-request.cpy".

PROCEDURE DIVISION USING Suppression-Request.

Main-Program.
    EVALUATE SX-Request-Code
       WHEN 'C'    PERFORM Count-Suppression
       WHEN 'W'    PERFORM Write-Suppression-Totals
       WHEN OTHER  DISPLAY 'Confidentiality-Log: unknown request '
                           SX-Request-Code
    END-EVALUATE
    EXIT PROGRAM
    .


Count-Suppression.
    ADD 1 TO Suppressed-Entry-Count
    SET Student-Not-Yet-Counted TO TRUE
    PERFORM Search-Suppressed-Students
       VARYING Suppressed-Student-Index FROM 1 BY 1
       UNTIL Suppressed-Student-Index > Suppressed-Student-Count
          OR Student-Already-Counted
    IF Student-Not-Yet-Counted
       IF Suppressed-Student-Count < Max-Suppressed-Students
          ADD 1 TO Suppressed-Student-Count
          MOVE SX-Student-ID
            TO Suppressed-Student-ID (Suppressed-Student-Count)
       ELSE
          IF NOT Suppressed-Table-Overflowed
             DISPLAY 'More than ' Max-Suppressed-Students
                     ' confidential students suppressed -- the '
                     'student count is short.'
             SET Suppressed-Table-Overflowed TO TRUE
          END-IF
       END-IF
    END-IF
    .

Search-Suppressed-Students.
    IF Suppressed-Student-ID (Suppressed-Student-Index) = SX-Student-ID
       SET Student-Already-Counted TO TRUE
    END-IF
    .


Write-Suppression-Totals.
    MOVE SX-Program-Name          TO SL-Program-Name
    MOVE SX-Output-Name           TO SL-Output-Name
    MOVE SX-Action                TO SL-Action
    MOVE Suppressed-Student-Count TO SL-Students-Suppressed
    MOVE Suppressed-Entry-Count   TO SL-Entries-Suppressed
    ACCEPT SL-Run-Date FROM DATE YYYYMMDD
    ACCEPT SL-Run-Time FROM TIME
    OPEN EXTEND Suppression-Log-File
    IF SL-File-Status = "35"
       OPEN OUTPUT Suppression-Log-File
    END-IF
    IF SL-File-Status = "00"
       WRITE Suppression-Log-Rec
       CLOSE Suppression-Log-File
    ELSE
       DISPLAY 'Confidentiality-Suppression.Dat not updated -- '
               'status ' SL-File-Status
    END-IF
    DISPLAY 'Confidential students suppressed from '
            SX-Output-Name ': ' Suppressed-Student-Count
    MOVE ZERO TO Suppressed-Student-Count
                 Suppressed-Entry-Count
    MOVE 'N' TO Table-Overflow-Flag
    .
