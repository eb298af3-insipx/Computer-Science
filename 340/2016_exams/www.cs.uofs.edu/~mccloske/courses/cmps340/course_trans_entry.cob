*>             modified Sep. 2, 2026 to prompt for the optional
*>             per-transaction term (blank = the control-file term)
*>             now that Trans-Rec carries one; record widens to 103
*>             modified Oct. 15, 2026 to prompt for an Add-Trans's
*>             optional title and credit hours (blank = the course
*>             catalog's official values)
*>             modified Oct. 15, 2026 to prompt for an Add-Student's
*>             grading basis and to build the Basis-Change
*>             transaction ('B')
*>             modified Oct. 15, 2026 to require an
*>             Operator-Sign-On session and authorize each
*>             transaction type by role (grades for 'G', registrar
*>             for the rest)
*>***************************************************************
*> Program Abstract:
*>    Registrar staff used to build Course-Transactions.Dat in a text
      88 TY-Transfer-Trans     VALUE 'M'.
      88 TY-Instructor-Trans   VALUE 'I'.
      88 TY-Grade-Trans        VALUE 'G'.
      88 TY-Basis-Change-Trans VALUE 'B'.
      88 TY-Known-Trans-Type   VALUES 'A' 'C' 'D' 'P' 'S' 'R'
                                      'X' 'M' 'I' 'G' 'B'.
   02 TY-Trans-Sequence-Number PIC 9(6).
   02 TY-Trans-Key             PIC X(9).
   02 TY-Trans-Key-Bytes       REDEFINES TY-Trans-Key.
   02 TY-Rest-of-Add-Trans     REDEFINES TY-Rest-of-Trans-Rec.
      03 TY-Add-Last-Changed-Date  PIC 9(8).
      03 TY-Add-Course-Capacity    PIC 9(4).
      03 TY-Add-Course-Title       PIC X(30).
      03 TY-Add-Credit-Hours       PIC X(2).
      03 FILLER                    PIC X(38).
   02 TY-Rest-of-Change-Trans  REDEFINES TY-Rest-of-Trans-Rec.
      03 TY-Chg-Last-Changed-Date  PIC 9(8).
      03 TY-Chg-Course-Title       PIC X(30).
   02 TY-Rest-of-Student-Trans REDEFINES TY-Rest-of-Trans-Rec.
      03 TY-Student-Trans-ID   PIC X(9).
      03 TY-Add-Override-Flag  PIC X.
      03 TY-Add-Grading-Basis  PIC X.
      03 FILLER                PIC X(71).
   02 TY-Rest-of-Basis-Trans REDEFINES TY-Rest-of-Trans-Rec.
      03 TY-Basis-Student-ID   PIC X(9).
      03 TY-Basis-New-Code     PIC X.
      03 FILLER                PIC X(72).
   02 TY-Rest-of-Transfer-Trans REDEFINES TY-Rest-of-Trans-Rec.
      03 TY-Transfer-Student-ID    PIC X(9).

01 Entry-Answer  PIC X(30).

01 Operator-Session.
   COPY "operator-session.cpy".

01 WS-File-Status  PIC XX  VALUE "00".
01 WS-File-ID      PIC X(30).


Main-Program.
    PERFORM Check-Source-Slot-Pending
    MOVE 'S'    TO OS-Request-Code
    MOVE 'COURSE-TRANS-ENTRY' TO OS-Program-Name
    MOVE SPACES TO OS-Roles-Allowed
    MOVE 'RG'   TO OS-Role-Allowed (1)
    MOVE 'GR'   TO OS-Role-Allowed (2)
    CALL 'Operator-Sign-On' USING Operator-Session
    IF OS-Refused
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF

    DISPLAY 'Course transaction entry.  Sequence numbers, the '
            'header, and the trailer are generated for you.'

    PERFORM UNTIL Entry-Session-Over
       DISPLAY 'Transaction type (A/C/D/P/S/R/X/M/I/G/B, blank to '
               'finish): '
          WITH NO ADVANCING
       ACCEPT Entry-Answer
          MOVE SPACES TO Work-Trans-Rec
          MOVE Entry-Answer (1:1) TO TY-Trans-Type
          IF TY-Known-Trans-Type
             PERFORM Authorize-Trans-Type
             IF OS-Granted
                PERFORM Enter-One-Transaction
             END-IF
          ELSE
             DISPLAY 'Unrecognized transaction type: ' TY-Trans-Type
          END-IF
    .


*>-----------------------------------------------------------------
*> A grade ('G') needs the grades role; every other type changes
*> sections or rosters and needs the registrar role.  A refused
*> type is logged by Operator-Sign-On and nothing is entered.
*>-----------------------------------------------------------------
Authorize-Trans-Type.
    MOVE 'A'    TO OS-Request-Code
    MOVE SPACES TO OS-Roles-Allowed
    MOVE 'TRANSACTION TYPE'   TO OS-Function-Name
    MOVE TY-Trans-Type        TO OS-Function-Name (18:1)
    IF TY-Grade-Trans
       MOVE 'GR' TO OS-Role-Allowed (1)
    ELSE
       MOVE 'RG' TO OS-Role-Allowed (1)
    END-IF
    CALL 'Operator-Sign-On' USING Operator-Session
    .


*>-----------------------------------------------------------------
*> Prompts for the fields this transaction type actually carries,
*> assigns the next sequence number, and stores the finished record.
       WHEN TY-Print-Trans         PERFORM Enter-Print-Fields
       WHEN TY-Add-Student-Trans   PERFORM Enter-Student-Field
                                   PERFORM Enter-Add-Override-Field
                                   PERFORM Enter-Add-Basis-Field
       WHEN TY-Drop-Student-Trans  PERFORM Enter-Student-Field
       WHEN TY-Transfer-Trans      PERFORM Enter-Transfer-Fields
       WHEN TY-Instructor-Trans    PERFORM Enter-Instructor-Field
       WHEN TY-Grade-Trans         PERFORM Enter-Grade-Fields
       WHEN TY-Basis-Change-Trans  PERFORM Enter-Basis-Change-Fields
    END-EVALUATE

    PERFORM Store-Entered-Transaction
    DISPLAY 'Section capacity (0 for the standard capacity): '
       WITH NO ADVANCING
    ACCEPT TY-Add-Course-Capacity
    DISPLAY 'Course title (blank = catalog title): '
       WITH NO ADVANCING
    ACCEPT TY-Add-Course-Title
    DISPLAY 'Credit hours (blank = catalog credit hours): '
       WITH NO ADVANCING
    ACCEPT TY-Add-Credit-Hours
    .

Enter-Change-Fields.
    MOVE Entry-Answer (1:1) TO TY-Add-Override-Flag
    .

*>-----------------------------------------------------------------
*> The grading basis the student enrolls on; Courses-Interact takes
*> a blank as letter grade.
*>-----------------------------------------------------------------
Enter-Add-Basis-Field.
    DISPLAY 'Grading basis (L letter, P pass/fail, A audit; '
            'blank = L): ' WITH NO ADVANCING
    ACCEPT Entry-Answer
    MOVE Entry-Answer (1:1) TO TY-Add-Grading-Basis
    .

Enter-Basis-Change-Fields.
    DISPLAY 'Student-ID: ' WITH NO ADVANCING
    ACCEPT TY-Basis-Student-ID
    DISPLAY 'New grading basis (L letter, P pass/fail, A audit): '
       WITH NO ADVANCING
    ACCEPT Entry-Answer
    MOVE Entry-Answer (1:1) TO TY-Basis-New-Code
    .

Enter-Instructor-Field.
    DISPLAY 'Instructor-ID: ' WITH NO ADVANCING
    ACCEPT TY-Asg-Instructor-ID
