*>             record is rejected here -- before the update window --
*>             instead of Courses-Interact quietly transacting
*>             against a term that doesn't exist
*>             modified Oct. 15, 2026 to check the optional credit
*>             hours an Add-Trans now carries: blank, or numeric
*>             modified Oct. 15, 2026 to recognize the Basis-Change
*>             transaction ('B') and to check the grading-basis byte
*>             an Add-Student or Basis-Change carries
*>***************************************************************
*> Program Abstract:
*>    Until now a fat-fingered Transaction-File record -- an
      88 Raw-Transfer-Trans     VALUE 'M'.
      88 Raw-Instructor-Trans   VALUE 'I'.
      88 Raw-Grade-Trans        VALUE 'G'.
      88 Raw-Basis-Change-Trans VALUE 'B'.
      88 Raw-Known-Trans-Type   VALUES 'A' 'C' 'D' 'P' 'S' 'R'
                                       'X' 'M' 'I' 'G' 'B'.
   02 Raw-Trans-Sequence-Number PIC X(6).
   02 Raw-Trans-Key             PIC X(9).
   02 Raw-Trans-Key-Bytes       REDEFINES Raw-Trans-Key.
   02 Raw-Rest-of-Add-Trans     REDEFINES Raw-Rest-of-Trans-Rec.
      03 Raw-Add-Last-Changed-Date  PIC X(8).
      03 Raw-Add-Course-Capacity    PIC X(4).
      03 Raw-Add-Course-Title       PIC X(30).
      03 Raw-Add-Credit-Hours       PIC X(2).
      03 FILLER                     PIC X(38).
   02 Raw-Rest-of-Change-Trans  REDEFINES Raw-Rest-of-Trans-Rec.
      03 Raw-Chg-Last-Changed-Date  PIC X(8).
      03 FILLER                     PIC X(74).
   02 Raw-Rest-of-Student-Trans REDEFINES Raw-Rest-of-Trans-Rec.
      03 Raw-Student-Trans-ID       PIC X(9).
      03 Raw-Add-Override-Flag      PIC X.
      03 Raw-Add-Grading-Basis      PIC X.
         88 Raw-Add-Basis-Valid       VALUES SPACE 'L' 'P' 'A'.
      03 FILLER                     PIC X(71).
   02 Raw-Rest-of-Basis-Trans   REDEFINES Raw-Rest-of-Trans-Rec.
      03 Raw-Basis-Student-ID       PIC X(9).
      03 Raw-Basis-New-Code         PIC X.
         88 Raw-Basis-Code-Valid      VALUES 'L' 'P' 'A'.
      03 FILLER                     PIC X(72).

01 Raw-Trailer-Rec.
   02 RT-Record-Type   PIC X.
          MOVE 'CAPACITY NOT NUMERIC'    TO TER-Reason
          PERFORM Reject-Record
       END-IF
*>     Blank credit hours mean "the catalog's value"; anything else
*>     must be a number the update can move into the section.
       IF Record-Valid
             AND Raw-Add-Credit-Hours NOT = SPACES
             AND Raw-Add-Credit-Hours IS NOT NUMERIC
          MOVE 'CREDIT HOURS NOT NUMERIC' TO TER-Reason
          PERFORM Reject-Record
       END-IF
    END-IF

    IF Record-Valid  AND  Raw-Add-Student-Trans
          AND NOT Raw-Add-Basis-Valid
       MOVE 'GRADING BASIS INVALID'   TO TER-Reason
       PERFORM Reject-Record
    END-IF

    IF Record-Valid  AND  Raw-Basis-Change-Trans
          AND NOT Raw-Basis-Code-Valid
       MOVE 'GRADING BASIS INVALID'   TO TER-Reason
       PERFORM Reject-Record
    END-IF

    IF Record-Valid  AND  Raw-Change-Trans
