*>-----------------------------------------------------------------
*> OPERATOR-RECORD -- shared operator master record layout for
*> Operators.IDX.  COPY this under an 01-level record name in any
*> FD that describes Operators.IDX (Operator-Sign-On, which every
*> interactive program CALLs before it does anything, and
*> Operators-Maintain), so the one true layout is maintained in one
*> place.
*>
*> OP-Operator-ID is the RECORD KEY, and is the six-character ID a
*> program records as the person who did the work (Wage-Approval's
*> approver, Course-Parameters-Maintain's audit operator).
*>
*> The password itself is never stored: OP-Password-Hash is the
*> hash Operator-Sign-On computes over the operator ID and the
*> password, and a sign-on is checked by hashing what was typed and
*> comparing.  OP-Failed-Attempts counts consecutive bad passwords;
*> the third locks the account ('L') until Operators-Maintain
*> unlocks it.
*>
*> OP-Role holds up to four role codes:
*>    RG  registrar            GR  grades
*>    PS  payroll supervisor   OP  operations
*> and an interactive program refuses any function whose role the
*> operator does not hold.
*>-----------------------------------------------------------------
   02 OP-Operator-ID          PIC X(6).
   02 OP-Operator-Name        PIC X(30).
   02 OP-Password-Hash        PIC 9(18).
   02 OP-Status               PIC X.
      88 OP-Active               VALUE 'A'.
      88 OP-Locked               VALUE 'L'.
      88 OP-Inactive             VALUE 'I'.
   02 OP-Failed-Attempts      PIC 9.
   02 OP-Role-List.
      03 OP-Role              PIC X(2)  OCCURS 4 TIMES.
   02 OP-Date-Added           PIC 9(8).
   02 OP-Last-Sign-On-Date    PIC 9(8).
   02 OP-Locked-Date          PIC 9(8).
   02 OP-Password-Set-Date    PIC 9(8).
