*>-----------------------------------------------------------------
*> OPERATOR-SESSION -- the parameter block passed on every CALL to
*> Operator-Sign-On.  COPY this under an 01-level name in the
*> caller's WORKING-STORAGE; the subprogram COPYs it in its LINKAGE
*> SECTION.
*>
*> OS-Request-Code:
*>    S  sign on at the console: prompt for operator ID and password
*>       (three tries), and grant the session only if the operator
*>       holds one of OS-Roles-Allowed.  OS-Operator-ID, -Name and
*>       -Roles come back filled in.
*>    A  authorize one function (OS-Function-Name) for the operator
*>       already signed on: granted if the operator holds one of
*>       OS-Roles-Allowed, otherwise refused and logged.
*>    H  hash OS-Password for OS-Operator-ID into OS-Password-Hash
*>       (Operators-Maintain, setting a password).
*>    L  log OS-Event-Code/OS-Function-Name for OS-Operator-ID.
*>
*> OS-Program-Name is the caller's PROGRAM-ID, for the access log.
*> Unused OS-Roles-Allowed slots are SPACES.
*>-----------------------------------------------------------------
   02 OS-Request-Code         PIC X.
   02 OS-Program-Name         PIC X(30).
   02 OS-Function-Name        PIC X(20).
   02 OS-Roles-Allowed.
      03 OS-Role-Allowed      PIC X(2)  OCCURS 4 TIMES.
   02 OS-Operator-ID          PIC X(6).
   02 OS-Operator-Name        PIC X(30).
   02 OS-Operator-Roles.
      03 OS-Operator-Role     PIC X(2)  OCCURS 4 TIMES.
   02 OS-Password             PIC X(20).
   02 OS-Password-Hash        PIC 9(18).
   02 OS-Event-Code           PIC X.
   02 OS-Result               PIC X.
      88 OS-Granted              VALUE 'G'.
      88 OS-Refused              VALUE 'R'.
