*>-----------------------------------------------------------------
*> ACCESS-LOG-RECORD -- shared record layout for the cumulative
*> Operator-Access-Log.Dat.  Operator-Sign-On appends one record
*> for every sign-on, bad attempt, lockout and refusal, and for each
*> Operators-Maintain change; Access-Exception-Report reads them
*> back for the auditors.
*>
*> AL-Event-Code:
*>    S  signed on                 B  bad password
*>    U  unknown operator ID       L  account locked by this attempt
*>    D  sign-on denied -- account locked or inactive
*>    R  refused -- role not held (sign-on or function)
*>    M  operator master maintained (AL-Function names the change)
*>-----------------------------------------------------------------
   02 AL-Date                 PIC 9(8).
   02 AL-Time                 PIC 9(8).
   02 AL-Operator-ID          PIC X(6).
   02 AL-Program-Name         PIC X(30).
   02 AL-Event-Code           PIC X.
      88 AL-Signed-On            VALUE 'S'.
      88 AL-Bad-Password         VALUE 'B'.
      88 AL-Unknown-Operator     VALUE 'U'.
      88 AL-Locked-Out           VALUE 'L'.
      88 AL-Sign-On-Denied       VALUE 'D'.
      88 AL-Refused              VALUE 'R'.
      88 AL-Maintained           VALUE 'M'.
   02 AL-Function             PIC X(20).
