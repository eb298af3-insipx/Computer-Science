*>-----------------------------------------------------------------
*> JOB-CALENDAR-RECORD -- shared record layout for Job-Calendar.IDX,
*> the calendar of jobs that run on a date rather than every night.
*> COPY this under an 01-level record name in any FD that describes
*> that file (Job-Calendar-Maintain, which builds it, and
*> Job-Scheduler, which works out each night what is due).
*>
*> JC-Key is the RECORD KEY: the job's name -- the name it RUNs
*> under and writes to Job-Run-Status.Dat -- plus an entry number,
*> so one job can carry more than one rule (Grade-Change at the end
*> of every term, say, and again on a fixed date).  JC-Rule says how
*> the dates fall:
*>
*>   'D'  once, on JC-Rule-Date;
*>   'M'  monthly, on day JC-Day-Of-Month (the last day of any month
*>        too short to have it);
*>   'P'  every JC-Interval-Days days counting from JC-Rule-Date --
*>        the pay-period cycle (14 for biweekly);
*>   'T'  on a term-calendar date (JC-Term-Event: ST start, AD last
*>        day to add, DR last day to drop, WD last day to withdraw,
*>        EN end) of every term on Term-Calendar.IDX, moved by
*>        JC-Offset-Days before ('-') or after ('+') it.
*>
*> JC-Prereq-Job names a job that must have completed since this
*> one last did before this one may run again (spaces = none).
*> JC-Run-Mode 'A' is run unattended by the scheduler; 'M' is a job
*> the operator runs by hand -- the scheduler only says it is due.
*> JC-Answer holds the lines the job would otherwise ask for at the
*> console, in order; '&TODAY', '&FIRED-DATE' (the date the rule
*> fell on), '&TERM' and '&NEXT-TERM' (the term the rule fell in,
*> or the current term, and the term after it on Term-Calendar.IDX)
*> are filled in on the night, anything else is passed as written.
*> Occurrences before JC-Effective-Date (the day the entry was last
*> added or changed) are never reported as missed.
*>-----------------------------------------------------------------
   02 JC-Key.
      03 JC-Job-Name         PIC X(30).
      03 JC-Entry-Seq        PIC 9(2).
   02 JC-Rule                PIC X.
      88 JC-Date-Rule           VALUE 'D'.
      88 JC-Monthly-Rule        VALUE 'M'.
      88 JC-Interval-Rule       VALUE 'P'.
      88 JC-Term-Rule           VALUE 'T'.
   02 JC-Rule-Date           PIC 9(8).
   02 JC-Day-Of-Month        PIC 9(2).
   02 JC-Interval-Days       PIC 9(3).
   02 JC-Term-Event          PIC X(2).
      88 JC-Event-Start         VALUE 'ST'.
      88 JC-Event-Last-Add      VALUE 'AD'.
      88 JC-Event-Last-Drop     VALUE 'DR'.
      88 JC-Event-Last-Withdraw VALUE 'WD'.
      88 JC-Event-End           VALUE 'EN'.
      88 JC-Known-Term-Event    VALUE 'ST' 'AD' 'DR' 'WD' 'EN'.
   02 JC-Offset-Sign         PIC X.
      88 JC-Offset-Before       VALUE '-'.
   02 JC-Offset-Days         PIC 9(3).
   02 JC-Prereq-Job          PIC X(30).
   02 JC-Run-Mode            PIC X.
      88 JC-Run-Unattended      VALUE 'A'.
      88 JC-Run-Manual          VALUE 'M'.
   02 JC-Answers.
      03 JC-Answer           PIC X(20)  OCCURS 3 TIMES.
   02 JC-Entry-Status        PIC X.
      88 JC-Entry-Active        VALUE 'A'.
      88 JC-Entry-Inactive      VALUE 'I'.
   02 JC-Effective-Date      PIC 9(8).
