*>-----------------------------------------------------------------
*> SUPPRESSION-LOG-RECORD -- shared record layout for the cumulative
*> Confidentiality-Suppression.Dat.  Confidentiality-Log appends one
*> record per run of every report or extract that honors the FERPA
*> confidentiality flag (Student-Confidential, student-record.cpy):
*> which output, how it treats a flagged student, and how many
*> flagged students (and roster/list entries) it suppressed.
*> Confidentiality-Control-Report reads them back.
*>-----------------------------------------------------------------
   02 SL-Program-Name         PIC X(30).
   02 SL-Output-Name          PIC X(30).
   02 SL-Run-Date             PIC 9(8).
   02 SL-Run-Time             PIC 9(8).
   02 SL-Action               PIC X.
      88 SL-Masked               VALUE 'M'.
      88 SL-Omitted              VALUE 'O'.
      88 SL-Withheld             VALUE 'W'.
   02 SL-Students-Suppressed  PIC 9(6).
   02 SL-Entries-Suppressed   PIC 9(6).
