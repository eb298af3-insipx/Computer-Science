*>-----------------------------------------------------------------
*> SUPPRESSION-REQUEST -- the parameter block passed on every CALL
*> to Confidentiality-Log.  COPY this under an 01-level name in the
*> caller's WORKING-STORAGE; the subprogram COPYs it in its LINKAGE
*> SECTION.
*>
*> SX-Request-Code:
*>    C  count one suppression of SX-Student-ID (a confidential
*>       student masked or left out of the output).  The same
*>       student counted again adds an entry, not a student.
*>    W  write the run's totals -- students and entries suppressed,
*>       for SX-Program-Name/SX-Output-Name/SX-Action -- to
*>       Confidentiality-Suppression.Dat, then start the counts
*>       over.  Written even when nothing was suppressed, so the
*>       control report shows every run.
*>
*> SX-Action says how the output treats a flagged student:
*>    M  masked ("CONFIDENTIAL" in place of the name)
*>    O  omitted outright
*>    W  withheld (not produced, or flagged for the receiver to
*>       withhold, without the student's consent)
*>-----------------------------------------------------------------
   02 SX-Request-Code         PIC X.
   02 SX-Program-Name         PIC X(30).
   02 SX-Output-Name          PIC X(30).
   02 SX-Action               PIC X.
      88 SX-Masked               VALUE 'M'.
      88 SX-Omitted              VALUE 'O'.
      88 SX-Withheld             VALUE 'W'.
   02 SX-Student-ID           PIC X(9).
