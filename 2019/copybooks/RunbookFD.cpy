      * RunbookFD.cpy
      *
      * FD/record for RunbookFile (see Runbook.cpy). Two record
      * types, "*" comment lines aside:
      *   RUNBOOK|program|code|rerun|escalation|title
      *   STEP|program|code|step text
      * program is the day or utility program's short name ("10b",
      * "feedcheck") or "*" for any; code is a return code ("8") or
      * an incident state ("TIMEOUT", "FAIL-ABEND"), or "*" for any;
      * rerun is Y when rerunning as-is is safe, N when it is not.
      * The STEP records of an entry follow its RUNBOOK record in
      * the order the steps are to be taken.
       FD RunbookFile.
       01 RunbookRec    PIC X(200).
       88 EndOfRunbook  VALUE HIGH-VALUES.
