      * program id, a 30-character answer, the padded timestamp and
      * the season= and operator= tags can reach about 150
      * characters, and a short record would silently truncate the
      * tags off the tail; a suspect= tag (ResultsLedgerWrite.cpy)
      * and the chain link (AuditTrail.cpy) add up to about 75 more,
      * and a build= tag (AuditTrailFields.cpy) about 15.
       FD LedgerFile.
       01 LedgerRec PIC X(250).

       FD LedgerTrlFile.
       01 LedgerTrlRec PIC X(30).

       FD AcctFile.
       01 AcctRec PIC X(100).

       FD ReasonFile.
       01 ReasonRec PIC X(80).
       88 EndOfReason VALUE HIGH-VALUES.
