      *
      * FD/record for AuditFile (see AuditTrail.cpy).
       FD AuditFile.
      * Sized for the longest entry (program id, input path, args,
      * answer, timestamp and operator) plus its chain link.
       01 AuditRec PIC X(300).

      * The chain head file (see AuditTrail.cpy): one
      * "LINK|<18 digits>" record.
       FD ChainHeadFile.
       01 ChainHeadRec PIC X(40).
