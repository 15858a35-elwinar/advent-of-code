      * Runbook.cpy
      *
      * Shared FILE-CONTROL entry for the runbook catalog: what to do
      * when a program comes back with a given return code (or an
      * incident in a given state), written down once instead of
      * living in senior operators' heads - ordered recovery steps,
      * who to escalate to, and whether a rerun is safe. Triage
      * prints the matching entry in the packet, the shift handover
      * attaches it to each open item, and the coverage report
      * (runbook.cob) lists the failures the batch has produced that
      * have no entry yet.
       SELECT RunbookFile ASSIGN TO "runbook.catalog"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RunbookStatus.
