      * already been bitten by), an audit line with no ledger line,
      * and program ids whose two sides disagree on an answer. The
      * two logs can then be certified consistent at day end.
      * Audit-mode entries (args=mode=AUDIT, 4b's credential audit)
      * record a policy check, not an answer, and never have a ledger
      * line; they are left out of the pairing.
      *
      * Output: Reconcile.report; RETURN-CODE 0 when the logs agree,
      * 4 when there is anything to chase.
       01 LineJunk   PIC X(120).
       01 CurProg    PIC X(40).
       01 CurAnswer  PIC X(40).
       01 AuditModeHits PIC 9(2).
       01 OrphanLedger PIC 9(4) VALUE 0.
       01 OrphanAudit  PIC 9(4) VALUE 0.
       01 MismatchCount PIC 9(4) VALUE 0.
      * Subroutine LoadAudit.
      *
      * Load every audit.log entry's program id (the line's first
      * word), answer and raw line into AudTable, passing over the
      * audit-mode entries that have no ledger side.
      *
      * Uses: AuditFile -> AudTable
       LoadAudit SECTION.
            AT END MOVE 1 TO EndOfFileF
           END-READ.
           PERFORM UNTIL EndOfFileF IS EQUAL TO 1
            MOVE 0 TO AuditModeHits
            INSPECT AuditRec TALLYING AuditModeHits
             FOR ALL " args=mode=AUDIT"
            IF FUNCTION TRIM(AuditRec) IS NOT EQUAL TO SPACES
             AND AudCount IS LESS THAN 2000
             AND AuditModeHits IS EQUAL TO 0
             ADD 1 TO AudCount
             MOVE SPACES TO CurProg
             MOVE SPACES TO CurAnswer
