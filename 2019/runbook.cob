       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdventOfCode2019-Runbook.

      * Runbook coverage report: the runbook catalog
      * (runbook.catalog, Runbook.cpy) is only worth what it covers,
      * and a failure nobody wrote steps for is found out at 3am.
      * This pass collects every program/return-code pair the batch
      * has actually produced - the FAILED entries in audit.log,
      * keyed by the return code the abend handler records after
      * their position, and every incident in incidents.log, keyed
      * by its state - and lists each one that no runbook entry
      * covers, with how often and when last it happened. A pair is
      * covered the way triage looks it up: by its return code, or
      * by the batch driver's state for that class of failure. A
      * clean run (an answer, not FAILED) needs no runbook and is
      * not listed; a FAILED entry from before return codes were
      * recorded counts as FAIL-ABEND.
      *
      * Output: Runbook.coverage. RETURN-CODE 0 every pair covered,
      * 4 when any pair has no runbook entry.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "Runbook.cpy".
       COPY "AuditTrail.cpy".
       SELECT IncidentFile ASSIGN TO "incidents.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS IncidentStatus.
       SELECT ReportFile ASSIGN TO "Runbook.coverage"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "RunbookFD.cpy".

       COPY "AuditTrailFD.cpy".

       FD IncidentFile.
       01 IncidentRec   PIC X(250).
       88 EndOfIncidents VALUE HIGH-VALUES.

       FD ReportFile.
       01 ReportRec PIC X(133).

       WORKING-STORAGE SECTION.
       COPY "RunbookFields.cpy".
       COPY "AuditTrailFields.cpy".
       COPY "PrintFields.cpy".
       01 IncidentStatus PIC X(2).
       01 EndOfAudit     PIC 9(1).

      * Every distinct failure pair seen, with where it was seen, how
      * many times and the newest occurrence.
       01 Pairs.
          02 PairCount PIC 9(3) VALUE 0.
          02 PairEntry OCCURS 300 TIMES.
             03 PairProg    PIC X(12).
             03 PairCode    PIC X(12).
             03 PairSeen    PIC 9(5).
             03 PairLast    PIC X(14).
             03 PairSource  PIC X(8).
             03 PairRunbook PIC 9(3).
       01 Px          PIC 9(3).
       01 PairHit     PIC 9(3).
       01 CurProg     PIC X(12).
       01 CurCode     PIC X(12).
       01 CurLast     PIC X(14).
       01 CurSource   PIC X(8).
       01 GapCount    PIC 9(3) VALUE 0.
       01 CoverCount  PIC 9(3) VALUE 0.

       01 AudProg     PIC X(40).
       01 AudInput    PIC X(60).
       01 AudArgs     PIC X(80).
       01 AudAnswer   PIC X(40).
       01 AudAt       PIC X(60).
       01 LineJunk    PIC X(80).
       01 RcText      PIC X(12).
       01 IncFld1     PIC X(4).
       01 IncFld2     PIC X(6).
       01 IncFld3     PIC X(8).
       01 IncFld4     PIC X(20).
       01 IncFld5     PIC X(12).
       01 IncFld6     PIC X(14).
       01 SeenFmt     PIC Z(4)9.
       01 BodyLine    PIC X(132).

       PROCEDURE DIVISION.
       Begin.
           PERFORM LoadRunbook.
           PERFORM ScanAudit.
           PERFORM ScanIncidents.
           PERFORM VARYING Px FROM 1 UNTIL Px IS GREATER THAN
                   PairCount
            PERFORM CoverLookup
            IF PairRunbook(Px) IS EQUAL TO 0
             ADD 1 TO GapCount
            ELSE
             ADD 1 TO CoverCount
            END-IF
           END-PERFORM.
           PERFORM WriteReport.
           DISPLAY PairCount " failure pair(s) seen, " CoverCount
                   " covered, " GapCount " with no runbook entry - "
                   "see Runbook.coverage".
           IF GapCount IS GREATER THAN 0
            MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Subroutine ScanAudit.
      *
      * Every FAILED audit entry is a failure pair: the program's
      * short name and the return code recorded in its args.
      *
      * Uses: AuditFile -> Pairs
       ScanAudit SECTION.
           OPEN INPUT AuditFile.
           IF AuditStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           MOVE 0 TO EndOfAudit.
           MOVE SPACES TO AuditRec.
           READ AuditFile
            AT END MOVE 1 TO EndOfAudit
           END-READ.
           PERFORM UNTIL EndOfAudit IS EQUAL TO 1
            MOVE SPACES TO AudProg AudInput AudArgs AudAnswer AudAt
            UNSTRING AuditRec DELIMITED BY " input=" OR " args="
             OR " answer=" OR " at="
             INTO AudProg AudInput AudArgs AudAnswer AudAt
            END-UNSTRING
            IF AudAnswer(1:6) IS EQUAL TO "FAILED"
             MOVE SPACES TO CurProg
             MOVE SPACES TO LineJunk
             UNSTRING AudProg DELIMITED BY "AdventOfCode2019-"
              INTO LineJunk CurProg
             END-UNSTRING
             IF CurProg IS EQUAL TO SPACES
              MOVE AudProg(1:12) TO CurProg
             END-IF
             MOVE SPACES TO RcText
             UNSTRING AudArgs DELIMITED BY "rc="
              INTO LineJunk RcText
             END-UNSTRING
             IF RcText IS NOT EQUAL TO SPACES
              AND FUNCTION TRIM(RcText) IS NUMERIC
              COMPUTE SeenFmt = FUNCTION NUMVAL(RcText)
              MOVE FUNCTION TRIM(SeenFmt) TO CurCode
             ELSE
              MOVE "FAIL-ABEND" TO CurCode
             END-IF
             MOVE AudAt(1:14) TO CurLast
             MOVE "audit" TO CurSource
             PERFORM AddPair
            END-IF
            MOVE SPACES TO AuditRec
            READ AuditFile
             AT END MOVE 1 TO EndOfAudit
            END-READ
           END-PERFORM.
           CLOSE AuditFile.

      * Subroutine ScanIncidents.
      *
      * Every incident is a failure pair: its program and its state.
      *
      * Uses: IncidentFile -> Pairs
       ScanIncidents SECTION.
           OPEN INPUT IncidentFile.
           IF IncidentStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           MOVE SPACES TO IncidentRec.
           READ IncidentFile
            AT END SET EndOfIncidents TO TRUE
           END-READ.
           PERFORM UNTIL EndOfIncidents
            IF IncidentRec(1:4) IS EQUAL TO "INC|"
             MOVE SPACES TO IncFld3 IncFld5 IncFld6
             UNSTRING IncidentRec DELIMITED BY "|"
              INTO IncFld1 IncFld2 IncFld3 IncFld4 IncFld5 IncFld6
             END-UNSTRING
             MOVE IncFld3 TO CurProg
             MOVE IncFld5 TO CurCode
             MOVE IncFld6 TO CurLast
             MOVE "incident" TO CurSource
             PERFORM AddPair
            END-IF
            MOVE SPACES TO IncidentRec
            READ IncidentFile
             AT END SET EndOfIncidents TO TRUE
            END-READ
           END-PERFORM.
           CLOSE IncidentFile.

      * Subroutine AddPair.
      *
      * Count one occurrence of the CurProg/CurCode pair, keeping the
      * newest time it was seen and every source it was seen in.
      *
      * Uses: CurProg, CurCode, CurLast, CurSource -> Pairs
       AddPair SECTION.
           MOVE 0 TO PairHit.
           PERFORM VARYING Px FROM 1 UNTIL Px IS GREATER THAN
                   PairCount
            IF PairProg(Px) IS EQUAL TO CurProg
             AND PairCode(Px) IS EQUAL TO CurCode
             MOVE Px TO PairHit
             EXIT PERFORM
            END-IF
           END-PERFORM.
           IF PairHit IS EQUAL TO 0
            IF PairCount IS EQUAL TO 300
             EXIT SECTION
            END-IF
            ADD 1 TO PairCount
            MOVE PairCount TO PairHit
            MOVE CurProg TO PairProg(PairHit)
            MOVE CurCode TO PairCode(PairHit)
            MOVE 0 TO PairSeen(PairHit)
            MOVE SPACES TO PairLast(PairHit)
            MOVE CurSource TO PairSource(PairHit)
           END-IF.
           ADD 1 TO PairSeen(PairHit).
           IF CurLast IS GREATER THAN PairLast(PairHit)
            MOVE CurLast TO PairLast(PairHit)
           END-IF.
           IF PairSource(PairHit) IS NOT EQUAL TO CurSource
            MOVE "both" TO PairSource(PairHit)
           END-IF.

      * Subroutine CoverLookup.
      *
      * Find pair Px's runbook entry the way triage does: by the code
      * itself, then, for a return code, by the batch driver's state
      * for that class of failure.
      *
      * Uses: Pairs(Px), RbTable -> PairRunbook(Px)
       CoverLookup SECTION.
           MOVE PairProg(Px) TO RbWantProg.
           MOVE PairCode(Px) TO RbWantCode.
           PERFORM FindRunbook.
           IF RbMatch IS EQUAL TO 0
            AND FUNCTION TRIM(PairCode(Px)) IS NUMERIC
            EVALUATE FUNCTION TRIM(PairCode(Px))
             WHEN "4"  MOVE "FAIL-REJECT" TO RbWantCode
             WHEN "8"  MOVE "FAIL-NOINPUT" TO RbWantCode
             WHEN OTHER
              MOVE "FAIL-ABEND" TO RbWantCode
            END-EVALUATE
            PERFORM FindRunbook
           END-IF.
           MOVE RbMatch TO PairRunbook(Px).

      * Subroutine WriteReport.
      *
      * The gaps first, each with its occurrence count, newest
      * occurrence and where it was seen; then the covered pairs
      * with the entry that covers them.
      *
      * Uses: Pairs, RbTable -> ReportFile
       WriteReport SECTION.
           OPEN OUTPUT ReportFile.
           MOVE "Runbook coverage" TO PrtTitle.
           MOVE SPACES TO PrtHeading.
           STRING "Program      Code          Seen  Last seen       "
                  "Source"
            DELIMITED BY SIZE INTO PrtHeading
           END-STRING.
           PERFORM PrtOpenReport.
           PERFORM PrtNewPage.
           MOVE "=== No runbook entry ===" TO PrtLine.
           PERFORM PrtWriteLine.
           PERFORM VARYING Px FROM 1 UNTIL Px IS GREATER THAN
                   PairCount
            IF PairRunbook(Px) IS EQUAL TO 0
             PERFORM FormatPair
             PERFORM PrtWriteLine
            END-IF
           END-PERFORM.
           IF GapCount IS EQUAL TO 0
            MOVE "    (every failure seen has a runbook entry)"
              TO PrtLine
            PERFORM PrtWriteLine
           END-IF.
           MOVE SPACES TO PrtLine.
           PERFORM PrtWriteLine.
           MOVE "=== Covered ===" TO PrtLine.
           PERFORM PrtWriteLine.
           PERFORM VARYING Px FROM 1 UNTIL Px IS GREATER THAN
                   PairCount
            IF PairRunbook(Px) IS GREATER THAN 0
             PERFORM FormatPair
             MOVE PairRunbook(Px) TO RbIx
             MOVE PrtLine TO BodyLine
             MOVE SPACES TO PrtLine
             STRING BodyLine(1:60) "  by " FUNCTION TRIM(RbProg(RbIx))
                    "/" FUNCTION TRIM(RbCode(RbIx))
              DELIMITED BY SIZE INTO PrtLine
             END-STRING
             PERFORM PrtWriteLine
            END-IF
           END-PERFORM.
           MOVE SPACES TO PrtLine.
           PERFORM PrtWriteLine.
           MOVE SPACES TO PrtLine.
           STRING PairCount " failure pair(s) seen: " CoverCount
                  " covered, " GapCount " with no runbook entry"
            DELIMITED BY SIZE INTO PrtLine
           END-STRING.
           PERFORM PrtWriteLine.
           PERFORM PrtEndReport.
           CLOSE ReportFile.

      * Subroutine FormatPair.
      *
      * One pair's report line into PrtLine.
      *
      * Uses: Pairs(Px) -> PrtLine
       FormatPair SECTION.
           MOVE PairSeen(Px) TO SeenFmt.
           MOVE SPACES TO PrtLine.
           STRING PairProg(Px) " " PairCode(Px) " " SeenFmt "  "
                  PairLast(Px) "  " PairSource(Px)
            DELIMITED BY SIZE INTO PrtLine
           END-STRING.

      * Subroutine PrtPut.
      *
      * The print service's per-program output hook: one physical
      * print record to the coverage report.
       PrtPut SECTION.
           MOVE PrtOut TO ReportRec.
           WRITE ReportRec.

           COPY "PrintWrite.cpy".

           COPY "RunbookLoad.cpy".
