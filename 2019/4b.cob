       FILE STATUS IS PolicyStatus.
       SELECT ReportFile ASSIGN TO "4b.report"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CredAuditFile ASSIGN TO "4b.audit"
       ORGANIZATION IS LINE SEQUENTIAL.
       COPY "ProvFeed.cpy".
       COPY "AuditTrail.cpy".
       COPY "RunControl.cpy".
       FD ReportFile.
       01 ReportRec PIC X(200).

      * CredAuditFile is the credential audit report: every
      * credential that fails the policy with the rule(s) it broke,
      * then the failure count per rule.
       FD CredAuditFile.
       01 CredAuditRec PIC X(200).

       FD PolicyFile RECORD IS VARYING IN SIZE FROM 1 TO 30
          CHARACTERS.
       01 PolicyRec    PIC X(30).
       01 DigitSeen    PIC 9(1).
       01 Ddx          PIC 9(2).

      * Audit mode: RunMode (optional argument 4, or run.control
      * "4b|RunMode") set to AUDIT reads InputPath as a credential
      * list instead of ranges - one password per record, or
      * "CredentialId|password" - and pushes every credential through
      * EvaluateRules under the same policy, reporting each failing
      * one with every rule it broke (not just the first) to
      * 4b.audit, with per-rule failure counts at the end. A
      * credential that is not a string of 1 to 9 digits cannot be
      * held to the digit rules at all and fails as FORMAT. The run
      * ends RETURN-CODE 4 when any credential fails. Audit runs are
      * not puzzle answers, so they write the audit trail but no
      * ledger record.
      * RunMode EXHAUSTIVE counts the ranges by the original walk over
      * every integer even when the non-decreasing rule would let the
      * candidates be generated - the brute-force figure the weekly
      * verification pass (verify.cob) holds the generated count to.
       01 RunMode      PIC X(10).
       01 AuditRun     PIC 9(1) VALUE 0.
       01 ForceExhaustive PIC 9(1) VALUE 0.
       01 ScanNote     PIC X(16) VALUE SPACES.
       01 RuleBroke    PIC 9(1) OCCURS 20 TIMES.
       01 RuleFails    PIC 9(7) OCCURS 20 TIMES VALUE 0.
       01 AnyBroke     PIC 9(1).
       01 CredId       PIC X(16).
       01 CredText     PIC X(40).
       01 CredLen      PIC 9(2).
       01 CredRecNum   PIC 9(7) VALUE 0.
       01 CredCount    PIC 9(7) VALUE 0.
       01 CredFailCount PIC 9(7) VALUE 0.
       01 FormatFails  PIC 9(7) VALUE 0.
       01 BrokeList    PIC X(100).
       01 BrokePtr     PIC 9(3).
       01 CredCountFmt PIC Z(6)9.
       01 ParamFmt     PIC Z(3)9.
       01 CredSummary  PIC X(60).
       01 CredTrailCount PIC 9(9) VALUE 0.
       01 CredTrailSum   PIC 9(9) VALUE 0.


      * Histogram tallies, across the whole LowBound-HighBound range,
      * how many candidates (regardless of PolicyMode pass/fail) had
             MOVE 0 TO RuleParam(3)
            END-IF
           END-IF.
           ACCEPT RunMode FROM ARGUMENT-VALUE.
           IF RunMode IS EQUAL TO SPACES
            OR RunMode IS EQUAL TO LOW-VALUES
            MOVE "4b" TO CtlProgram
            MOVE "RunMode" TO CtlParam
            PERFORM GetControlParam
            MOVE CtlValue TO RunMode
           END-IF.
           IF FUNCTION UPPER-CASE(RunMode) IS EQUAL TO "AUDIT"
            MOVE 1 TO AuditRun
           END-IF.
           IF FUNCTION UPPER-CASE(RunMode) IS EQUAL TO "EXHAUSTIVE"
            MOVE 1 TO ForceExhaustive
           END-IF.
           OPEN INPUT InputFile.
           IF InputStatus IS NOT EQUAL TO "00"
            DISPLAY "Input file not found: "
            MOVE 8 TO AbendCode
            PERFORM Abend
           END-IF.
           IF AuditRun IS EQUAL TO 1
            PERFORM CredentialAudit
            CLOSE InputFile
            MOVE "AdventOfCode2019-4b" TO AuditProgramId
            MOVE InputPath TO AuditInputPath
            MOVE SPACES TO AuditArgs
            STRING "mode=AUDIT policy=" DELIMITED BY SIZE
                   FUNCTION TRIM(PolicyPath) DELIMITED BY SIZE
              INTO AuditArgs
            END-STRING
            MOVE CredFailCount TO AuditAnswer
            PERFORM WriteAuditTrail
            IF CredFailCount IS GREATER THAN 0
             MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN
           END-IF.
           PERFORM FOREVER
      * A short record leaves the tail of the previous, longer one in
      * the record area; blank it out so the parse sees only the line
           MOVE "AdventOfCode2019-4b" TO AuditProgramId.
           MOVE InputPath TO AuditInputPath.
           MOVE SPACES TO AuditArgs.
           IF ForceExhaustive IS EQUAL TO 1
            MOVE " scan=EXHAUSTIVE" TO ScanNote
           END-IF.
           STRING "mode=" DELIMITED BY SIZE
                  FUNCTION TRIM(PolicyMode) DELIMITED BY SIZE
                  " policy=" DELIMITED BY SIZE
                  FUNCTION TRIM(PolicyPath) DELIMITED BY SIZE
                  ScanNote DELIMITED BY SIZE
             INTO AuditArgs
           END-STRING.
           MOVE C TO AuditAnswer.
           PERFORM WriteAuditTrail.
           MOVE RangeCount TO AcctReads.
      * The candidates the ranges hold bound any count of them, for
      * the reasonability edit's SPAN rule.
           MOVE 0 TO LedgerSpan.
           PERFORM VARYING Rx FROM 1 UNTIL Rx IS GREATER THAN
                   RangeCount
            COMPUTE LedgerSpan = LedgerSpan + RangeHigh(Rx)
                  - RangeLow(Rx) + 1
           END-PERFORM.
           MOVE "4" TO LedgerDay.
           MOVE "b" TO LedgerPart.
           MOVE C TO LedgerAnswer.
      * rejecting most of them - that generation is what keeps the
      * wide review ranges out of the batch window. With the rule
      * switched off by a policy file, the exhaustive walk is kept,
      * since every integer is then a candidate, and on request
      * (RunMode EXHAUSTIVE).
      *
      * Uses: LowBound, HighBound, StartIdx, PolicyTable,
      *       ForceExhaustive -> RangeHits(Rx), Histogram
       ScanRange SECTION.
           MOVE 0 TO GenMode.
           PERFORM VARYING Rdx FROM 1 UNTIL Rdx IS GREATER THAN
             MOVE 1 TO GenMode
            END-IF
           END-PERFORM.
           IF ForceExhaustive IS EQUAL TO 1
            MOVE 0 TO GenMode
           END-IF.
           IF GenMode IS EQUAL TO 1
            PERFORM ScanRangeGenerated
           ELSE
            PERFORM DisplayProgress
           END-IF.

           PERFORM AnalyzeDigits.
           ADD 1 TO Histogram(MaxGroupLen).

           PERFORM EvaluateRules.
           IF RulesPass IS EQUAL TO 1
            ADD 1 TO RangeHits(Rx)
           END-IF.

      * Subroutine AnalyzeDigits.
      *
      * Scan the digits of the candidate in VInt from StartIdx:
      * whether they never decrease, whether any two adjacent digits
      * are equal, the run-length groups and the longest run.
      *
      * Uses: VInt, StartIdx -> Increasing, HasPair, Groups,
      *       MaxGroupLen
       AnalyzeDigits SECTION.
           MOVE 1 TO Increasing.
           MOVE 0 TO HasPair.
      * The scan keeps going after the first decrease: Increasing is
             EXIT PERFORM
            END-IF
           END-PERFORM.

      * Subroutine ParseRangeRec.
      *
           END-PERFORM.
           CLOSE ReportFile.

      * Subroutine CredentialAudit.
      *
      * Audit every credential in the already-open input file against
      * the policy and write 4b.audit: each failing credential with
      * the rules it broke, then the per-rule failure counts.
      *
      * Uses: InputFile, PolicyTable -> CredAuditFile, CredFailCount
       CredentialAudit SECTION.
           OPEN OUTPUT CredAuditFile.
      * Every report leads with its provenance: who made it,
      * when, from which feed (and fingerprint), under which
      * control values.
           MOVE InputPath TO ProvFeedPath.
           MOVE SPACES TO ProvCtl.
           STRING "RunMode=AUDIT PolicyMode=" FUNCTION TRIM(PolicyMode)
                  " PolicyPath=" FUNCTION TRIM(PolicyPath)
            DELIMITED BY SIZE INTO ProvCtl
           END-STRING.
           PERFORM BuildProvenance.
           MOVE ProvRec TO CredAuditRec.
           PERFORM WriteCredAuditRec.
           MOVE SPACES TO CredAuditRec.
           STRING "Credential audit of " FUNCTION TRIM(InputPath)
                  " against policy "
            DELIMITED BY SIZE INTO CredAuditRec
           END-STRING.
           IF PolicyPath IS EQUAL TO SPACES
            STRING FUNCTION TRIM(CredAuditRec) " (built-in rules)"
             DELIMITED BY SIZE INTO CredAuditRec
            END-STRING
           ELSE
            STRING FUNCTION TRIM(CredAuditRec) " "
                   FUNCTION TRIM(PolicyPath)
             DELIMITED BY SIZE INTO CredAuditRec
            END-STRING
           END-IF.
           PERFORM WriteCredAuditRec.
           MOVE SPACES TO CredAuditRec.
           PERFORM WriteCredAuditRec.
           MOVE SPACES TO CredAuditRec.
           STRING "Record   Credential       Password         "
                  "Rules broken"
            DELIMITED BY SIZE INTO CredAuditRec
           END-STRING.
           PERFORM WriteCredAuditRec.
           PERFORM FOREVER
            MOVE SPACES TO InputRec
            READ InputFile AT END EXIT PERFORM END-READ
            ADD 1 TO CredRecNum
            IF FUNCTION TRIM(InputRec) IS NOT EQUAL TO SPACES
             PERFORM AuditCredential
            END-IF
           END-PERFORM.

           MOVE SPACES TO CredAuditRec.
           PERFORM WriteCredAuditRec.
           MOVE CredCount TO CredCountFmt.
           MOVE SPACES TO CredAuditRec.
           STRING FUNCTION TRIM(CredCountFmt) " credential(s) checked, "
            DELIMITED BY SIZE INTO CredAuditRec
           END-STRING.
           MOVE CredFailCount TO CredCountFmt.
           STRING FUNCTION TRIM(CredAuditRec) " "
                  FUNCTION TRIM(CredCountFmt) " failed"
            DELIMITED BY SIZE INTO CredAuditRec
           END-STRING.
           MOVE CredAuditRec TO CredSummary.
           PERFORM WriteCredAuditRec.
           MOVE SPACES TO CredAuditRec.
           PERFORM WriteCredAuditRec.
           MOVE "Rule          Param Failures" TO CredAuditRec.
           PERFORM WriteCredAuditRec.
           PERFORM VARYING Rdx FROM 1 UNTIL Rdx IS GREATER THAN
                   RuleCount
            IF RuleOn(Rdx) IS EQUAL TO "ON"
             MOVE RuleParam(Rdx) TO ParamFmt
             MOVE RuleFails(Rdx) TO CredCountFmt
             MOVE SPACES TO CredAuditRec
             STRING RuleType(Rdx) "  " ParamFmt "  " CredCountFmt
              DELIMITED BY SIZE INTO CredAuditRec
             END-STRING
             PERFORM WriteCredAuditRec
            END-IF
           END-PERFORM.
           MOVE FormatFails TO CredCountFmt.
           MOVE SPACES TO CredAuditRec.
           STRING "FORMAT            -  " CredCountFmt
            DELIMITED BY SIZE INTO CredAuditRec
           END-STRING.
           PERFORM WriteCredAuditRec.
           MOVE SPACES TO CredAuditRec.
           STRING "TRAILER|" CredTrailCount "|" CredTrailSum
            DELIMITED BY SIZE INTO CredAuditRec
           END-STRING.
           WRITE CredAuditRec.
           CLOSE CredAuditFile.
           DISPLAY FUNCTION TRIM(CredSummary) " - see 4b.audit".

      * Subroutine AuditCredential.
      *
      * Check the credential in the just-read InputRec: split off an
      * optional CredentialId, hold a 1-9 digit password to every
      * enabled rule, and report it when it breaks any of them (or
      * is not a digit string at all).
      *
      * Uses: InputRec, PolicyTable -> CredAuditFile, RuleFails,
      *       CredCount, CredFailCount, FormatFails
       AuditCredential SECTION.
           ADD 1 TO CredCount.
           MOVE SPACES TO CredId.
           MOVE SPACES TO CredText.
           MOVE 0 TO PipeTally.
           INSPECT InputRec TALLYING PipeTally FOR ALL "|".
           IF PipeTally IS GREATER THAN 0
            UNSTRING InputRec DELIMITED BY "|"
             INTO CredId CredText
            END-UNSTRING
           ELSE
            MOVE InputRec TO CredText
           END-IF.
           MOVE FUNCTION TRIM(CredText) TO CredText.
           MOVE 0 TO CredLen.
           INSPECT CredText TALLYING CredLen
             FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE SPACES TO BrokeList.
           MOVE 1 TO BrokePtr.
           IF CredLen IS EQUAL TO 0 OR CredLen IS GREATER THAN 9
            OR CredText(1:CredLen) IS NOT NUMERIC
            ADD 1 TO FormatFails
            STRING "FORMAT (not 1-9 digits)"
             DELIMITED BY SIZE INTO BrokeList
             WITH POINTER BrokePtr
            END-STRING
           ELSE
            COMPUTE VInt = FUNCTION NUMVAL(CredText(1:CredLen))
            COMPUTE StartIdx = 10 - CredLen
            PERFORM AnalyzeDigits
            PERFORM EvaluateRules
            IF RulesPass IS EQUAL TO 1
             EXIT SECTION
            END-IF
            PERFORM VARYING Rdx FROM 1 UNTIL Rdx IS GREATER THAN
                    RuleCount
             IF RuleBroke(Rdx) IS EQUAL TO 1
              ADD 1 TO RuleFails(Rdx)
              IF BrokePtr IS GREATER THAN 1
               STRING ", " DELIMITED BY SIZE INTO BrokeList
                WITH POINTER BrokePtr
               END-STRING
              END-IF
              STRING FUNCTION TRIM(RuleType(Rdx))
               DELIMITED BY SIZE INTO BrokeList
               WITH POINTER BrokePtr
              END-STRING
             END-IF
            END-PERFORM
           END-IF.
           ADD 1 TO CredFailCount.
           MOVE SPACES TO CredAuditRec.
           STRING CredRecNum "  " CredId " " CredText(1:16) " "
                  BrokeList
            DELIMITED BY SIZE INTO CredAuditRec
           END-STRING.
           PERFORM WriteCredAuditRec.

      * Subroutine WriteCredAuditRec.
      *
      * Write one credential audit record and fold it into the
      * control totals.
      *
      * Uses: CredAuditRec -> CredAuditFile, CredTrailCount,
      *       CredTrailSum
       WriteCredAuditRec SECTION.
           ADD 1 TO CredTrailCount.
           COMPUTE CredTrailSum = FUNCTION MOD(CredTrailSum
                 + FUNCTION ORD(CredAuditRec(1:1)), 1000000000).
           WRITE CredAuditRec.

      * Subroutine LoadPolicy.
      *
      * Read the policy file into PolicyTable, one "rule|ON/OFF|param"
      * Apply every enabled PolicyTable rule to the already-analyzed
      * candidate (Increasing/HasPair from the digit scan, Groups from
      * the run tally) and clear RulesPass on the first rule that
      * fails. An audit run checks every rule instead, marking each
      * one broken in RuleBroke.
      *
      * Uses: PolicyTable, Increasing, HasPair, Groups, VArr, AuditRun
      *       -> RulesPass, RuleBroke
       EvaluateRules SECTION.
           MOVE 1 TO RulesPass.
           MOVE 0 TO AnyBroke.
           PERFORM VARYING Rdx FROM 1 UNTIL Rdx IS GREATER THAN
                   RuleCount
            MOVE 0 TO RuleBroke(Rdx)
            IF AuditRun IS EQUAL TO 1
             MOVE 1 TO RulesPass
            END-IF
            IF RuleOn(Rdx) IS EQUAL TO "ON"
             EVALUATE RuleType(Rdx)
              WHEN "NONDECREASING"
             END-EVALUATE
            END-IF
            IF RulesPass IS EQUAL TO 0
             MOVE 1 TO RuleBroke(Rdx)
             MOVE 1 TO AnyBroke
             IF AuditRun IS EQUAL TO 0
              EXIT PERFORM
             END-IF
            END-IF
           END-PERFORM.
           IF AnyBroke IS EQUAL TO 1
            MOVE 0 TO RulesPass
           END-IF.
           COPY "ProvWrite.cpy".


