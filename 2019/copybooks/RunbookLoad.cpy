      * RunbookLoad.cpy
      *
      * Loads the runbook catalog (Runbook.cpy) into RbTable and
      * RbStepTable; a missing catalog just means no runbooks yet. A
      * STEP record belongs to the newest RUNBOOK record for the same
      * program and code.
       LoadRunbook SECTION.
           MOVE 0 TO RbCount.
           MOVE 0 TO RbStepCount.
           OPEN INPUT RunbookFile.
           IF RunbookStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           MOVE SPACES TO RunbookRec.
           READ RunbookFile
            AT END SET EndOfRunbook TO TRUE
           END-READ.
           PERFORM UNTIL EndOfRunbook
            MOVE SPACES TO RbFld1 RbFld2 RbFld3 RbFld4 RbFld5 RbFld6
            UNSTRING RunbookRec DELIMITED BY "|"
             INTO RbFld1 RbFld2 RbFld3 RbFld4 RbFld5 RbFld6
            END-UNSTRING
            EVALUATE TRUE
             WHEN RbFld1 IS EQUAL TO "RUNBOOK"
              AND RbCount IS LESS THAN 100
              ADD 1 TO RbCount
              MOVE RbFld2 TO RbProg(RbCount)
              MOVE RbFld3 TO RbCode(RbCount)
              MOVE FUNCTION UPPER-CASE(RbFld4(1:1))
                TO RbRerun(RbCount)
              MOVE RbFld5 TO RbContact(RbCount)
              MOVE RbFld6 TO RbTitle(RbCount)
             WHEN RbFld1 IS EQUAL TO "STEP"
              AND RbStepCount IS LESS THAN 600
              MOVE 0 TO RbMatch
              PERFORM VARYING RbIx FROM RbCount BY -1
               UNTIL RbIx IS LESS THAN 1
               IF RbProg(RbIx) IS EQUAL TO RbFld2
                AND RbCode(RbIx) IS EQUAL TO RbFld3
                MOVE RbIx TO RbMatch
                EXIT PERFORM
               END-IF
              END-PERFORM
              IF RbMatch IS GREATER THAN 0
               ADD 1 TO RbStepCount
               MOVE RbMatch TO RbStepOwner(RbStepCount)
               MOVE RbFld4 TO RbStepText(RbStepCount)
              END-IF
             WHEN OTHER
              CONTINUE
            END-EVALUATE
            MOVE SPACES TO RunbookRec
            READ RunbookFile
             AT END SET EndOfRunbook TO TRUE
            END-READ
           END-PERFORM.
           CLOSE RunbookFile.

      * Subroutine FindRunbook.
      *
      * The runbook entry for a program and return code or incident
      * state: an exact entry, else the program's catch-all, else the
      * code's catch-all.
      *
      * Uses: RbWantProg, RbWantCode, RbTable -> RbMatch
       FindRunbook SECTION.
           MOVE 0 TO RbMatch.
           PERFORM VARYING RbIx FROM 1 UNTIL RbIx IS GREATER THAN
                   RbCount
            IF RbProg(RbIx) IS EQUAL TO RbWantProg
             AND RbCode(RbIx) IS EQUAL TO RbWantCode
             MOVE RbIx TO RbMatch
             EXIT SECTION
            END-IF
           END-PERFORM.
           PERFORM VARYING RbIx FROM 1 UNTIL RbIx IS GREATER THAN
                   RbCount
            IF RbProg(RbIx) IS EQUAL TO RbWantProg
             AND RbCode(RbIx) IS EQUAL TO "*"
             MOVE RbIx TO RbMatch
             EXIT SECTION
            END-IF
           END-PERFORM.
           PERFORM VARYING RbIx FROM 1 UNTIL RbIx IS GREATER THAN
                   RbCount
            IF RbProg(RbIx) IS EQUAL TO "*"
             AND RbCode(RbIx) IS EQUAL TO RbWantCode
             MOVE RbIx TO RbMatch
             EXIT SECTION
            END-IF
           END-PERFORM.

      * Subroutine RunbookLines.
      *
      * Render entry RbMatch: a heading with its title, the rerun
      * and escalation line, then the numbered steps in order.
      *
      * Uses: RbMatch, RbTable, RbStepTable -> RbOut
       RunbookLines SECTION.
           MOVE 0 TO RbOutCount.
           IF RbMatch IS EQUAL TO 0
            EXIT SECTION
           END-IF.
           ADD 1 TO RbOutCount.
           MOVE SPACES TO RbOutLine(RbOutCount).
           STRING "Runbook " FUNCTION TRIM(RbProg(RbMatch)) "/"
                  FUNCTION TRIM(RbCode(RbMatch)) ": "
                  FUNCTION TRIM(RbTitle(RbMatch))
            DELIMITED BY SIZE INTO RbOutLine(RbOutCount)
           END-STRING.
           ADD 1 TO RbOutCount.
           MOVE SPACES TO RbOutLine(RbOutCount).
           IF RbRerun(RbMatch) IS EQUAL TO "Y"
            STRING "  Rerun safe: YES - escalate to "
                   FUNCTION TRIM(RbContact(RbMatch))
             DELIMITED BY SIZE INTO RbOutLine(RbOutCount)
            END-STRING
           ELSE
            STRING "  Rerun safe: NO - do not rerun until the steps "
                   "below are done; escalate to "
                   FUNCTION TRIM(RbContact(RbMatch))
             DELIMITED BY SIZE INTO RbOutLine(RbOutCount)
            END-STRING
           END-IF.
           MOVE 0 TO RbStepNo.
           PERFORM VARYING RbSx FROM 1 UNTIL RbSx IS GREATER THAN
                   RbStepCount
            IF RbStepOwner(RbSx) IS EQUAL TO RbMatch
             AND RbOutCount IS LESS THAN 20
             ADD 1 TO RbStepNo
             MOVE RbStepNo TO RbStepFmt
             ADD 1 TO RbOutCount
             MOVE SPACES TO RbOutLine(RbOutCount)
             STRING "  " RbStepFmt ". " FUNCTION TRIM(RbStepText(RbSx))
              DELIMITED BY SIZE INTO RbOutLine(RbOutCount)
             END-STRING
            END-IF
           END-PERFORM.
