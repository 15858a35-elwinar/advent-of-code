      * ProblemLoad.cpy
      *
      * Loads the problem register (Problem.cpy) into PrbTable and
      * LnkTable, counting each problem's linked incidents and the
      * problems still open into PrbOpenCount; a missing register
      * just means no problem has been raised yet.
       LoadProblems SECTION.
           MOVE 0 TO PrbCount.
           MOVE 0 TO LnkCount.
           MOVE 0 TO PrbOpenCount.
           OPEN INPUT ProblemFile.
           IF ProblemStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           MOVE SPACES TO ProblemRec.
           READ ProblemFile
            AT END SET EndOfProblems TO TRUE
           END-READ.
           PERFORM UNTIL EndOfProblems
            MOVE SPACES TO PrbFld2 PrbFld3 PrbFld4 PrbFld5 PrbFld6
                           PrbFld7 PrbFld8 PrbFld9 PrbFld10 PrbFld11
            UNSTRING ProblemRec DELIMITED BY "|"
             INTO PrbFld1 PrbFld2 PrbFld3 PrbFld4 PrbFld5 PrbFld6
                  PrbFld7 PrbFld8 PrbFld9 PrbFld10 PrbFld11
            END-UNSTRING
            EVALUATE TRUE
             WHEN PrbFld1 IS EQUAL TO "PRB"
              AND PrbCount IS LESS THAN 100
              ADD 1 TO PrbCount
              COMPUTE PrbNo(PrbCount) = FUNCTION NUMVAL(PrbFld2)
              MOVE PrbFld3 TO PrbState(PrbCount)
              MOVE PrbFld4 TO PrbOpened(PrbCount)
              MOVE PrbFld5 TO PrbProg(PrbCount)
              MOVE PrbFld6 TO PrbInput(PrbCount)
              MOVE PrbFld7 TO PrbFail(PrbCount)
              MOVE PrbFld8 TO PrbTitle(PrbCount)
              MOVE PrbFld9 TO PrbCause(PrbCount)
              MOVE PrbFld10 TO PrbWork(PrbCount)
              MOVE PrbFld11 TO PrbFix(PrbCount)
              MOVE 0 TO PrbLinks(PrbCount)
              IF NOT PrbIsFixed(PrbCount)
               ADD 1 TO PrbOpenCount
              END-IF
             WHEN PrbFld1 IS EQUAL TO "LNK"
              AND LnkCount IS LESS THAN 400
              ADD 1 TO LnkCount
              COMPUTE LnkPrb(LnkCount) = FUNCTION NUMVAL(PrbFld2)
              COMPUTE LnkInc(LnkCount) = FUNCTION NUMVAL(PrbFld3)
              MOVE PrbFld4 TO LnkAt(LnkCount)
             WHEN OTHER
              CONTINUE
            END-EVALUATE
            MOVE SPACES TO ProblemRec
            READ ProblemFile
             AT END SET EndOfProblems TO TRUE
            END-READ
           END-PERFORM.
           CLOSE ProblemFile.
           PERFORM VARYING LnkIx FROM 1 UNTIL LnkIx IS GREATER THAN
                   LnkCount
            PERFORM VARYING PrbIx FROM 1 UNTIL PrbIx IS GREATER THAN
                    PrbCount
             IF PrbNo(PrbIx) IS EQUAL TO LnkPrb(LnkIx)
              ADD 1 TO PrbLinks(PrbIx)
             END-IF
            END-PERFORM
           END-PERFORM.

      * Subroutine MatchProblem.
      *
      * The matching pass behind link suggestions: the first open
      * problem whose program, input and failure state fit the
      * incident's (a blank one on the problem fits anything).
      *
      * Uses: PrbWantProg, PrbWantInput, PrbWantFail, PrbTable
      *       -> PrbMatch
       MatchProblem SECTION.
           MOVE 0 TO PrbMatch.
           PERFORM VARYING PrbIx FROM 1 UNTIL PrbIx IS GREATER THAN
                   PrbCount
            IF NOT PrbIsFixed(PrbIx)
             AND (PrbProg(PrbIx) IS EQUAL TO SPACES
              OR PrbProg(PrbIx) IS EQUAL TO PrbWantProg)
             AND (PrbInput(PrbIx) IS EQUAL TO SPACES
              OR PrbInput(PrbIx) IS EQUAL TO PrbWantInput)
             AND (PrbFail(PrbIx) IS EQUAL TO SPACES
              OR PrbFail(PrbIx) IS EQUAL TO PrbWantFail)
             MOVE PrbIx TO PrbMatch
             EXIT PERFORM
            END-IF
           END-PERFORM.

      * Subroutine ProblemOfIncident.
      *
      * The problem an incident is linked to, if any.
      *
      * Uses: PrbWantInc, LnkTable, PrbTable -> PrbMatch
       ProblemOfIncident SECTION.
           MOVE 0 TO PrbMatch.
           PERFORM VARYING LnkIx FROM 1 UNTIL LnkIx IS GREATER THAN
                   LnkCount
            IF LnkInc(LnkIx) IS EQUAL TO PrbWantInc
             PERFORM VARYING PrbIx FROM 1 UNTIL PrbIx IS GREATER THAN
                     PrbCount
              IF PrbNo(PrbIx) IS EQUAL TO LnkPrb(LnkIx)
               MOVE PrbIx TO PrbMatch
               EXIT PERFORM
              END-IF
             END-PERFORM
             EXIT PERFORM
            END-IF
           END-PERFORM.
