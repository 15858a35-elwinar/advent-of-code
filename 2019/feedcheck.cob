      *   MOON     day 12: the aligned "<x=nnn, y=nnn, z=nnn>" rows
      *   REACTION day 14: "q NAME, q NAME => q NAME" recipes, every
      *            quantity numeric and every name non-blank
      *   SIGNAL   day 16: one stream of decimal digits, at least
      *            seven long so the message offset can be read
      *   SHUFFLE  day 22: one technique per record - "deal into new
      *            stack", "cut n" (n may be negative) or "deal with
      *            increment n" (n a positive number)
      *   BUGS     day 24: exactly five rows of exactly five cells,
      *            each "." or "#"

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
            WHEN "ASTEROID" CONTINUE
            WHEN "MOON"     CONTINUE
            WHEN "REACTION" CONTINUE
            WHEN "SIGNAL"   CONTINUE
            WHEN "SHUFFLE"  CONTINUE
            WHEN "BUGS"     CONTINUE
            WHEN OTHER
             DISPLAY "Unknown feed type: " FUNCTION TRIM(FeedType)
             MOVE 8 TO RETURN-CODE
             WHEN "ASTEROID" PERFORM CheckAsteroid
             WHEN "MOON"     PERFORM CheckMoon
             WHEN "REACTION" PERFORM CheckReaction
             WHEN "SIGNAL"   PERFORM CheckSignal
             WHEN "SHUFFLE"  PERFORM CheckShuffle
             WHEN "BUGS"     PERFORM CheckBugs
            END-EVALUATE
            IF RecOk IS EQUAL TO 1
             ADD 1 TO GoodCount
             AT END SET EndOfInput TO TRUE
            END-READ
           END-PERFORM.
           IF FeedType IS EQUAL TO "BUGS" AND RecNum IS LESS THAN 5
            ADD 1 TO BadCount
            MOVE "grid has fewer than 5 rows" TO BadReason
            PERFORM TallyReason
            MOVE RecNum TO RecNumFmt
            MOVE SPACES TO RejectRec
            STRING "end of feed after record " FUNCTION TRIM(RecNumFmt)
                   ": " FUNCTION TRIM(BadReason)
             DELIMITED BY SIZE INTO RejectRec
            END-STRING
            WRITE RejectRec
           END-IF.
           CLOSE InputFile.
           CLOSE RejectFile.

            END-IF
           END-PERFORM.

      * Subroutine CheckBugs.
      *
      * One row of the Day 24 bug grid: the grid is five rows of five
      * cells, every cell "." (empty) or "#" (bug).
       CheckBugs SECTION.
           IF RecNum IS GREATER THAN 5
            MOVE 0 TO RecOk
            MOVE "grid has more than 5 rows" TO BadReason
            EXIT SECTION
           END-IF.
           IF InputLen IS NOT EQUAL TO 5
            MOVE 0 TO RecOk
            MOVE "row is not 5 cells wide" TO BadReason
            EXIT SECTION
           END-IF.
           PERFORM CheckAsteroid.

      * Subroutine CheckMoon.
      *
      * The aligned Day 12 position row: the three 3-character fields
            MOVE 0 TO RecOk
            MOVE "reaction chemical name is blank" TO BadReason
           END-IF.

      * Subroutine CheckSignal.
      *
      * A signal record of decimal digits only, long enough to carry
      * the seven-digit message offset at its head.
       CheckSignal SECTION.
           PERFORM VARYING Cdx FROM 1 UNTIL Cdx > InputLen
            IF InputRec(Cdx:1) IS LESS THAN "0"
             OR InputRec(Cdx:1) IS GREATER THAN "9"
             MOVE 0 TO RecOk
             MOVE "signal character is not a digit" TO BadReason
             EXIT SECTION
            END-IF
           END-PERFORM.
           IF InputLen IS LESS THAN 7
            MOVE 0 TO RecOk
            MOVE "signal shorter than the 7-digit offset" TO BadReason
           END-IF.

      * Subroutine CheckShuffle.
      *
      * One shuffle technique, worded exactly as 22a/22b parse it:
      * "deal into new stack", "cut n" with n a signed number, or
      * "deal with increment n" with n a positive number.
       CheckShuffle SECTION.
           IF InputRec IS EQUAL TO "deal into new stack"
            EXIT SECTION
           END-IF.
           MOVE SPACES TO Tok.
           EVALUATE TRUE
            WHEN InputRec(1:4) IS EQUAL TO "cut "
             MOVE InputRec(5:) TO Tok
             PERFORM CheckToken
             IF TokOk IS EQUAL TO 0
              MOVE 0 TO RecOk
              MOVE "cut count is not numeric" TO BadReason
             END-IF
            WHEN InputRec(1:20) IS EQUAL TO "deal with increment "
             MOVE InputRec(21:) TO Tok
             PERFORM CheckToken
             IF TokOk IS EQUAL TO 0 OR Tok(1:1) IS EQUAL TO "-"
              OR FUNCTION NUMVAL(Tok) IS EQUAL TO 0
              MOVE 0 TO RecOk
              MOVE "deal increment is not a positive number"
                TO BadReason
             END-IF
            WHEN OTHER
             MOVE 0 TO RecOk
             MOVE "unknown shuffle technique" TO BadReason
           END-EVALUATE.
