      * FreezeCheck.cpy
      *
      * Checks whether FrzSeason/FrzDay/FrzPart may be launched today
      * against freeze.calendar: the first window covering today
      * whose season, day and part match (or are "*") freezes it.
      * No calendar, or no window, leaves it free. A frozen day/part
      * is refused unless an emergency override reason is given
      * (FrzOverride, else the AocFreezeOverride environment
      * variable) AND the operator holds the "freeze|OVERRIDE" grant
      * in auth.matrix (AuthorizeCheck.cpy) - an override is for a
      * supervisor, never an unattended pass. Every refusal and every
      * override is appended to freeze.log with the operator, the
      * launcher, the window's reason and the override reason, and
      * shown on the console. The caller decides what a refusal does
      * to its run.
       CheckFreeze SECTION.
           MOVE 0 TO FrzFrozen.
           MOVE SPACES TO FrzReason.
           MOVE SPACES TO FrzWindow.
           MOVE FUNCTION CURRENT-DATE(1:14) TO FrzStamp.
           MOVE FrzStamp(1:8) TO FrzToday.
           OPEN INPUT FreezeCalFile.
           IF FreezeCalStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           READ FreezeCalFile
            AT END SET EndOfFreezeCal TO TRUE
           END-READ.
           PERFORM UNTIL EndOfFreezeCal
            IF FreezeCalRec(1:7) IS EQUAL TO "FREEZE|"
             MOVE SPACES TO FrzFld1 FrzFld2 FrzFld3 FrzFld4 FrzFld5
                            FrzFld6 FrzFld7
             UNSTRING FreezeCalRec DELIMITED BY "|"
              INTO FrzFld1 FrzFld2 FrzFld3 FrzFld4 FrzFld5 FrzFld6
                   FrzFld7
             END-UNSTRING
             IF FrzToday IS NOT LESS THAN FrzFld2
              AND (FrzFld3 IS EQUAL TO SPACES
               OR FrzToday IS NOT GREATER THAN FrzFld3)
              AND (FrzFld4 IS EQUAL TO "*"
               OR FrzFld4 IS EQUAL TO FrzSeason)
              AND (FrzFld5 IS EQUAL TO "*"
               OR FrzFld5 IS EQUAL TO FrzDay)
              AND (FrzFld6 IS EQUAL TO "*"
               OR FrzPart IS EQUAL TO SPACE
               OR FrzFld6 IS EQUAL TO FrzPart)
              MOVE 1 TO FrzFrozen
              MOVE FrzFld7 TO FrzReason
              IF FrzFld3 IS EQUAL TO SPACES
               MOVE "open" TO FrzFld3
              END-IF
              STRING FrzFld2 "-" FrzFld3
               DELIMITED BY SIZE INTO FrzWindow
              END-STRING
              SET EndOfFreezeCal TO TRUE
             END-IF
            END-IF
            IF NOT EndOfFreezeCal
             MOVE SPACES TO FreezeCalRec
             READ FreezeCalFile
              AT END SET EndOfFreezeCal TO TRUE
             END-READ
            END-IF
           END-PERFORM.
           CLOSE FreezeCalFile.
           IF NOT FrzIsFrozen
            EXIT SECTION
           END-IF.

           MOVE SPACES TO FrzOperator.
           DISPLAY "AocOperator" UPON ENVIRONMENT-NAME.
           ACCEPT FrzOperator FROM ENVIRONMENT-VALUE.
           IF FrzOperator IS EQUAL TO SPACES
            OR FrzOperator IS EQUAL TO LOW-VALUES
            MOVE "BATCH" TO FrzOperator
           END-IF.
           MOVE FUNCTION UPPER-CASE(FrzOperator) TO FrzOperator.
           IF FrzOverride IS EQUAL TO SPACES
            OR FrzOverride IS EQUAL TO LOW-VALUES
            MOVE SPACES TO FrzOverride
            DISPLAY "AocFreezeOverride" UPON ENVIRONMENT-NAME
            ACCEPT FrzOverride FROM ENVIRONMENT-VALUE
            IF FrzOverride IS EQUAL TO LOW-VALUES
             MOVE SPACES TO FrzOverride
            END-IF
           END-IF.
           INSPECT FrzOverride REPLACING ALL "|" BY SPACE.

           IF FrzOverride IS NOT EQUAL TO SPACES
            MOVE "freeze" TO AuthProgram
            MOVE "OVERRIDE" TO AuthAction
            MOVE FrzOperator TO AuthOperator
            PERFORM CheckAuthorization
            IF AuthIsGranted
             MOVE 2 TO FrzFrozen
            END-IF
           END-IF.

           MOVE SPACES TO FrzLogLine.
           IF FrzIsOverridden
            STRING "OVERRIDE|" FrzStamp "|"
                   FUNCTION TRIM(FrzOperator) "|"
                   FUNCTION TRIM(FrzLauncher) "|" FrzSeason "|"
                   FUNCTION TRIM(FrzDay) "|" FrzPart "|"
                   FUNCTION TRIM(FrzReason) "|"
                   FUNCTION TRIM(FrzOverride)
             DELIMITED BY SIZE INTO FrzLogLine
            END-STRING
            DISPLAY "FREEZE OVERRIDDEN: " FrzSeason " day "
                    FUNCTION TRIM(FrzDay) " part " FrzPart
                    " by " FUNCTION TRIM(FrzOperator) " ("
                    FUNCTION TRIM(FrzOverride) ")"
           ELSE
            STRING "FROZEN|" FrzStamp "|"
                   FUNCTION TRIM(FrzOperator) "|"
                   FUNCTION TRIM(FrzLauncher) "|" FrzSeason "|"
                   FUNCTION TRIM(FrzDay) "|" FrzPart "|"
                   FUNCTION TRIM(FrzReason) "|"
                   FUNCTION TRIM(FrzOverride)
             DELIMITED BY SIZE INTO FrzLogLine
            END-STRING
            DISPLAY "FROZEN: " FrzSeason " day " FUNCTION TRIM(FrzDay)
                    " part " FrzPart " - " FUNCTION TRIM(FrzReason)
                    " (window " FUNCTION TRIM(FrzWindow)
                    ") - not launched"
           END-IF.
           PERFORM WriteFreezeLog.

      * Subroutine SplitFreezeScope.
      *
      * Take a day program name apart into the day/part it answers:
      * the leading digits are the day, an "a" or "b" after them the
      * part ("2bmerge" is day 2 part b); a program answering both
      * parts ("9") leaves the part blank, which the check treats as
      * the whole day.
      *
      * Uses: FrzScopeName -> FrzDay, FrzPart
       SplitFreezeScope SECTION.
           MOVE SPACES TO FrzDay.
           MOVE SPACE TO FrzPart.
           MOVE 1 TO FrzSx.
           PERFORM UNTIL FrzSx IS GREATER THAN 4
                   OR FrzScopeName(FrzSx:1) IS NOT NUMERIC
            ADD 1 TO FrzSx
           END-PERFORM.
           IF FrzSx IS GREATER THAN 1
            MOVE FrzScopeName(1:FrzSx - 1) TO FrzDay
           END-IF.
           IF FrzScopeName(FrzSx:1) IS EQUAL TO "a"
            OR FrzScopeName(FrzSx:1) IS EQUAL TO "b"
            MOVE FrzScopeName(FrzSx:1) TO FrzPart
           END-IF.

      * Subroutine WriteFreezeLog.
      *
      * Append FrzLogLine to freeze.log, creating the log on first
      * use.
      *
      * Uses: FrzLogLine -> FreezeLogFile
       WriteFreezeLog SECTION.
           OPEN EXTEND FreezeLogFile.
           IF FreezeLogStatus IS EQUAL TO "35"
            OPEN OUTPUT FreezeLogFile
           END-IF.
           MOVE FrzLogLine TO FreezeLogRec.
           WRITE FreezeLogRec.
           CLOSE FreezeLogFile.
