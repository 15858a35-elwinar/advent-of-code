      * Appends one line to AuditFile from AuditProgramId/AuditInputPath/
      * AuditArgs/AuditAnswer (AuditTrailFields.cpy). A program MOVEs its
      * own values into those fields and does PERFORM WriteAuditTrail
      * right before each place it reports its final answer. A run
      * launched under a registered build (AocBuild) is stamped
      * " build=" after the timestamp.
       WriteAuditTrail SECTION.
           PERFORM ResolveSpool.
      * Resolve the operator stamp once per run: the console's
           INSPECT AuditInputPath REPLACING ALL LOW-VALUES BY SPACE.
           INSPECT AuditArgs REPLACING ALL LOW-VALUES BY SPACE.
           MOVE SPACES TO AuditRec.
           MOVE 1 TO AuditPtr.
           STRING FUNCTION TRIM(AuditProgramId) DELIMITED BY SIZE
                  " input=" DELIMITED BY SIZE
                  FUNCTION TRIM(AuditInputPath) DELIMITED BY SIZE
                  FUNCTION TRIM(AuditAnswer) DELIMITED BY SIZE
                  " at=" DELIMITED BY SIZE
                  AuditTimestamp DELIMITED BY SIZE
             INTO AuditRec
             WITH POINTER AuditPtr
           END-STRING.
           IF AuditBuild IS NOT EQUAL TO SPACES
            STRING " build=" AuditBuild
             DELIMITED BY SIZE INTO AuditRec
             WITH POINTER AuditPtr
            END-STRING
           END-IF.
           STRING " operator=" DELIMITED BY SIZE
                  FUNCTION TRIM(AuditOperator) DELIMITED BY SIZE
             INTO AuditRec
             WITH POINTER AuditPtr
           END-STRING.
      * A spooled lane's entries are linked when the batch driver
      * folds them into the shared log, in the order they land there.
           IF SpoolTag IS EQUAL TO SPACES
            MOVE "audit.log.link" TO ChainHeadPath
            MOVE AuditRec TO ChainText
            PERFORM ChainRecord
            MOVE ChainText TO AuditRec
           END-IF.
           WRITE AuditRec.
           CLOSE AuditFile.

      * per-lane spool files the batch driver merges afterward: the
      * driver exports AocSpoolTag (the lane's tag) into each lane's
      * environment; everything else appends directly as always.
      * The build number the launcher exported (AocBuild) is picked
      * up here too, for both logs.
       ResolveSpool SECTION.
           IF SpoolResolved IS EQUAL TO 1
            EXIT SECTION
           END-IF.
           MOVE 1 TO SpoolResolved.
           MOVE SPACES TO AuditBuild.
           DISPLAY "AocBuild" UPON ENVIRONMENT-NAME.
           ACCEPT AuditBuild FROM ENVIRONMENT-VALUE.
           IF AuditBuild IS EQUAL TO LOW-VALUES
            OR AuditBuild IS NOT NUMERIC
            MOVE SPACES TO AuditBuild
           END-IF.
           DISPLAY "AocSpoolTag" UPON ENVIRONMENT-NAME.
           ACCEPT SpoolTag FROM ENVIRONMENT-VALUE.
           IF SpoolTag IS EQUAL TO SPACES
           STRING "spool." FUNCTION TRIM(SpoolTag) ".acct"
            DELIMITED BY SIZE INTO AcctPath
           END-STRING.

      * Subroutine ChainRecord.
      *
      * Link one record onto its file's chain: read the newest link
      * from the head file, compute this record's link from it,
      * append the link to the record and make it the new head.
      *
      * Uses: ChainHeadPath, ChainText -> ChainText, ChainLink,
      *       head file
       ChainRecord SECTION.
           PERFORM ReadChainHead.
           PERFORM ComputeChainLink.
           MOVE " chain=" TO ChainText(ChainTextLen + 1:7).
           MOVE ChainLink TO ChainText(ChainTextLen + 8:18).
           PERFORM WriteChainHead.

      * Subroutine ReadChainHead.
      *
      * The newest link on file; a chain with no head file yet
      * starts from zero.
      *
      * Uses: ChainHeadPath -> ChainPrev
       ReadChainHead SECTION.
           MOVE 0 TO ChainPrevA.
           MOVE 0 TO ChainPrevB.
           DISPLAY "ChainHeadPath" UPON ENVIRONMENT-NAME.
           DISPLAY ChainHeadPath UPON ENVIRONMENT-VALUE.
           OPEN INPUT ChainHeadFile.
           IF ChainHeadStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           MOVE SPACES TO ChainHeadRec.
           READ ChainHeadFile
            AT END MOVE SPACES TO ChainHeadRec
           END-READ.
           CLOSE ChainHeadFile.
           MOVE SPACES TO ChainFld1 ChainFld2.
           UNSTRING ChainHeadRec DELIMITED BY "|"
            INTO ChainFld1 ChainFld2
           END-UNSTRING.
           IF ChainFld1 IS EQUAL TO "LINK"
            AND ChainFld2(1:18) IS NUMERIC
            MOVE ChainFld2(1:18) TO ChainPrev
           END-IF.

      * Subroutine ComputeChainLink.
      *
      * Fold the record's characters (trailing spaces aside, as the
      * line is stored) into each half of the previous link.
      *
      * Uses: ChainPrev, ChainText -> ChainTextLen, ChainLink
       ComputeChainLink SECTION.
           PERFORM VARYING ChainTextLen FROM 300 BY -1
                   UNTIL ChainTextLen IS EQUAL TO 0
                   OR ChainText(ChainTextLen:1) IS NOT EQUAL TO SPACE
            CONTINUE
           END-PERFORM.
           IF ChainTextLen IS GREATER THAN 275
            MOVE 275 TO ChainTextLen
           END-IF.
           MOVE ChainPrevA TO ChainLinkA.
           MOVE ChainPrevB TO ChainLinkB.
           PERFORM VARYING ChainCx FROM 1 UNTIL ChainCx IS GREATER
                   THAN ChainTextLen
            COMPUTE ChainLinkA = FUNCTION MOD(ChainLinkA * 257
                  + FUNCTION ORD(ChainText(ChainCx:1)), 999999937)
            COMPUTE ChainLinkB = FUNCTION MOD(ChainLinkB * 263
                  + FUNCTION ORD(ChainText(ChainCx:1)), 999999929)
           END-PERFORM.
           COMPUTE ChainLinkA = FUNCTION MOD(ChainLinkA * 257
                 + ChainTextLen, 999999937).

      * Subroutine WriteChainHead.
      *
      * Make ChainLink the newest link on file.
      *
      * Uses: ChainHeadPath, ChainLink -> head file
       WriteChainHead SECTION.
           DISPLAY "ChainHeadPath" UPON ENVIRONMENT-NAME.
           DISPLAY ChainHeadPath UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT ChainHeadFile.
           MOVE SPACES TO ChainHeadRec.
           STRING "LINK|" ChainLink
            DELIMITED BY SIZE INTO ChainHeadRec
           END-STRING.
           WRITE ChainHeadRec.
           CLOSE ChainHeadFile.

      * Subroutine SplitChainLink.
      *
      * Take a stored record apart for checking: ChainTagged says
      * whether it ends in a link, ChainLink is that link, and
      * ChainText is left holding the record without it.
      *
      * Uses: ChainText -> ChainText, ChainTagged, ChainLink
       SplitChainLink SECTION.
           MOVE 0 TO ChainTagged.
           PERFORM VARYING ChainTextLen FROM 300 BY -1
                   UNTIL ChainTextLen IS EQUAL TO 0
                   OR ChainText(ChainTextLen:1) IS NOT EQUAL TO SPACE
            CONTINUE
           END-PERFORM.
           IF ChainTextLen IS LESS THAN 26
            EXIT SECTION
           END-IF.
           IF ChainText(ChainTextLen - 24:7) IS NOT EQUAL TO " chain="
            OR ChainText(ChainTextLen - 17:18) IS NOT NUMERIC
            EXIT SECTION
           END-IF.
           MOVE 1 TO ChainTagged.
           MOVE ChainText(ChainTextLen - 17:18) TO ChainLink.
           MOVE SPACES TO ChainText(ChainTextLen - 24:25).
