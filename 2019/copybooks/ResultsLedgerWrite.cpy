      * place it reports its final answer.
       WriteLedger SECTION.
           PERFORM ResolveSpool.
           MOVE SPACES TO LedgerRunSeason.
           DISPLAY "AocSeason" UPON ENVIRONMENT-NAME.
           ACCEPT LedgerRunSeason FROM ENVIRONMENT-VALUE.
           IF LedgerRunSeason IS NOT EQUAL TO SPACES
            AND LedgerRunSeason IS NOT EQUAL TO LOW-VALUES
            MOVE LedgerRunSeason TO LedgerSeason
           END-IF.
      * Resolve the operator stamp the same way WriteAuditTrail does,
      * so both logs agree on who ran the program.
           IF AuditOperator IS EQUAL TO SPACES
             MOVE "BATCH" TO AuditOperator
            END-IF
           END-IF.
      * Edit the answer against the reasonability rules before it
      * lands; a SUSPECT answer is recorded all the same, tagged, so
      * the master holds it back from sign-off.
           PERFORM CheckReasonable.
           MOVE FUNCTION CURRENT-DATE TO LedgerTimestamp.
           OPEN EXTEND LedgerFile.
           IF LedgerStatus IS EQUAL TO "35"
            MOVE 1 TO TrlFresh
           END-IF.
           MOVE SPACES TO LedgerRec.
           MOVE 1 TO LedgerPtr.
           STRING "day=" DELIMITED BY SIZE
                  FUNCTION TRIM(LedgerDay) DELIMITED BY SIZE
                  " part=" DELIMITED BY SIZE
                  LedgerTimestamp DELIMITED BY SIZE
                  "season=" DELIMITED BY SIZE
                  LedgerSeason DELIMITED BY SIZE
             INTO LedgerRec
             WITH POINTER LedgerPtr
           END-STRING.
           IF AnswerIsSuspect
            STRING " suspect=" FUNCTION TRIM(ReasonWhy)
             DELIMITED BY SIZE INTO LedgerRec
             WITH POINTER LedgerPtr
            END-STRING
           END-IF.
           IF AuditBuild IS NOT EQUAL TO SPACES
            STRING " build=" AuditBuild
             DELIMITED BY SIZE INTO LedgerRec
             WITH POINTER LedgerPtr
            END-STRING
           END-IF.
           STRING " operator=" DELIMITED BY SIZE
                  FUNCTION TRIM(AuditOperator) DELIMITED BY SIZE
             INTO LedgerRec
             WITH POINTER LedgerPtr
           END-STRING.
      * Link the line onto the ledger's chain (AuditTrailWrite.cpy);
      * a spooled lane's lines are linked by the batch driver's
      * merge instead.
           IF SpoolTag IS EQUAL TO SPACES
            MOVE "results.ledger.link" TO ChainHeadPath
            MOVE LedgerRec TO ChainText
            PERFORM ChainRecord
            MOVE ChainText TO LedgerRec
           END-IF.
           WRITE LedgerRec.
           CLOSE LedgerFile.
      * A spooled lane leaves the shared trailer alone - the batch
            DELIMITED BY SIZE INTO AcctRec
           END-STRING.
           WRITE AcctRec.
      * and one capacity record per bounded table the program noted,
      * with the limit and the run's high-water mark.
           PERFORM VARYING CapIx FROM 1 UNTIL CapIx IS GREATER THAN
                   CapCount
            MOVE SPACES TO AcctRec
            STRING "CAP|" LedgerTimestamp(1:14) "|"
                   FUNCTION TRIM(AuditProgramId) "|"
                   FUNCTION TRIM(CapTName(CapIx)) "|"
                   CapTLimit(CapIx) "|" CapTUsed(CapIx)
             DELIMITED BY SIZE INTO AcctRec
            END-STRING
            WRITE AcctRec
           END-PERFORM.
           CLOSE AcctFile.

      * Subroutine NoteCapacity.
      *
      * Keep the high-water mark of one bounded table for the
      * capacity records WriteLedger writes: a new table is added, a
      * table already noted keeps the higher of its marks. More
      * tables than CapTable holds are not recorded.
      *
      * Uses: CapName, CapLimit, CapUsed -> CapTable
       NoteCapacity SECTION.
           PERFORM VARYING CapIx FROM 1 UNTIL CapIx IS GREATER THAN
                   CapCount
            IF CapTName(CapIx) IS EQUAL TO CapName
             MOVE CapLimit TO CapTLimit(CapIx)
             IF CapUsed IS GREATER THAN CapTUsed(CapIx)
              MOVE CapUsed TO CapTUsed(CapIx)
             END-IF
             EXIT SECTION
            END-IF
           END-PERFORM.
           IF CapCount IS LESS THAN 12
            ADD 1 TO CapCount
            MOVE CapName TO CapTName(CapCount)
            MOVE CapLimit TO CapTLimit(CapCount)
            MOVE CapUsed TO CapTUsed(CapCount)
           END-IF.

      * Subroutine MaintainLedgerTrailer.
      *
      * Keep the companion control-total trailer in step: one more
           END-STRING.
           WRITE LedgerTrlRec.
           CLOSE LedgerTrlFile.

      * Subroutine CheckReasonable.
      *
      * Edit the answer about to be written against every
      * reasonability rule for its season/day/part and flag it
      * SUSPECT on the first one it breaks:
      *   MIN|n       the answer is at least n
      *   MAX|n       the answer is at most n
      *   LT|Day|Part the answer is less than that day/part's
      *               standing answer on the ledger
      *   RECS        the answer does not exceed the feed records
      *               the run read (AcctReads)
      *   SPAN        the answer does not exceed what the run's
      *               input could support (LedgerSpan)
      * No rule file, or no rule for the day/part, passes the answer.
      *
      * Uses: LedgerSeason, LedgerDay, LedgerPart, LedgerAnswer,
      *       AcctReads, LedgerSpan, ReasonFile -> ReasonSuspect,
      *       ReasonWhy
       CheckReasonable SECTION.
           MOVE 0 TO ReasonSuspect.
           MOVE SPACES TO ReasonWhy.
           OPEN INPUT ReasonFile.
           IF ReasonStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           MOVE SPACES TO ReasonRec.
           READ ReasonFile
            AT END SET EndOfReason TO TRUE
           END-READ.
           PERFORM UNTIL EndOfReason OR AnswerIsSuspect
            IF ReasonRec(1:1) IS NOT EQUAL TO "*"
             OR ReasonRec(2:1) IS EQUAL TO "|"
             MOVE SPACES TO ReasonFld1 ReasonFld2 ReasonFld3
                            ReasonFld4 ReasonFld5 ReasonFld6
             UNSTRING ReasonRec DELIMITED BY "|"
              INTO ReasonFld1 ReasonFld2 ReasonFld3 ReasonFld4
                   ReasonFld5 ReasonFld6
             END-UNSTRING
             IF (ReasonFld1 IS EQUAL TO "*"
                 OR ReasonFld1 IS EQUAL TO LedgerSeason)
                AND ReasonFld2 IS EQUAL TO LedgerDay
                AND ReasonFld3 IS EQUAL TO LedgerPart
              PERFORM ApplyReasonRule
             END-IF
            END-IF
            MOVE SPACES TO ReasonRec
            READ ReasonFile
             AT END SET EndOfReason TO TRUE
            END-READ
           END-PERFORM.
           CLOSE ReasonFile.
           IF AnswerIsSuspect
            DISPLAY "SUSPECT answer for day " FUNCTION TRIM(LedgerDay)
                    " part " LedgerPart ": " FUNCTION TRIM(LedgerAnswer)
                    " (" FUNCTION TRIM(ReasonWhy) ")"
           END-IF.

      * Subroutine ApplyReasonRule.
      *
      * One rule against the answer; every rule is numeric, so an
      * answer that is not a number is itself suspect.
      *
      * Uses: ReasonFld4-6, LedgerAnswer -> ReasonSuspect, ReasonWhy
       ApplyReasonRule SECTION.
           IF FUNCTION TEST-NUMVAL(LedgerAnswer) IS NOT EQUAL TO 0
            OR LedgerAnswer IS EQUAL TO SPACES
            MOVE 1 TO ReasonSuspect
            MOVE "NAN" TO ReasonWhy
            EXIT SECTION
           END-IF.
           COMPUTE ReasonAnswer = FUNCTION NUMVAL(LedgerAnswer).
           MOVE 0 TO ReasonBound.
           IF FUNCTION TEST-NUMVAL(ReasonFld5) IS EQUAL TO 0
            AND ReasonFld5 IS NOT EQUAL TO SPACES
            COMPUTE ReasonBound = FUNCTION NUMVAL(ReasonFld5)
           END-IF.
           EVALUATE ReasonFld4
            WHEN "MIN"
             IF ReasonAnswer IS LESS THAN ReasonBound
              MOVE 1 TO ReasonSuspect
             END-IF
            WHEN "MAX"
             IF ReasonAnswer IS GREATER THAN ReasonBound
              MOVE 1 TO ReasonSuspect
             END-IF
            WHEN "RECS"
             MOVE AcctReads TO ReasonBound
             IF AcctReads IS GREATER THAN 0
              AND ReasonAnswer IS GREATER THAN ReasonBound
              MOVE 1 TO ReasonSuspect
             END-IF
            WHEN "SPAN"
             MOVE LedgerSpan TO ReasonBound
             IF LedgerSpan IS GREATER THAN 0
              AND ReasonAnswer IS GREATER THAN ReasonBound
              MOVE 1 TO ReasonSuspect
             END-IF
            WHEN "LT"
             PERFORM FindOtherAnswer
             IF ReasonFound IS EQUAL TO 1
              AND FUNCTION TEST-NUMVAL(ReasonOther) IS EQUAL TO 0
              COMPUTE ReasonBound = FUNCTION NUMVAL(ReasonOther)
              IF ReasonAnswer IS NOT LESS THAN ReasonBound
               MOVE 1 TO ReasonSuspect
              END-IF
             END-IF
           END-EVALUATE.
           IF AnswerIsSuspect
            MOVE ReasonBound TO ReasonBoundFmt
            IF ReasonFld4 IS EQUAL TO "LT"
             STRING "LT:" FUNCTION TRIM(ReasonFld5)
                    FUNCTION TRIM(ReasonFld6) "="
                    FUNCTION TRIM(ReasonBoundFmt)
              DELIMITED BY SIZE INTO ReasonWhy
             END-STRING
            ELSE
             STRING FUNCTION TRIM(ReasonFld4) ":"
                    FUNCTION TRIM(ReasonBoundFmt)
              DELIMITED BY SIZE INTO ReasonWhy
             END-STRING
            END-IF
           END-IF.

      * Subroutine FindOtherAnswer.
      *
      * The standing answer of the day/part an LT rule names (the
      * last results.ledger line for it in this season), read before
      * this run's own line is appended.
      *
      * Uses: ReasonFld5, ReasonFld6, LedgerSeason, results.ledger
      *       -> ReasonOther, ReasonFound
       FindOtherAnswer SECTION.
           MOVE 0 TO ReasonFound.
           MOVE SPACES TO ReasonOther.
           MOVE SPACES TO ReasonPrefix.
           STRING "day=" FUNCTION TRIM(ReasonFld5) " part="
                  FUNCTION TRIM(ReasonFld6) " "
            DELIMITED BY SIZE INTO ReasonPrefix
           END-STRING.
           COMPUTE ReasonPfxLen = FUNCTION LENGTH(FUNCTION TRIM(
                   ReasonFld5)) + 12.
           MOVE LedgerPath TO ReasonSavePath.
           MOVE "results.ledger" TO LedgerPath.
           OPEN INPUT LedgerFile.
           IF LedgerStatus IS EQUAL TO "00"
            MOVE SPACES TO LedgerRec
            READ LedgerFile
             AT END MOVE HIGH-VALUES TO LedgerRec
            END-READ
            PERFORM UNTIL LedgerRec IS EQUAL TO HIGH-VALUES
             IF LedgerRec(1:ReasonPfxLen) IS EQUAL TO
                ReasonPrefix(1:ReasonPfxLen)
              MOVE SPACES TO ReasonSeason
              UNSTRING LedgerRec DELIMITED BY "season="
               INTO ReasonJunk ReasonSeason
              END-UNSTRING
              IF ReasonSeason IS EQUAL TO SPACES
               MOVE "2019" TO ReasonSeason
              END-IF
              IF ReasonSeason IS EQUAL TO LedgerSeason
               MOVE SPACES TO ReasonOther
               UNSTRING LedgerRec DELIMITED BY " answer="
                INTO ReasonJunk ReasonOther
               END-UNSTRING
               UNSTRING ReasonOther DELIMITED BY " at="
                INTO ReasonOther
               END-UNSTRING
               MOVE 1 TO ReasonFound
              END-IF
             END-IF
             MOVE SPACES TO LedgerRec
             READ LedgerFile
              AT END MOVE HIGH-VALUES TO LedgerRec
             END-READ
            END-PERFORM
            CLOSE LedgerFile
           END-IF.
           MOVE ReasonSavePath TO LedgerPath.
