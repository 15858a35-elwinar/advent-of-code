      * the full feeds. Every drift goes to Drift.report with the
      * day, part, input, old and new answers and both timestamps.
      *
      * A ledger line recorded under a registered build carries its
      * build number (" build=", BuildRegistry.cpy). When the changed
      * answer came from a different build than the one before it,
      * the change is put down to the code: it is reported as a
      * BUILD change, with both build numbers, not as drift. Only
      * when the build is the same (or either line predates the
      * build stamp) is a changed answer on the same feed drift. A
      * feed the registry flags CHANGED is a re-cut as before, with
      * any build change noted alongside.
      *
      * RETURN-CODE is 0 with no drift, 4 when any was found, so a
      * day-end batch step can page someone the day it happens; an
      * answer change explained by a new build does not page.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RegistryStatus.
       COPY "AuditTrail.cpy".
       COPY "Alert.cpy".
       COPY "ResultsLedger.cpy".

       DATA DIVISION.
       88 EndOfRegistry  VALUE HIGH-VALUES.

       COPY "AuditTrailFD.cpy".
       COPY "AlertFD.cpy".
       COPY "ResultsLedgerFD.cpy".

       WORKING-STORAGE SECTION.
       COPY "AuditTrailFields.cpy".
       COPY "AlertFields.cpy".
       COPY "ResultsLedgerFields.cpy".

      * Track holds the last-seen answer and timestamp per
             03 TInput  PIC X(50).
             03 TAnswer PIC X(30).
             03 TTime   PIC X(26).
             03 TBuild  PIC X(6).

      * AudTable carries audit.log, in order, so each ledger line can
      * be paired with the input it ran against. AudTime is the run
       01 FoundIdx   PIC 9(3).
       01 EndOfLedger PIC 9(1) VALUE 0.
       01 DriftCount PIC 9(4) VALUE 0.
       01 BuildCount PIC 9(4) VALUE 0.

       01 RegistryStatus PIC X(2).
       01 RegTable.
       01 CurProg    PIC X(40).
       01 CurAnswer  PIC X(30).
       01 CurTime    PIC X(26).
      * CurBuild is the line's build number, blank on a line
      * recorded outside any launcher or before the build stamp;
      * BuildChanged is 1 when both lines have one and they differ.
       01 CurBuild   PIC X(6).
       01 BuildChanged PIC 9(1).

       PROCEDURE DIVISION.
       Begin.
           END-PERFORM.
           CLOSE LedgerFile.

           IF BuildCount IS GREATER THAN 0
            MOVE SPACES TO ReportRec
            STRING BuildCount " answer change(s) came with a new "
                   "build (code, not feed)"
             DELIMITED BY SIZE INTO ReportRec
            END-STRING
            WRITE ReportRec
            DISPLAY FUNCTION TRIM(ReportRec)
           END-IF.
           MOVE SPACES TO ReportRec.
           IF DriftCount IS EQUAL TO 0
            MOVE "NO DRIFT: every rerun reproduced its answer"
             OR " answer=" OR " at="
            INTO LineJunk CurDay CurPart CurProg CurAnswer CurTime
           END-UNSTRING.
           MOVE SPACES TO CurBuild.
           UNSTRING LedgerRec DELIMITED BY " build="
            INTO LineJunk CurBuild
           END-UNSTRING.
           IF CurBuild IS NOT NUMERIC
            MOVE SPACES TO CurBuild
           END-IF.
           PERFORM FindLedgerInput.

           MOVE 0 TO FoundIdx.
            MOVE CurPart(1:1) TO TPart(FoundIdx)
            MOVE CurInput TO TInput(FoundIdx)
           ELSE
            MOVE 0 TO BuildChanged
            IF TBuild(FoundIdx) IS NOT EQUAL TO SPACES
             AND CurBuild IS NOT EQUAL TO SPACES
             AND TBuild(FoundIdx) IS NOT EQUAL TO CurBuild
             MOVE 1 TO BuildChanged
            END-IF
            IF TAnswer(FoundIdx) IS NOT EQUAL TO CurAnswer
             IF FeedChanged IS EQUAL TO 1
      * The registry says this feed's content changed under its
      * unchanged name: a different answer is the re-cut speaking,
      * not drift, so the baseline restarts here.
              MOVE SPACES TO ReportRec
              IF BuildChanged IS EQUAL TO 1
               STRING "RECUT day " FUNCTION TRIM(CurDay)
                      " part " CurPart(1:1)
                      " input " FUNCTION TRIM(CurInput)
                      ": baseline reset (registry flags the feed "
                      "CHANGED; build also changed "
                      TBuild(FoundIdx) " -> " CurBuild ")"
                DELIMITED BY SIZE INTO ReportRec
               END-STRING
              ELSE
               STRING "RECUT day " FUNCTION TRIM(CurDay)
                      " part " CurPart(1:1)
                      " input " FUNCTION TRIM(CurInput)
                      ": baseline reset (registry flags the feed "
                      "CHANGED)"
                DELIMITED BY SIZE INTO ReportRec
               END-STRING
              END-IF
              WRITE ReportRec
             ELSE
      * Same feed, different build: the answer changed because the
      * code did. Reported for the record, not paged as drift.
              IF BuildChanged IS EQUAL TO 1
               ADD 1 TO BuildCount
               MOVE SPACES TO ReportRec
               STRING "BUILD day " FUNCTION TRIM(CurDay)
                      " part " CurPart(1:1)
                      " input " FUNCTION TRIM(CurInput)
                      ": was " FUNCTION TRIM(TAnswer(FoundIdx))
                      " (build " TBuild(FoundIdx) ")"
                      ", now " FUNCTION TRIM(CurAnswer)
                      " (build " CurBuild ") - the build changed"
                DELIMITED BY SIZE INTO ReportRec
               END-STRING
               WRITE ReportRec
               DISPLAY FUNCTION TRIM(ReportRec)
              ELSE
               ADD 1 TO DriftCount
               MOVE SPACES TO ReportRec
               STRING "DRIFT day " FUNCTION TRIM(CurDay)
                      " part " CurPart(1:1)
                      " input " FUNCTION TRIM(CurInput)
                      ": was " FUNCTION TRIM(TAnswer(FoundIdx))
                      " at " TTime(FoundIdx)
                      ", now " FUNCTION TRIM(CurAnswer)
                      " at " CurTime
                DELIMITED BY SIZE INTO ReportRec
               END-STRING
               WRITE ReportRec
               DISPLAY FUNCTION TRIM(ReportRec)
               MOVE "WARNING" TO AlertSeverity
               MOVE "drift" TO AlertSource
               MOVE "DRIFT" TO AlertCode
               MOVE SPACES TO AlertDayPart
               STRING FUNCTION TRIM(CurDay) CurPart(1:1)
                DELIMITED BY SIZE INTO AlertDayPart
               END-STRING
               MOVE SPACES TO AlertText
               STRING "answer drifted from "
                      FUNCTION TRIM(TAnswer(FoundIdx)) " to "
                      FUNCTION TRIM(CurAnswer) " on input "
                      FUNCTION TRIM(CurInput)
                DELIMITED BY SIZE INTO AlertText
               END-STRING
               PERFORM RaiseAlert
              END-IF
             END-IF
            END-IF
           END-IF.
           MOVE CurAnswer TO TAnswer(FoundIdx).
           MOVE CurTime TO TTime(FoundIdx).
           MOVE CurBuild TO TBuild(FoundIdx).

      * Subroutine FindLedgerInput.
      *
           END-PERFORM.
           CLOSE AuditFile.
           MOVE 0 TO EndOfLedger.

           COPY "AlertWrite.cpy".
