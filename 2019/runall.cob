      * coordinates off the top of 10a.report, counts asteroids in
      * reading order through the input feed to translate them into
      * InputPos, and hands that to 10b - so the full sweep is
      * hands-off end to end. When 10a sites the station under the
      * siting board's constraints, its report ranks only admissible
      * candidates, so the station handed on is the best admissible
      * one without any change here.
      *
      * At the end of the pass every report listed in
      * generation.limits that changed is kept as its next numbered
      * generation (GenerationWrite.cpy), stamped with this pass.
      *
      * A day/part frozen by freeze.calendar (FreezeCheck.cpy) is not
      * launched - it is skipped like a day out of worklist scope and
      * shows FROZEN in the pass summary - unless an authorized
      * emergency override (AocFreezeOverride) lets it through; both
      * are written to freeze.log.
      *
      * Every day's compile is recorded in build.registry
      * (BuildRegistryWrite.cpy) and the lane runs with the build
      * number in AocBuild, so the answer it records in audit.log
      * and results.ledger names the build that produced it.
      * A day whose source and copybooks are unchanged since a
      * cached build is not recompiled: its binary comes from the
      * binary cache (BinCacheFetch.cpy, AocRebuild=Y to force the
      * compile) and each reuse or compile is logged to bincache.log.
      *
      * SUPPRESS (argument 1) is a fresh pass that does not rerun a
      * day whose inputs cannot have changed since its OFFICIAL
      * answer was produced: when the day's feed fingerprint
      * (feeds.master), its source checksum (ChecksumBuild) and its
      * run.control settings all match those of the run that
      * produced the answer signed off in signoff.log, the answer is
      * carried forward - written to results.ledger tagged
      * status=CARRIED and shown CARRIED in the report - instead of
      * being derived again. Every day that runs clean records its
      * inputs in carry.inputs for a later pass to compare against.
      * A full pass (no SUPPRESS) still runs every day, and proves
      * each one that would have been carried: its fresh answer is
      * reported PROVEN against the OFFICIAL one, or DISPROVED (and
      * alerted) if it differs.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE STATUS IS CheckpointStatus.
       COPY "ResultsLedger.cpy".
       COPY "AuditTrail.cpy".
       COPY "Alert.cpy".
       COPY "Generation.cpy".
       COPY "Authorize.cpy".
       COPY "Freeze.cpy".
       COPY "Problem.cpy".
       COPY "BuildRegistry.cpy".
       COPY "BinCache.cpy".
       SELECT SpoolInFile ASSIGN USING SpoolInPath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SpoolInStatus.
       SELECT WorklistFile ASSIGN TO "rerun.worklist"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WorklistStatus.
       COPY "RunControl.cpy".
       SELECT FeedRegFile ASSIGN TO "feeds.master"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FeedRegStatus.
       SELECT SignLogFile ASSIGN TO "signoff.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SignLogStatus.
       SELECT CarrySigFile ASSIGN TO "carry.inputs"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CarrySigStatus.
       SELECT LaneScriptFile ASSIGN TO "/tmp/aoc_run_lanes.sh"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       COPY "ResultsLedgerFD.cpy".
       COPY "AuditTrailFD.cpy".
       COPY "AlertFD.cpy".
       COPY "GenerationFD.cpy".
       COPY "AuthorizeFD.cpy".
       COPY "FreezeFD.cpy".
       COPY "ProblemFD.cpy".
       COPY "BuildRegistryFD.cpy".
       COPY "BinCacheFD.cpy".

      * SpoolInFile reads back each lane's private ledger/audit/
      * accounting spool for the day-order merge into the shared
      * files (see the spool note in AuditTrail.cpy).
       FD SpoolInFile RECORD IS VARYING IN SIZE FROM 1 TO 300
          CHARACTERS.
       01 SpoolInRec    PIC X(300).
       88 EndOfSpoolIn  VALUE HIGH-VALUES.

      * ChainFile is opened twice by Resolve10bArgs: once on
      * "RUN|season|program|input|budget|extrasrcs|extraargs" record
      * per day/part of a season, so next season's program set runs
      * through this same driver without a second copy of the ops
      * stack. The 2019 set stays built in (BuildDayTable); 2019
      * records in the catalog add day/parts after it, so days that
      * arrive late in the season are cataloged rather than built
      * in. A record carrying an eighth field of PENDING (a season
      * rollover's copy, waiting on its feed) is held back from the
      * pass until the flag is taken off.
       FD CatalogFile.
       01 CatalogRec    PIC X(150).
       88 EndOfCatalog  VALUE HIGH-VALUES.
       01 WorklistRec    PIC X(80).
       88 EndOfWorklist  VALUE HIGH-VALUES.

       COPY "RunControlFD.cpy".

      * FeedRegFile is the feed fingerprint registry (fingerprint.cob)
      * and SignLogFile the supervisor sign-off log (signoff.cob),
      * both read for the carry-forward test. CarrySigFile is the
      * append-only record of the inputs each clean run was made
      * from: one "SIG|season|program|feedrecs|feedsum|srcsum|ctlsum|
      * answer|programid|build|stamp" record per day per pass.
       FD FeedRegFile.
       01 FeedRegRec     PIC X(100).
       88 EndOfFeedReg   VALUE HIGH-VALUES.

       FD SignLogFile.
       01 SignLogRec     PIC X(120).
       88 EndOfSignLog   VALUE HIGH-VALUES.

       FD CarrySigFile.
       01 CarrySigRec    PIC X(200).
       88 EndOfCarrySig  VALUE HIGH-VALUES.

      * The first wave's lanes go to a shell script, one
      * backgrounded lane per line and a closing "wait", so one shell
      * launches them all and waits - the wall clock of the pass
      * becomes roughly the slowest day instead of the sum. A script
      * rather than one command line: with every catalog day in the
      * pass the joined lanes run past the longest command SYSTEM
      * will take.
       FD LaneScriptFile.
       01 LaneScriptRec  PIC X(600).

       WORKING-STORAGE SECTION.
       COPY "PrintFields.cpy".
       01 ReportPath    PIC X(50) VALUE "RunAll.report".
       01 RunOutputPath PIC X(50).
       01 RcPath        PIC X(50).
       01 RcStatus      PIC X(2).
      * LaneCommand is the command line of a second-wave lane.
       01 LaneCommand   PIC X(600).
       01 LanePtr       PIC 9(5).

      * DayTable lists every day/part program this driver knows about,
      * SELECT clause used to hardcode its own input filename; every
      * day now takes InputPath as a CLI argument.
       01 DayTable.
          02 DayEntry OCCURS 60 TIMES.
             03 ProgramName PIC X(8).
      * LaneTag names the lane everywhere a per-lane file or
      * checkpoint record is keyed: normally the program name, but
      * continue from their own checkpoint files instead of starting
      * over.
             03 CkptArgs    PIC X(20).
      * DayBuild is the build number the day's compile registered
      * (BuildRegistryWrite.cpy), exported to its lane as AocBuild.
             03 DayBuild    PIC 9(6).

       01 Dx             PIC 9(2).

      * which is extended instead of restarted. Any other value (or
      * no argument) runs the whole pass from the top with a fresh
      * report and checkpoint.
      * "SUPPRESS" runs a fresh pass that carries forward every day
      * whose inputs are unchanged since its OFFICIAL answer.
       01 RunMode           PIC X(8).
      * LastRunRc is the exit status of the day program the shell
      * just ran (the raw CALL 'SYSTEM' status divided back down);
      * abend; 124 is timeout(1) reporting a blown TimeBudget, and
      * anything else (a bare libcob runtime abort, a missing binary)
      * also counts as a failure.
       01 DayStatus         PIC X(12) OCCURS 60 TIMES.

       COPY "ResultsLedgerFields.cpy".
       COPY "AuditTrailFields.cpy".
       COPY "AlertFields.cpy".
       COPY "GenerationFields.cpy".
       COPY "AuthorizeFields.cpy".
       COPY "FreezeFields.cpy".
       COPY "ProblemFields.cpy".
       COPY "BuildRegistryFields.cpy".
       COPY "BinCacheFields.cpy".
       01 SpoolInPath       PIC X(30).
       01 SpoolInStatus     PIC X(2).
       01 SpoolKind         PIC X(8).
       01 SpoolHadLink      PIC 9(1).
       01 PrevStatus        PIC X(2).
      * CurAnswers/PrevAnswers back the run-to-run comparison: the
      * newest ledger answer per day/part from this pass versus the
             03 CaDay    PIC X(4).
             03 CaPart   PIC X(1).
             03 CaAnswer PIC X(30).
             03 CaProg   PIC X(30).
             03 CaSeen   PIC 9(1).
       01 PrevAnswers.
          02 PrevLen PIC 9(3) VALUE 0.
       01 TimeoutCount      PIC 9(2) VALUE 0.
       01 ReportStatus      PIC X(2).
       01 CheckpointStatus  PIC X(2).
       01 Completed         PIC 9(1) OCCURS 60 TIMES.
      * DayFrozen marks a day left out (and so Completed) because a
      * freeze window covers it.
       01 DayFrozen         PIC 9(1) OCCURS 60 TIMES.
       01 FrozenCount       PIC 9(2) VALUE 0.
       01 EndOfCheckpoint   PIC 9(1).
       01 Cdx               PIC 9(2).
       01 SkippedCount      PIC 9(2) VALUE 0.
       01 RowNum         PIC 9(4).
       01 InputPosFmt    PIC Z(3)9.
       01 DayCount       PIC 9(2) VALUE 28.
       01 CatCount       PIC 9(2) VALUE 0.
       01 CommandLine    PIC X(400).
       01 EndOfRunOutput PIC 9(1).
       01 IncidentStatus PIC X(2).
       01 CatFld5        PIC X(6).
       01 CatFld6        PIC X(25).
       01 CatFld7        PIC X(20).
       01 CatFld8        PIC X(8).
       01 PendCount      PIC 9(2) VALUE 0.
       01 PassStamp      PIC X(14).
       01 LaneSecs       PIC 9(6).
       01 DaysRun        PIC 9(2).
       01 WorklistStatus PIC X(2).
       01 WlTable.
          02 WlCount PIC 9(2) VALUE 0.
          02 WlName PIC X(8) OCCURS 60 TIMES.
       01 Wx             PIC 9(2).
       01 InScope        PIC 9(1).
       01 ScopedOut      PIC 9(2) VALUE 0.
       01 IncFld2        PIC X(6).
       01 EndOfIncidents PIC 9(1).
       01 IncStamp       PIC X(14).
       01 IncPtr         PIC 9(3).
       COPY "RunControlFields.cpy".

      * Carry-forward: per day, its day/part, the OFFICIAL answer on
      * file (the season's newest ledger answer, when the newest
      * sign-off names that same answer), the inputs it would run
      * from now, and those the run that produced the OFFICIAL
      * answer recorded in carry.inputs. CyMatch 1 when all three
      * are unchanged; CyCarried 1 when this pass carries it;
      * CyProof PROVEN or DISPROVED once a full pass has rerun a
      * day it could have carried.
       01 CarryMode      PIC 9(1) VALUE 0.
       01 CarryTable.
          02 CarryEntry OCCURS 60 TIMES.
             03 CyDay      PIC X(4).
             03 CyPart     PIC X(1).
             03 CyOfficial PIC X(30).
             03 CyFeedRecs PIC 9(6).
             03 CyFeedSum  PIC 9(9).
             03 CyFeedSeen PIC 9(1).
             03 CySrcSum   PIC X(18).
             03 CyCtlSum   PIC 9(9).
             03 CySigSeen  PIC 9(1).
             03 CySigRecs  PIC 9(6).
             03 CySigFeed  PIC 9(9).
             03 CySigSrc   PIC X(18).
             03 CySigCtl   PIC 9(9).
             03 CySigProg  PIC X(30).
             03 CySigBuild PIC X(6).
             03 CySigStamp PIC X(14).
             03 CyMatch    PIC 9(1).
             03 CyCarried  PIC 9(1).
             03 CyProof    PIC X(10).
       01 CarriedCount   PIC 9(2) VALUE 0.
       01 ProvenCount    PIC 9(2) VALUE 0.
       01 DisprovedCount PIC 9(2) VALUE 0.
      * The driver's own build, set aside while each carried day's
      * audit entry is stamped with the build it was carried from.
       01 DriverBuild    PIC X(6).
      * The season's newest ledger answer and newest sign-off per
      * day/part, gathered for the OFFICIAL test.
       01 CarryAnswers.
          02 CyAnsLen PIC 9(3) VALUE 0.
          02 CyAnsEntry OCCURS 100 TIMES.
             03 CyAnsDay    PIC X(4).
             03 CyAnsPart   PIC X(1).
             03 CyAnsLedger PIC X(30).
             03 CyAnsSigned PIC X(30).
       01 FeedRegTable.
          02 FrCount PIC 9(2) VALUE 0.
          02 FrEntry OCCURS 50 TIMES.
             03 FrName     PIC X(20).
             03 FrRecs     PIC 9(6).
             03 FrSum      PIC 9(9).
       01 FeedRegStatus  PIC X(2).
       01 SignLogStatus  PIC X(2).
       01 CarrySigStatus PIC X(2).
       01 Cyx            PIC 9(3).
       01 CyLen          PIC 9(2).
       01 CyCx           PIC 9(3).
       01 CyRecSum       PIC 9(9).
       01 CySeason       PIC X(4).
       01 CyWantDay      PIC X(4).
       01 CyWantPart     PIC X(1).
       01 CyFld1         PIC X(8).
       01 CyFld2         PIC X(14).
       01 CyFld3         PIC X(8).
       01 CyFld4         PIC X(20).
       01 CyFld5         PIC X(9).
       01 CyFld6         PIC X(18).
       01 CyFld7         PIC X(9).
       01 CyFld8         PIC X(30).
       01 CyFld9         PIC X(30).
       01 CyFld10        PIC X(6).
       01 CyFld11        PIC X(14).

       PROCEDURE DIVISION.
       Begin.
              LOW-VALUES
            MOVE "2019" TO Season
           END-IF.
      * Every program the pass starts - and anything it starts in
      * turn - works for this season: its ledger answers are recorded
      * under it and its run.control lookups prefer its settings.
           DISPLAY "AocSeason" UPON ENVIRONMENT-NAME.
           DISPLAY Season UPON ENVIRONMENT-VALUE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO PassStamp.
      * Every report generation kept during the pass carries the
      * pass's run stamp, unless the scheduler already set one for
      * the whole batch.
           MOVE SPACES TO GenRunStamp.
           DISPLAY "AocRunStamp" UPON ENVIRONMENT-NAME.
           ACCEPT GenRunStamp FROM ENVIRONMENT-VALUE.
           IF GenRunStamp IS EQUAL TO SPACES
            OR GenRunStamp IS EQUAL TO LOW-VALUES
            DISPLAY "AocRunStamp" UPON ENVIRONMENT-NAME
            DISPLAY PassStamp UPON ENVIRONMENT-VALUE
           END-IF.
           MOVE 0 TO DayCount.
           IF Season IS EQUAL TO "2019"
            MOVE SPACES TO DayTable
            PERFORM BuildDayTable
            MOVE 32 TO DayCount
            PERFORM VARYING Dx FROM 1 UNTIL Dx IS GREATER THAN
                    DayCount
             IF LaneTag(Dx) IS EQUAL TO SPACES
              MOVE ProgramName(Dx) TO LaneTag(Dx)
             END-IF
            END-PERFORM
           END-IF.
           PERFORM LoadSeasonCatalog.
           IF DayCount IS EQUAL TO 0
            DISPLAY "Season " Season " has no season.catalog "
                    "entries; nothing to run"
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.

           PERFORM VARYING Dx FROM 1 UNTIL Dx IS GREATER THAN 60
            MOVE 0 TO Completed(Dx)
            MOVE 0 TO DayFrozen(Dx)
           END-PERFORM.

           IF RunMode IS EQUAL TO "WORKLIST"
            PERFORM LoadWorklist
           END-IF.
           PERFORM CheckDayFreezes.
      * A fresh pass works out which days it could carry forward;
      * only a SUPPRESS pass actually does.
           IF RunMode IS EQUAL TO "SUPPRESS"
            MOVE 1 TO CarryMode
           END-IF.
           PERFORM CheckCarryForward.

           IF RunMode IS NOT EQUAL TO "RESTART"
      * A fresh pass moves the previous pass's answers aside so the
           ELSE
            OPEN OUTPUT ReportFile
            OPEN OUTPUT CheckpointFile
      * The plan counts the days the pass runs and those it carries
      * forward - both land in the checkpoint.
            MOVE 0 TO DaysRun
            PERFORM VARYING Dx FROM 1 UNTIL Dx IS GREATER THAN
                    DayCount
             IF Completed(Dx) IS EQUAL TO 0
              OR CyCarried(Dx) IS EQUAL TO 1
              ADD 1 TO DaysRun
             END-IF
            END-PERFORM
      * runs alone in a second wave, because its InputPos argument is
      * derived from the 10a.report the first wave produces.
           PERFORM VARYING Dx FROM 1 UNTIL Dx IS GREATER THAN DayCount
            IF DayFrozen(Dx) IS EQUAL TO 1
             DISPLAY "Skipping " FUNCTION TRIM(ProgramName(Dx))
                     " (frozen)"
            END-IF
            IF CyCarried(Dx) IS EQUAL TO 1
             DISPLAY "Skipping " FUNCTION TRIM(ProgramName(Dx))
                     " (inputs unchanged - answer carried)"
            END-IF
            IF Completed(Dx) IS EQUAL TO 1
             AND DayFrozen(Dx) IS EQUAL TO 0
             AND CyCarried(Dx) IS EQUAL TO 0
             DISPLAY "Skipping " FUNCTION TRIM(ProgramName(Dx))
                     " (already complete)"
            END-IF
            IF Completed(Dx) IS EQUAL TO 0
             DISPLAY "Compiling " FUNCTION TRIM(ProgramName(Dx)) "..."
             PERFORM CompileDay
            END-IF
           END-PERFORM.
           DISPLAY "Binary cache: " BinHits " reused, " BinMisses
                   " compiled".

      * A fresh pass clears every stale spool and slice attempt
      * file - last pass's leftovers must not fold into this pass's
            MOVE 0 TO RETURN-CODE
           END-IF.

           OPEN OUTPUT LaneScriptFile.
           PERFORM VARYING Dx FROM 1 UNTIL Dx IS GREATER THAN DayCount
            IF Completed(Dx) IS EQUAL TO 0
             AND ProgramName(Dx) IS NOT EQUAL TO "10b"
             AND ProgramName(Dx) IS NOT EQUAL TO "2bmerge"
             PERFORM BuildLaneCore
             MOVE SPACES TO LaneScriptRec
             STRING "( S=$(date +%s) ; " FUNCTION TRIM(CommandLine)
                    " ; echo $? > /tmp/aoc_run_"
                    FUNCTION TRIM(LaneTag(Dx)) ".rc"
                    " ; echo $(($(date +%s)-S)) > /tmp/aoc_run_"
                    FUNCTION TRIM(LaneTag(Dx)) ".secs ) &"
              DELIMITED BY SIZE INTO LaneScriptRec
             END-STRING
             WRITE LaneScriptRec
            END-IF
           END-PERFORM.
           MOVE "wait" TO LaneScriptRec.
           WRITE LaneScriptRec.
           CLOSE LaneScriptFile.
           DISPLAY "Launching parallel lanes...".
           MOVE SPACES TO LaneCommand.
           MOVE "sh /tmp/aoc_run_lanes.sh" TO LaneCommand.
           CALL "SYSTEM" USING LaneCommand.

           PERFORM VARYING Dx FROM 1 UNTIL Dx IS GREATER THAN DayCount
             PERFORM MergeLaneSpools
            END-IF
           END-PERFORM.
           IF CarriedCount IS GREATER THAN 0
            PERFORM WriteCarriedAnswers
           END-IF.
           PERFORM RebuildLedgerTrailer.

      * Merge the lane outputs into the one report, in day order.
           PERFORM VARYING Dx FROM 1 UNTIL Dx IS GREATER THAN DayCount
            IF CyCarried(Dx) IS EQUAL TO 1
             PERFORM CollectCarried
            END-IF
            IF Completed(Dx) IS EQUAL TO 0
             PERFORM ReadLaneRc
             PERFORM ClassifyRun
           PERFORM FailureSummary.
           PERFORM WriteMetrics.
           PERFORM AnswerComparison.
           IF RunMode IS NOT EQUAL TO "RESTART"
            PERFORM RecordCarryInputs
            PERFORM ProveCarryForward
           END-IF.
           PERFORM PrtEndReport.
           CLOSE ReportFile.

           DISPLAY "Consolidated results written to "
                   FUNCTION TRIM(ReportPath).
      * Keep the pass's reports - the day reports and this one - as
      * numbered generations before the next pass overwrites them.
           PERFORM SweepGenerations.
           DISPLAY GenSx " report generation(s) kept".
           IF CarriedCount IS GREATER THAN 0
            DISPLAY CarriedCount " day(s) carried forward unchanged"
           END-IF.
           IF FailCount IS GREATER THAN 0
            DISPLAY FailCount " day(s) failed"
            MOVE 4 TO RETURN-CODE
           END-IF.
           IF DisprovedCount IS GREATER THAN 0
            DISPLAY DisprovedCount " carried answer(s) disproved"
            MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Subroutine MergeLaneSpools.
      * Uses: LaneTag(Dx), SpoolKind
      *       -> LedgerFile / AuditFile / AcctFile
       MergeOneSpool SECTION.
           MOVE 0 TO SpoolHadLink.
           MOVE SPACES TO SpoolInPath.
           STRING "spool." FUNCTION TRIM(LaneTag(Dx)) "."
                  FUNCTION TRIM(SpoolKind)
             IF LedgerStatus IS EQUAL TO "35"
              OPEN OUTPUT LedgerFile
             END-IF
             MOVE "results.ledger.link" TO ChainHeadPath
             PERFORM ReadChainHead
            WHEN "audit"
             OPEN EXTEND AuditFile
             IF AuditStatus IS EQUAL TO "35"
              OPEN OUTPUT AuditFile
             END-IF
             MOVE "audit.log.link" TO ChainHeadPath
             PERFORM ReadChainHead
            WHEN "acct"
             OPEN EXTEND AcctFile
             IF AcctStatus IS EQUAL TO "35"
           PERFORM UNTIL EndOfSpoolIn
            EVALUATE SpoolKind
             WHEN "ledger"
              PERFORM LinkSpoolRec
              MOVE ChainText TO LedgerRec
              WRITE LedgerRec
             WHEN "audit"
              PERFORM LinkSpoolRec
              MOVE ChainText TO AuditRec
              WRITE AuditRec
             WHEN "acct"
              MOVE SpoolInRec(1:100) TO AcctRec
            WHEN "audit"  CLOSE AuditFile
            WHEN "acct"   CLOSE AcctFile
           END-EVALUATE.
           IF SpoolKind IS NOT EQUAL TO "acct"
            AND SpoolHadLink IS EQUAL TO 1
            PERFORM WriteChainHead
           END-IF.

      * Subroutine LinkSpoolRec.
      *
      * Link one spooled ledger or audit record onto the shared
      * file's chain as it lands there: the lane wrote it unlinked,
      * and its place in the chain is only known now, in merge order.
      *
      * Uses: SpoolInRec, ChainPrev -> ChainText, ChainPrev
       LinkSpoolRec SECTION.
           MOVE SpoolInRec TO ChainText.
           PERFORM SplitChainLink.
           PERFORM ComputeChainLink.
           MOVE " chain=" TO ChainText(ChainTextLen + 1:7).
           MOVE ChainLink TO ChainText(ChainTextLen + 8:18).
           MOVE ChainLink TO ChainPrev.
           MOVE 1 TO SpoolHadLink.

      * Subroutine RebuildLedgerTrailer.
      *
            IF CaDay(Avx) IS EQUAL TO AnsDay(1:4)
             AND CaPart(Avx) IS EQUAL TO AnsPart(1:1)
             MOVE AnsAnswer TO CaAnswer(Avx)
             MOVE AnsProg TO CaProg(Avx)
             EXIT SECTION
            END-IF
           END-PERFORM.
            MOVE AnsDay(1:4) TO CaDay(CurLen)
            MOVE AnsPart(1:1) TO CaPart(CurLen)
            MOVE AnsAnswer TO CaAnswer(CurLen)
            MOVE AnsProg TO CaProg(CurLen)
           END-IF.

      * Subroutine LoadPrevAnswers.
      * FAIL-ABEND or TIMEOUT, so the failure survives the shift
      * change instead of living only in RunAll.report and somebody's
      * memory. The incident console (incident.cob) lists, annotates
      * and closes what gets opened here. When an open problem in the
      * problem register already covers the same program, input and
      * failure state, the new incident's notes point at it, so the
      * fifth recurrence is not worked as if it were the first.
      *
      * Uses: DayStatus(Dx), DayTable -> IncidentFile, AlertFile
       RaiseIncident SECTION.
           IF DayStatus(Dx) IS NOT EQUAL TO "FAIL-ABEND"
            AND DayStatus(Dx) IS NOT EQUAL TO "TIMEOUT"
           END-IF.
           ADD 1 TO IncNumber.

           PERFORM LoadProblems.
           MOVE LaneTag(Dx) TO PrbWantProg.
           MOVE InputArg(Dx) TO PrbWantInput.
           MOVE DayStatus(Dx) TO PrbWantFail.
           PERFORM MatchProblem.

           MOVE FUNCTION CURRENT-DATE(1:14) TO IncStamp.
           OPEN EXTEND IncidentFile.
           IF IncidentStatus IS EQUAL TO "35"
                  IncStamp "|OPEN|opened by batch pass"
            DELIMITED BY SIZE INTO IncidentRec
           END-STRING.
           IF PrbMatch IS GREATER THAN 0
            MOVE 0 TO IncPtr
            INSPECT IncidentRec TALLYING IncPtr
             FOR CHARACTERS BEFORE INITIAL "opened by batch pass"
            ADD 21 TO IncPtr
            STRING "; suggest problem " PrbNo(PrbMatch) " - "
                   FUNCTION TRIM(PrbTitle(PrbMatch))
             DELIMITED BY SIZE INTO IncidentRec
             WITH POINTER IncPtr
            END-STRING
           END-IF.
           WRITE IncidentRec.
           CLOSE IncidentFile.
           DISPLAY "Incident " IncNumber " opened for "
                   FUNCTION TRIM(LaneTag(Dx)) " ("
                   FUNCTION TRIM(DayStatus(Dx)) ")".
           IF PrbMatch IS GREATER THAN 0
            DISPLAY "  Recurrence of problem " PrbNo(PrbMatch) " ("
                    FUNCTION TRIM(PrbState(PrbMatch)) "): "
                    FUNCTION TRIM(PrbTitle(PrbMatch))
            IF PrbWork(PrbMatch) IS NOT EQUAL TO SPACES
             DISPLAY "  Workaround: " FUNCTION TRIM(PrbWork(PrbMatch))
            END-IF
           END-IF.

      * The same failure goes on the outbound alert queue: an abend
      * pages, a timeout goes in the warning digest.
           IF DayStatus(Dx) IS EQUAL TO "FAIL-ABEND"
            MOVE "CRITICAL" TO AlertSeverity
            MOVE "ABEND" TO AlertCode
           ELSE
            MOVE "WARNING" TO AlertSeverity
            MOVE "TIMEOUT" TO AlertCode
           END-IF.
           MOVE "runall" TO AlertSource.
           MOVE LaneTag(Dx) TO AlertDayPart.
           MOVE SPACES TO AlertText.
           STRING FUNCTION TRIM(LaneTag(Dx)) " ended "
                  FUNCTION TRIM(DayStatus(Dx)) " on input "
                  FUNCTION TRIM(InputArg(Dx)) ", incident "
                  IncNumber " opened"
            DELIMITED BY SIZE INTO AlertText
           END-STRING.
           PERFORM RaiseAlert.

      * Subroutine FailureSummary.
      *
           PERFORM PrtWriteLine.
           PERFORM VARYING Dx FROM 1 UNTIL Dx IS GREATER THAN DayCount
            MOVE SPACES TO ReportRec
            IF DayFrozen(Dx) IS EQUAL TO 1
             STRING "    " LaneTag(Dx) " FROZEN"
              DELIMITED BY SIZE INTO ReportRec
             END-STRING
            END-IF
            IF CyCarried(Dx) IS EQUAL TO 1
             STRING "    " LaneTag(Dx) " CARRIED"
              DELIMITED BY SIZE INTO ReportRec
             END-STRING
            END-IF
            IF Completed(Dx) IS EQUAL TO 1
             AND DayFrozen(Dx) IS EQUAL TO 0
             AND CyCarried(Dx) IS EQUAL TO 0
             STRING "    " LaneTag(Dx) " SKIPPED"
              DELIMITED BY SIZE INTO ReportRec
             END-STRING
            END-IF
            IF Completed(Dx) IS EQUAL TO 0
             STRING "    " LaneTag(Dx) " " DayStatus(Dx)
              DELIMITED BY SIZE INTO ReportRec
             END-STRING

      * Subroutine LoadSeasonCatalog.
      *
      * Append the season catalog's RUN records for the chosen season
      * to DayTable - after the built-in set for 2019, from an empty
      * table for any other season. DayCount is left unchanged when
      * the catalog is absent or carries nothing for that season.
      * PENDING records are counted, not loaded.
      *
      * Uses: CatalogFile, Season, DayCount -> DayTable, DayCount,
      *       PendCount
       LoadSeasonCatalog SECTION.
           MOVE 0 TO CatCount.
           OPEN INPUT CatalogFile.
           IF CatalogStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-READ.
           PERFORM UNTIL EndOfCatalog
            IF CatalogRec(1:4) IS EQUAL TO "RUN|"
             AND DayCount IS LESS THAN 60
             MOVE SPACES TO CatFld2
             MOVE SPACES TO CatFld3
             MOVE SPACES TO CatFld4
             MOVE SPACES TO CatFld5
             MOVE SPACES TO CatFld6
             MOVE SPACES TO CatFld7
             MOVE SPACES TO CatFld8
             UNSTRING CatalogRec DELIMITED BY "|"
              INTO CatFld1 CatFld2 CatFld3 CatFld4 CatFld5 CatFld6
                   CatFld7 CatFld8
             END-UNSTRING
             IF CatFld2 IS EQUAL TO Season
              AND CatFld8 IS EQUAL TO "PENDING"
              ADD 1 TO PendCount
             END-IF
             IF CatFld2 IS EQUAL TO Season
              AND CatFld8 IS NOT EQUAL TO "PENDING"
              ADD 1 TO DayCount
              ADD 1 TO CatCount
              MOVE CatFld3 TO ProgramName(DayCount)
              MOVE CatFld3 TO LaneTag(DayCount)
              MOVE CatFld4 TO InputArg(DayCount)
            END-READ
           END-PERFORM.
           CLOSE CatalogFile.
           IF CatCount IS GREATER THAN 0
            DISPLAY "Season " Season ": " CatCount " catalog "
                    "day/part(s)"
           END-IF.
           IF PendCount IS GREATER THAN 0
            DISPLAY "Season " Season ": " PendCount " day/part(s) "
                    "PENDING their feeds - not run"
           END-IF.

      * Subroutine BuildDayTable.
      *
      * for the image days) into a throwaway /tmp binary,
      * capturing any compiler output in its own log rather than
      * letting it interleave with the run output collected below.
      * A binary already built from the same sources is taken from
      * the binary cache instead (BinCacheFetch.cpy); either way the
      * build is in build.registry and its number kept for the lane.
      *
      * Uses: ProgramName(Dx) -> DayBuild(Dx), build.registry,
      *       bincache/
       CompileDay SECTION.
           MOVE SPACES TO BinCompileCmd.
           STRING "cobc -x -std=ibm -I copybooks -o /tmp/aoc_run_"
                  FUNCTION TRIM(ProgramName(Dx)) " "
                  FUNCTION TRIM(ProgramName(Dx)) ".cob"
                  " " FUNCTION TRIM(ExtraSrcs(Dx))
                  " > /tmp/aoc_run_" FUNCTION TRIM(ProgramName(Dx))
                  ".compile.log 2>&1"
            DELIMITED BY SIZE INTO BinCompileCmd
           END-STRING.
           MOVE SPACES TO BinTarget.
           STRING "/tmp/aoc_run_" FUNCTION TRIM(ProgramName(Dx))
            DELIMITED BY SIZE INTO BinTarget
           END-STRING.
           MOVE ProgramName(Dx) TO BldProgram.
           MOVE SPACES TO BldSources.
           STRING FUNCTION TRIM(ProgramName(Dx)) ".cob "
                  FUNCTION TRIM(ExtraSrcs(Dx))
            DELIMITED BY SIZE INTO BldSources
           END-STRING.
           MOVE "runall" TO BldLauncher.
           PERFORM FetchBinary.
           IF BinWasHit
            DISPLAY "  " FUNCTION TRIM(ProgramName(Dx))
                    " unchanged - cached build " BldNumber
           END-IF.
           MOVE BldNumber TO DayBuild(Dx).

      * Subroutine LoadWorklist.
      *
           PERFORM UNTIL EndOfWorklist
            IF FUNCTION TRIM(WorklistRec) IS NOT EQUAL TO SPACES
             AND WorklistRec(1:1) IS NOT EQUAL TO "*"
             AND WlCount IS LESS THAN 60
             ADD 1 TO WlCount
             MOVE WorklistRec(1:8) TO WlName(WlCount)
            END-IF
           DISPLAY "Worklist scope: " ScopedOut
                   " day/part(s) out of scope this pass".

      * Subroutine CheckDayFreezes.
      *
      * Check every day still to run against the freeze calendar; a
      * frozen one is marked complete (so nothing launches, compiles
      * or clears its checkpoint) and flagged for the summary. An
      * overridden freeze runs as normal.
      *
      * Uses: DayTable, Season, freeze.calendar -> Completed,
      *       DayFrozen, FrozenCount
       CheckDayFreezes SECTION.
           MOVE "runall" TO FrzLauncher.
           MOVE Season TO FrzSeason.
           MOVE SPACES TO FrzOverride.
           PERFORM VARYING Dx FROM 1 UNTIL Dx IS GREATER THAN
                   DayCount
            IF Completed(Dx) IS EQUAL TO 0
             MOVE ProgramName(Dx) TO FrzScopeName
             PERFORM SplitFreezeScope
             PERFORM CheckFreeze
             IF FrzIsFrozen
              MOVE 1 TO Completed(Dx)
              MOVE 1 TO DayFrozen(Dx)
              ADD 1 TO FrozenCount
             END-IF
            END-IF
           END-PERFORM.
           IF FrozenCount IS GREATER THAN 0
            DISPLAY FrozenCount " day/part(s) frozen - not run "
                    "(see freeze.log)"
           END-IF.

      * Subroutine LoadCheckpoint.
      *
      * Read the completion checkpoint a dying pass left behind and
      * asteroids appear in the input feed up to and including that
      * position. A missing or unreadable report leaves 10b running
      * against station 1 with a loud warning, rather than silently
      * picking some other wrong station; so does a report with no
      * station line at all (no candidate met the siting
      * constraints).
      *
      * Uses: InputArg(Dx) -> ExtraArgs(Dx)
       Resolve10bArgs SECTION.
           READ ChainFile
            AT END SET EndOfChain TO TRUE
           END-READ.
           IF EndOfChain OR ChainRec(1:8) IS EQUAL TO "TRAILER|"
            DISPLAY "WARNING: 10a.report has no station line; 10b "
                    "will run against station 1"
            CLOSE ChainFile
           MOVE SPACES TO CommandLine.
           IF NeedsArg(Dx) IS EQUAL TO 1
            STRING "rm -f spool." FUNCTION TRIM(LaneTag(Dx))
                   ".* ; AocBuild=" DayBuild(Dx)
                   " AocSpoolTag=" FUNCTION TRIM(LaneTag(Dx))
                   " InputPath=" FUNCTION TRIM(InputArg(Dx))
                   " timeout " FUNCTION TRIM(BudgetFmt)
                   " /tmp/aoc_run_" FUNCTION TRIM(ProgramName(Dx))
            END-STRING
           ELSE
            STRING "rm -f spool." FUNCTION TRIM(LaneTag(Dx))
                   ".* ; AocBuild=" DayBuild(Dx)
                   " AocSpoolTag=" FUNCTION TRIM(LaneTag(Dx))
                   " timeout " FUNCTION TRIM(BudgetFmt)
                   " /tmp/aoc_run_" FUNCTION TRIM(ProgramName(Dx))
                   " > /tmp/aoc_run_"
           MOVE ReportRec TO PrtLine
           PERFORM PrtWriteLine.

      * Subroutine CheckCarryForward.
      *
      * For every day still to run, work out the inputs it would run
      * from now and whether they match those of the run behind its
      * OFFICIAL answer. A SUPPRESS pass marks each matching day
      * carried - complete, so it is neither compiled nor launched.
      * Only a day run in a lane of its own is considered: the 2b
      * slices and their merge step always run. A RESTART carries
      * nothing new - the days its pass carried are in the
      * checkpoint.
      *
      * Uses: DayTable, Completed, Season, CarryMode -> CarryTable,
      *       Completed, CarriedCount
       CheckCarryForward SECTION.
           PERFORM VARYING Dx FROM 1 UNTIL Dx IS GREATER THAN 60
            MOVE SPACES TO CarryEntry(Dx)
            MOVE 0 TO CyFeedRecs(Dx) CyFeedSum(Dx) CyFeedSeen(Dx)
                      CyCtlSum(Dx) CySigSeen(Dx) CySigRecs(Dx)
                      CySigFeed(Dx) CySigCtl(Dx) CyMatch(Dx)
                      CyCarried(Dx)
           END-PERFORM.
           IF RunMode IS EQUAL TO "RESTART"
            EXIT SECTION
           END-IF.
           PERFORM LoadCarryEvidence.
           PERFORM VARYING Dx FROM 1 UNTIL Dx IS GREATER THAN DayCount
            IF Completed(Dx) IS EQUAL TO 0
             AND LaneTag(Dx) IS EQUAL TO ProgramName(Dx)
             AND ProgramName(Dx) IS NOT EQUAL TO "2bmerge"
             AND CyOfficial(Dx) IS NOT EQUAL TO SPACES
             PERFORM DaySignature
            END-IF
           END-PERFORM.
           PERFORM LoadCarryInputs.
           PERFORM VARYING Dx FROM 1 UNTIL Dx IS GREATER THAN DayCount
            IF CySigSeen(Dx) IS EQUAL TO 1
             AND CyFeedSeen(Dx) IS EQUAL TO 1
             AND CySigRecs(Dx) IS EQUAL TO CyFeedRecs(Dx)
             AND CySigFeed(Dx) IS EQUAL TO CyFeedSum(Dx)
             AND CySigSrc(Dx) IS EQUAL TO CySrcSum(Dx)
             AND CySigCtl(Dx) IS EQUAL TO CyCtlSum(Dx)
             MOVE 1 TO CyMatch(Dx)
             IF CarryMode IS EQUAL TO 1
              MOVE 1 TO CyCarried(Dx)
              MOVE 1 TO Completed(Dx)
              ADD 1 TO CarriedCount
             END-IF
            END-IF
           END-PERFORM.
           IF CarryMode IS EQUAL TO 1
            DISPLAY CarriedCount " day/part(s) unchanged since their "
                    "OFFICIAL run - carried forward"
           END-IF.

      * Subroutine LoadCarryEvidence.
      *
      * Gather what the OFFICIAL test needs: the season's newest
      * ledger answer and newest sign-off per day/part, and the feed
      * fingerprints on file. A day/part whose newest sign-off names
      * its newest answer has that answer OFFICIAL (a later run that
      * changed it would have dropped the certification).
      *
      * Uses: LedgerFile, SignLogFile, FeedRegFile, Season
      *       -> CarryAnswers, FeedRegTable, CyDay, CyPart,
      *          CyOfficial
       LoadCarryEvidence SECTION.
           MOVE 0 TO CyAnsLen.
           OPEN INPUT LedgerFile.
           IF LedgerStatus IS EQUAL TO "00"
            MOVE 0 TO EndOfAnsFile
            READ LedgerFile
             AT END MOVE 1 TO EndOfAnsFile
            END-READ
            PERFORM UNTIL EndOfAnsFile IS EQUAL TO 1
             IF LedgerRec(1:4) IS EQUAL TO "day="
              MOVE SPACES TO AnsDay AnsPart AnsProg AnsAnswer
              UNSTRING LedgerRec
               DELIMITED BY "day=" OR " part=" OR " program="
                OR " answer=" OR " at="
               INTO AnsJunk AnsDay AnsPart AnsProg AnsAnswer
              END-UNSTRING
              MOVE SPACES TO CySeason
              UNSTRING LedgerRec DELIMITED BY "season="
               INTO AnsJunk CySeason
              END-UNSTRING
              IF CySeason IS EQUAL TO SPACES
               MOVE "2019" TO CySeason
              END-IF
              IF CySeason IS EQUAL TO Season
               MOVE AnsDay(1:4) TO CyWantDay
               MOVE AnsPart(1:1) TO CyWantPart
               PERFORM FindCarryAnswer
               IF Cyx IS GREATER THAN 0
                MOVE AnsAnswer TO CyAnsLedger(Cyx)
               END-IF
              END-IF
             END-IF
             READ LedgerFile
              AT END MOVE 1 TO EndOfAnsFile
             END-READ
            END-PERFORM
            CLOSE LedgerFile
           END-IF.

           OPEN INPUT SignLogFile.
           IF SignLogStatus IS EQUAL TO "00"
            MOVE SPACES TO SignLogRec
            READ SignLogFile
             AT END SET EndOfSignLog TO TRUE
            END-READ
            PERFORM UNTIL EndOfSignLog
             IF SignLogRec(1:8) IS EQUAL TO "SIGNOFF|"
              MOVE SPACES TO CyFld1 CyFld2 CyFld3 CySeason CyFld4
                             CyFld5 CyFld8
              UNSTRING SignLogRec DELIMITED BY "|"
               INTO CyFld1 CyFld2 CyFld3 CySeason CyFld4 CyFld5
                    CyFld8
              END-UNSTRING
              IF CySeason IS EQUAL TO Season
               MOVE CyFld4(1:4) TO CyWantDay
               MOVE CyFld5(1:1) TO CyWantPart
               PERFORM FindCarryAnswer
               IF Cyx IS GREATER THAN 0
                MOVE CyFld8 TO CyAnsSigned(Cyx)
               END-IF
              END-IF
             END-IF
             MOVE SPACES TO SignLogRec
             READ SignLogFile
              AT END SET EndOfSignLog TO TRUE
             END-READ
            END-PERFORM
            CLOSE SignLogFile
           END-IF.

           MOVE 0 TO FrCount.
           OPEN INPUT FeedRegFile.
           IF FeedRegStatus IS EQUAL TO "00"
            MOVE SPACES TO FeedRegRec
            READ FeedRegFile
             AT END SET EndOfFeedReg TO TRUE
            END-READ
            PERFORM UNTIL EndOfFeedReg
             IF FeedRegRec(1:5) IS EQUAL TO "FEED|"
              AND FrCount IS LESS THAN 50
              MOVE SPACES TO CyFld1 CyFld4 CyFld5 CyFld7
              UNSTRING FeedRegRec DELIMITED BY "|"
               INTO CyFld1 CyFld4 CyFld5 CyFld7
              END-UNSTRING
              ADD 1 TO FrCount
              MOVE CyFld4 TO FrName(FrCount)
              COMPUTE FrRecs(FrCount) = FUNCTION NUMVAL(CyFld5)
              COMPUTE FrSum(FrCount) = FUNCTION NUMVAL(CyFld7)
             END-IF
             MOVE SPACES TO FeedRegRec
             READ FeedRegFile
              AT END SET EndOfFeedReg TO TRUE
             END-READ
            END-PERFORM
            CLOSE FeedRegFile
           END-IF.

      * Each day's day/part is its program name less the part letter
      * ("12b" is day 12 part b), as the programs record it.
           PERFORM VARYING Dx FROM 1 UNTIL Dx IS GREATER THAN DayCount
            MOVE 0 TO CyLen
            INSPECT FUNCTION TRIM(ProgramName(Dx)) TALLYING CyLen
             FOR CHARACTERS
            IF CyLen IS GREATER THAN 1
             MOVE ProgramName(Dx)(1:CyLen - 1) TO CyDay(Dx)
             MOVE ProgramName(Dx)(CyLen:1) TO CyPart(Dx)
             PERFORM VARYING Cyx FROM 1 UNTIL Cyx IS GREATER THAN
                     CyAnsLen
              IF CyAnsDay(Cyx) IS EQUAL TO CyDay(Dx)
               AND CyAnsPart(Cyx) IS EQUAL TO CyPart(Dx)
               IF CyAnsSigned(Cyx) IS NOT EQUAL TO SPACES
                AND CyAnsSigned(Cyx) IS EQUAL TO CyAnsLedger(Cyx)
                MOVE CyAnsLedger(Cyx) TO CyOfficial(Dx)
               END-IF
               EXIT PERFORM
              END-IF
             END-PERFORM
            END-IF
           END-PERFORM.

      * Subroutine FindCarryAnswer.
      *
      * The CarryAnswers entry for CyWantDay/CyWantPart, added when
      * new; Cyx 0 when the table is full.
      *
      * Uses: CyWantDay, CyWantPart -> Cyx, CarryAnswers
       FindCarryAnswer SECTION.
           PERFORM VARYING Cyx FROM 1 UNTIL Cyx IS GREATER THAN
                   CyAnsLen
            IF CyAnsDay(Cyx) IS EQUAL TO CyWantDay
             AND CyAnsPart(Cyx) IS EQUAL TO CyWantPart
             EXIT SECTION
            END-IF
           END-PERFORM.
           IF CyAnsLen IS EQUAL TO 100
            MOVE 0 TO Cyx
            EXIT SECTION
           END-IF.
           ADD 1 TO CyAnsLen.
           MOVE CyAnsLen TO Cyx.
           MOVE CyWantDay TO CyAnsDay(Cyx).
           MOVE CyWantPart TO CyAnsPart(Cyx).
           MOVE SPACES TO CyAnsLedger(Cyx).
           MOVE SPACES TO CyAnsSigned(Cyx).

      * Subroutine DaySignature.
      *
      * The inputs day Dx would run from now: its feed's fingerprint
      * as feeds.master holds it, the checksum its sources and
      * copybooks would build with, and a checksum of its run.control
      * records (its own program's, for any season or this one).
      *
      * Uses: InputArg(Dx), ProgramName(Dx), ExtraSrcs(Dx),
      *       FeedRegTable, run.control -> CyFeedRecs(Dx),
      *       CyFeedSum(Dx), CyFeedSeen(Dx), CySrcSum(Dx),
      *       CyCtlSum(Dx)
       DaySignature SECTION.
           PERFORM VARYING Cyx FROM 1 UNTIL Cyx IS GREATER THAN
                   FrCount
            IF FrName(Cyx) IS EQUAL TO InputArg(Dx)
             MOVE FrRecs(Cyx) TO CyFeedRecs(Dx)
             MOVE FrSum(Cyx) TO CyFeedSum(Dx)
             MOVE 1 TO CyFeedSeen(Dx)
             EXIT PERFORM
            END-IF
           END-PERFORM.

           MOVE ProgramName(Dx) TO BldProgram.
           MOVE SPACES TO BldSources.
           STRING FUNCTION TRIM(ProgramName(Dx)) ".cob "
                  FUNCTION TRIM(ExtraSrcs(Dx))
            DELIMITED BY SIZE INTO BldSources
           END-STRING.
           PERFORM ChecksumBuild.
           MOVE BldChecksum TO CySrcSum(Dx).

           MOVE 0 TO CyCtlSum(Dx).
           OPEN INPUT ControlFile.
           IF ControlStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           MOVE SPACES TO ControlRec.
           READ ControlFile
            AT END SET EndOfControl TO TRUE
           END-READ.
           PERFORM UNTIL EndOfControl
            MOVE SPACES TO CtlFld1 CtlFld2 CtlFld3 CtlFld4
            UNSTRING ControlRec DELIMITED BY "|"
             INTO CtlFld1 CtlFld2 CtlFld3 CtlFld4
            END-UNSTRING
            IF CtlFld1 IS EQUAL TO ProgramName(Dx)
             AND (CtlFld4 IS EQUAL TO SPACES
              OR CtlFld4 IS EQUAL TO Season)
             MOVE 0 TO CyRecSum
             PERFORM VARYING CyCx FROM 1 UNTIL CyCx IS GREATER THAN
                     80
              COMPUTE CyRecSum = FUNCTION MOD(CyRecSum
                    + FUNCTION ORD(ControlRec(CyCx:1)) * CyCx,
                    1000000000)
             END-PERFORM
             COMPUTE CyCtlSum(Dx) = FUNCTION MOD(CyCtlSum(Dx) * 31
                   + CyRecSum, 1000000000)
            END-IF
            MOVE SPACES TO ControlRec
            READ ControlFile
             AT END SET EndOfControl TO TRUE
            END-READ
           END-PERFORM.
           CLOSE ControlFile.

      * Subroutine LoadCarryInputs.
      *
      * For each day with an OFFICIAL answer, the inputs of the
      * newest run on record that produced that same answer.
      *
      * Uses: CarrySigFile, Season, CyOfficial -> CySig fields
       LoadCarryInputs SECTION.
           OPEN INPUT CarrySigFile.
           IF CarrySigStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           MOVE SPACES TO CarrySigRec.
           READ CarrySigFile
            AT END SET EndOfCarrySig TO TRUE
           END-READ.
           PERFORM UNTIL EndOfCarrySig
            IF CarrySigRec(1:4) IS EQUAL TO "SIG|"
             MOVE SPACES TO CyFld1 CySeason CyFld3 CyFld4 CyFld5
                            CyFld6 CyFld7 CyFld8 CyFld9 CyFld10
                            CyFld11
             UNSTRING CarrySigRec DELIMITED BY "|"
              INTO CyFld1 CySeason CyFld3 CyFld4 CyFld5 CyFld6
                   CyFld7 CyFld8 CyFld9 CyFld10 CyFld11
             END-UNSTRING
             IF CySeason IS EQUAL TO Season
              PERFORM VARYING Dx FROM 1 UNTIL Dx IS GREATER THAN
                      DayCount
               IF ProgramName(Dx) IS EQUAL TO CyFld3
                AND LaneTag(Dx) IS EQUAL TO ProgramName(Dx)
                AND CyOfficial(Dx) IS NOT EQUAL TO SPACES
                AND CyOfficial(Dx) IS EQUAL TO CyFld8
                MOVE 1 TO CySigSeen(Dx)
                COMPUTE CySigRecs(Dx) = FUNCTION NUMVAL(CyFld4)
                COMPUTE CySigFeed(Dx) = FUNCTION NUMVAL(CyFld5)
                MOVE CyFld6 TO CySigSrc(Dx)
                COMPUTE CySigCtl(Dx) = FUNCTION NUMVAL(CyFld7)
                MOVE CyFld9 TO CySigProg(Dx)
                MOVE CyFld10 TO CySigBuild(Dx)
                MOVE CyFld11 TO CySigStamp(Dx)
               END-IF
              END-PERFORM
             END-IF
            END-IF
            MOVE SPACES TO CarrySigRec
            READ CarrySigFile
             AT END SET EndOfCarrySig TO TRUE
            END-READ
           END-PERFORM.
           CLOSE CarrySigFile.

      * Subroutine WriteCarriedAnswers.
      *
      * Land every carried day's OFFICIAL answer in results.ledger
      * as this pass's answer, tagged status=CARRIED with the stamp
      * of the run it was carried from, linked onto the ledger's
      * chain, with the matching audit.log entry (args
      * status=CARRIED from=<stamp>) so the two logs still pair up,
      * both stamped with the carried run's build rather than the
      * driver's; and checkpoint the day, so a RESTART leaves it be.
      *
      * Uses: CarryTable, Season -> LedgerFile, AuditFile,
      *       CheckpointFile
       WriteCarriedAnswers SECTION.
           OPEN EXTEND LedgerFile.
           IF LedgerStatus IS EQUAL TO "35"
            OPEN OUTPUT LedgerFile
           END-IF.
           MOVE "BATCH" TO AuditOperator.
           PERFORM ResolveSpool.
           MOVE AuditBuild TO DriverBuild.
           PERFORM VARYING Dx FROM 1 UNTIL Dx IS GREATER THAN DayCount
            IF CyCarried(Dx) IS EQUAL TO 1
             MOVE "results.ledger.link" TO ChainHeadPath
             MOVE SPACES TO ChainText
             MOVE 1 TO LedgerPtr
             MOVE FUNCTION CURRENT-DATE TO LedgerTimestamp
             STRING "day=" FUNCTION TRIM(CyDay(Dx))
                    " part=" CyPart(Dx)
                    " program=" FUNCTION TRIM(CySigProg(Dx))
                    " answer=" FUNCTION TRIM(CyOfficial(Dx))
                    " at=" LedgerTimestamp
                    "season=" Season
              DELIMITED BY SIZE INTO ChainText
              WITH POINTER LedgerPtr
             END-STRING
             IF CySigBuild(Dx) IS NOT EQUAL TO SPACES
              STRING " build=" CySigBuild(Dx)
               DELIMITED BY SIZE INTO ChainText
               WITH POINTER LedgerPtr
              END-STRING
             END-IF
             STRING " status=CARRIED from=" CySigStamp(Dx)
                    " operator=BATCH"
              DELIMITED BY SIZE INTO ChainText
              WITH POINTER LedgerPtr
             END-STRING
             PERFORM ChainRecord
             MOVE ChainText TO LedgerRec
             WRITE LedgerRec
             MOVE CySigProg(Dx) TO AuditProgramId
             MOVE InputArg(Dx) TO AuditInputPath
             MOVE SPACES TO AuditArgs
             STRING "status=CARRIED from=" CySigStamp(Dx)
              DELIMITED BY SIZE INTO AuditArgs
             END-STRING
             MOVE CyOfficial(Dx) TO AuditAnswer
             MOVE CySigBuild(Dx) TO AuditBuild
             PERFORM WriteAuditTrail
             PERFORM WriteCheckpoint
            END-IF
           END-PERFORM.
           MOVE DriverBuild TO AuditBuild.
           CLOSE LedgerFile.

      * Subroutine CollectCarried.
      *
      * Day Dx's place in the report when it was carried forward.
      *
      * Uses: CarryTable(Dx) -> ReportFile
       CollectCarried SECTION.
           MOVE "CARRIED" TO DayStatus(Dx).
           MOVE SPACES TO ReportRec.
           STRING "=== " FUNCTION TRIM(LaneTag(Dx)) " (input: "
                  FUNCTION TRIM(InputArg(Dx)) ") CARRIED ==="
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           MOVE ReportRec TO PrtLine.
           PERFORM PrtWriteLine.
           MOVE SPACES TO ReportRec.
           STRING "    OFFICIAL answer " FUNCTION TRIM(CyOfficial(Dx))
                  " carried forward from the run of "
                  CySigStamp(Dx) " - feed, source and run.control"
                  " unchanged"
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           MOVE ReportRec TO PrtLine.
           PERFORM PrtWriteLine.
           MOVE SPACES TO ReportRec.
           MOVE ReportRec TO PrtLine.
           PERFORM PrtWriteLine.

      * Subroutine RecordCarryInputs.
      *
      * Append the inputs of every day that ran clean this pass,
      * with the answer it produced, to carry.inputs - the record a
      * later SUPPRESS pass compares against once the answer is
      * OFFICIAL. A day whose feed is not in feeds.master records
      * nothing: it could never be matched.
      *
      * Uses: DayTable, DayStatus, CurAnswers, CarryTable
      *       -> CarrySigFile
       RecordCarryInputs SECTION.
           OPEN EXTEND CarrySigFile.
           IF CarrySigStatus IS EQUAL TO "35"
            OPEN OUTPUT CarrySigFile
           END-IF.
           PERFORM VARYING Dx FROM 1 UNTIL Dx IS GREATER THAN DayCount
            IF Completed(Dx) IS EQUAL TO 0
             AND DayStatus(Dx) IS EQUAL TO "PASS"
             AND CyDay(Dx) IS NOT EQUAL TO SPACES
             AND LaneTag(Dx) IS EQUAL TO ProgramName(Dx)
             AND ProgramName(Dx) IS NOT EQUAL TO "2bmerge"
             IF CyOfficial(Dx) IS EQUAL TO SPACES
              PERFORM DaySignature
             END-IF
             PERFORM VARYING Avx FROM 1 UNTIL Avx IS GREATER THAN
                     CurLen
              IF CaDay(Avx) IS EQUAL TO CyDay(Dx)
               AND CaPart(Avx) IS EQUAL TO CyPart(Dx)
               AND CyFeedSeen(Dx) IS EQUAL TO 1
               MOVE SPACES TO CarrySigRec
               STRING "SIG|" Season "|" FUNCTION TRIM(ProgramName(Dx))
                      "|" CyFeedRecs(Dx) "|" CyFeedSum(Dx) "|"
                      CySrcSum(Dx) "|" CyCtlSum(Dx) "|"
                      FUNCTION TRIM(CaAnswer(Avx)) "|"
                      FUNCTION TRIM(CaProg(Avx)) "|" DayBuild(Dx) "|"
                      PassStamp
                DELIMITED BY SIZE INTO CarrySigRec
               END-STRING
               WRITE CarrySigRec
               EXIT PERFORM
              END-IF
             END-PERFORM
            END-IF
           END-PERFORM.
           CLOSE CarrySigFile.

      * Subroutine ProveCarryForward.
      *
      * A pass that reran days it could have carried proves them:
      * each one's fresh answer is PROVEN when it is the OFFICIAL
      * answer it would have carried, DISPROVED (alerted, and the
      * pass ends 4) when it is not - the carry-forward test missed
      * an input that matters.
      *
      * Uses: CarryTable, CurAnswers, DayStatus -> ReportFile,
      *       ProvenCount, DisprovedCount, alerts.queue
       ProveCarryForward SECTION.
           PERFORM VARYING Dx FROM 1 UNTIL Dx IS GREATER THAN DayCount
            IF CyMatch(Dx) IS EQUAL TO 1
             AND CyCarried(Dx) IS EQUAL TO 0
             AND DayStatus(Dx) IS EQUAL TO "PASS"
             PERFORM VARYING Avx FROM 1 UNTIL Avx IS GREATER THAN
                     CurLen
              IF CaDay(Avx) IS EQUAL TO CyDay(Dx)
               AND CaPart(Avx) IS EQUAL TO CyPart(Dx)
               IF CaAnswer(Avx) IS EQUAL TO CyOfficial(Dx)
                MOVE "PROVEN" TO CyProof(Dx)
                ADD 1 TO ProvenCount
               ELSE
                MOVE "DISPROVED" TO CyProof(Dx)
                ADD 1 TO DisprovedCount
               END-IF
               EXIT PERFORM
              END-IF
             END-PERFORM
            END-IF
           END-PERFORM.
           IF ProvenCount IS EQUAL TO 0
            AND DisprovedCount IS EQUAL TO 0
            EXIT SECTION
           END-IF.
           MOVE SPACES TO ReportRec.
           STRING "=== Carry-forward proof: days whose inputs were "
                  "unchanged since their OFFICIAL run ==="
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           MOVE ReportRec TO PrtLine.
           PERFORM PrtWriteLine.
           PERFORM VARYING Dx FROM 1 UNTIL Dx IS GREATER THAN DayCount
            IF CyProof(Dx) IS NOT EQUAL TO SPACES
             MOVE SPACES TO ReportRec
             IF CyProof(Dx) IS EQUAL TO "PROVEN"
              STRING "    " LaneTag(Dx) " PROVEN "
                     FUNCTION TRIM(CyOfficial(Dx))
               DELIMITED BY SIZE INTO ReportRec
              END-STRING
             ELSE
              PERFORM VARYING Avx FROM 1 UNTIL Avx IS GREATER THAN
                      CurLen
               IF CaDay(Avx) IS EQUAL TO CyDay(Dx)
                AND CaPart(Avx) IS EQUAL TO CyPart(Dx)
                EXIT PERFORM
               END-IF
              END-PERFORM
              STRING "    " LaneTag(Dx) " DISPROVED would have "
                     "carried " FUNCTION TRIM(CyOfficial(Dx))
                     ", rerun gives " FUNCTION TRIM(CaAnswer(Avx))
               DELIMITED BY SIZE INTO ReportRec
              END-STRING
              DISPLAY FUNCTION TRIM(ReportRec)
              MOVE "CRITICAL" TO AlertSeverity
              MOVE "runall" TO AlertSource
              MOVE "CARRY-PROOF" TO AlertCode
              MOVE ProgramName(Dx) TO AlertDayPart
              MOVE SPACES TO AlertText
              STRING FUNCTION TRIM(ProgramName(Dx))
                     " rerun on unchanged inputs gives "
                     FUNCTION TRIM(CaAnswer(Avx)) ", not OFFICIAL "
                     FUNCTION TRIM(CyOfficial(Dx))
                     " - do not carry it forward"
               DELIMITED BY SIZE INTO AlertText
              END-STRING
              PERFORM RaiseAlert
             END-IF
             MOVE ReportRec TO PrtLine
             PERFORM PrtWriteLine
            END-IF
           END-PERFORM.
           MOVE SPACES TO ReportRec.
           STRING "    " ProvenCount " proven, " DisprovedCount
                  " disproved"
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           MOVE ReportRec TO PrtLine.
           PERFORM PrtWriteLine.

      * Subroutine PrtPut.
      *
      * The print service's per-program output hook: one physical
           WRITE ReportRec.

           COPY "PrintWrite.cpy".

           COPY "AlertWrite.cpy".

           COPY "GenerationWrite.cpy".

           COPY "AuditTrailWrite.cpy".

           COPY "AuthorizeCheck.cpy".

           COPY "FreezeCheck.cpy".

           COPY "ProblemLoad.cpy".

           COPY "BuildRegistryWrite.cpy".
           COPY "BinCacheFetch.cpy".
