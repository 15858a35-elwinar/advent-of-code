      * command via CALL 'SYSTEM', the same mechanism runall.cob uses.
      *
      * Schedule file ("batch.schedule", overridable as argument 1):
      * one "JobName|GateRc|Predecessors|Command[|DayPart[|Feed[|
      * Frequency]]]" record per job.
      * GateRc is the highest RETURN-CODE this job tolerates from any
      * predecessor (e.g. 0 keeps RunAll from starting when any
      * FeedCheck came back 4); Predecessors is a comma-separated
      * list of job names, blank for none, where "NAME/rc" gives that
      * one predecessor a gate of its own in place of GateRc (e.g.
      * "FUELVAR/0" holds EOD on a budget variance even though EOD
      * otherwise tolerates 4s); Command is the shell
      * command to run (it must not itself contain "|"). DayPart,
      * for a job that runs one day/part's program directly (e.g.
      * "1b"), has the job checked against freeze.calendar
      * (FreezeCheck.cpy) for the AocSeason season before it starts:
      * a frozen job is not launched unless an authorized emergency
      * override (AocFreezeOverride) lets it through, and its
      * successors carry on as if it had ended 0 - the answer on
      * file stands. RunAll checks its own days. Feed, for a job that
      * edits one feed (e.g. "1.input"), has the job wait for that
      * feed against feed.schedule (FeedArrivalCheck.cpy) before it
      * starts: a feed due today that has not yet arrived or been
      * promoted is polled for once a minute up to AocFeedWait
      * minutes (default 0, one look), and if still not there the
      * job is held "awaiting feed" - with its successors - instead
      * of being run against yesterday's cut and failed. Frequency
      * says which business dates the job runs on (DAILY, WEEKDAYS,
      * WEEKLY ddd, MONTH-END or ON-REQUEST - JobCalendarFields.cpy;
      * blank is DAILY), against the shop holiday calendar
      * (holiday.calendar): work falling on a holiday is carried to
      * the next business day, and an ON-REQUEST job runs only when
      * named in the AocRequest environment variable (a comma-
      * separated list of job names). A job not due is skipped and
      * its successors carry on as if it had ended 0. Records
      * beginning "*" are comments.
      *
      * Argument 2 is the business date to process (YYYYMMDD; blank
      * or "-" for today). Argument 3 FORECAST only writes the
      * forecast, running nothing. Every run ends with
      * Scheduler.forecast: the jobs due on each of the seven dates
      * after the business date.
      *
      * A job whose command compiles a program ("cobc ... && run")
      * has the compile run first and recorded in build.registry
      * (BuildRegistryWrite.cpy); the rest of the command then runs
      * with the build number exported as AocBuild, so whatever
      * answer it records names its build. A failed compile ends the
      * job with the compiler's status, as the "&&" always did. An
      * unchanged program is not recompiled when the binary cache
      * holds its build (AocRebuild=Y forces the compile).
      *
      * Output: Scheduler.log, Scheduler.forecast. RETURN-CODE 0 when
      * every job due ran (or was frozen) and ended 0, 4 when
      * anything was held or ended nonzero, 8 when the schedule file
      * is missing or unloadable or the business date is not a date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       SELECT RcFile ASSIGN USING RcPath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RcStatus.
       COPY "Authorize.cpy".
       COPY "Freeze.cpy".
       COPY "BuildRegistry.cpy".
       COPY "BinCache.cpy".
       COPY "FeedArrival.cpy".
       COPY "JobCalendar.cpy".
       SELECT ForecastFile ASSIGN TO "Scheduler.forecast"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ScheduleFile RECORD IS VARYING IN SIZE FROM 1 TO 500
          CHARACTERS.
       01 ScheduleRec    PIC X(500).
       88 EndOfSchedule  VALUE HIGH-VALUES.

       FD LogFile.
       FD RcFile.
       01 RcRec PIC X(10).

       COPY "AuthorizeFD.cpy".
       COPY "FreezeFD.cpy".
       COPY "BuildRegistryFD.cpy".
       COPY "BinCacheFD.cpy".
       COPY "FeedArrivalFD.cpy".

       COPY "JobCalendarFD.cpy".

       FD ForecastFile.
       01 ForecastRec PIC X(133).

       WORKING-STORAGE SECTION.
       01 SchedulePath   PIC X(50).
       01 ScheduleStatus PIC X(2).

      * JobTable holds the loaded schedule. JobState: 0 still
      * pending, 1 ran, 2 held (a predecessor ended above this job's
      * gate, or was itself held), 3 frozen (not launched; counts as
      * ended 0), 4 not due on the business date (counts as ended
      * 0). JobRc is meaningful once the job has run.
       01 JobTable.
          02 JobCount PIC 9(2) VALUE 0.
          02 JobEntry OCCURS 60 TIMES.
             03 JobName    PIC X(12).
             03 GateRc     PIC 9(4).
             03 PredList   PIC X(300).
             03 JobCommand PIC X(200).
             03 JobScope   PIC X(8).
             03 JobFeed    PIC X(30).
             03 JobFreq    PIC X(16).
             03 JobState   PIC 9(1).
             03 JobRc      PIC 9(4).

       01 Jx             PIC 9(2).
       01 Px             PIC 9(2).
       01 PredEntry      PIC X(20).
       01 PredName       PIC X(12).
       01 PredGateStr    PIC X(6).
       01 PredGate       PIC 9(4).
       01 PredIdx        PIC 9(2).
       01 PredPtr        PIC 9(3).
       01 PredCount      PIC 9(2).

       01 Fld1           PIC X(12).
       01 Fld2           PIC X(6).
       01 Fld3           PIC X(300).
       01 Fld4           PIC X(200).
       01 Fld5           PIC X(8).
       01 Fld6           PIC X(30).
       01 Fld7           PIC X(16).
       01 Progress       PIC 9(1).
       01 RanCount       PIC 9(2) VALUE 0.
       01 HeldCount      PIC 9(2) VALUE 0.
       01 BadRcCount     PIC 9(2) VALUE 0.
       01 FrozenCount    PIC 9(2) VALUE 0.
       01 NotDueCount    PIC 9(2) VALUE 0.
       01 Season         PIC X(4).
       01 CommandLine    PIC X(250).
       01 RcFmt          PIC Z(3)9.
       01 Stamp          PIC X(14).
      * A compiling job's command taken apart: the compile, the rest
      * run after it, and the build the compile registered.
       01 JobCompile     PIC X(200).
       01 JobRunPart     PIC X(200).
       01 JobPtr         PIC 9(3).
       01 JobBuilt       PIC 9(1).
       01 JobToken       PIC X(60).
       01 JobTokLen      PIC 9(3).
       01 JobTokPtr      PIC 9(3).
       01 JobOutNext     PIC 9(1).
       01 CompileRc      PIC 9(4).
      * Feed waiting: minutes allowed (AocFeedWait) and waited so far,
      * and whether feed.schedule has been loaded this run.
       01 FeedWaitStr    PIC X(6).
       01 FeedWaitMax    PIC 9(4) VALUE 0.
       01 FeedWaited     PIC 9(4).
       01 FeedLoaded     PIC 9(1) VALUE 0.
       01 FeedLateFmt    PIC Z(4)9.
      * The business date being processed, the run mode, and the
      * ON-REQUEST jobs asked for (AocRequest).
       01 BusDateStr     PIC X(10).
       01 BusDate        PIC 9(8).
       01 BusDateInt     PIC 9(7).
       01 SchedMode      PIC X(10).
       01 RequestList    PIC X(200).
       01 ReqEntry       PIC X(20).
       01 ReqPtr         PIC 9(3).
      * Forecast work fields.
       01 FcDay          PIC 9(1).
       01 FcDaily        PIC 9(2).
       01 FcDue          PIC 9(2).
       01 FcKind         PIC X(40).
       01 FcDailyFmt     PIC Z9.

       COPY "AuthorizeFields.cpy".
       COPY "FreezeFields.cpy".
       COPY "BuildRegistryFields.cpy".
       COPY "BinCacheFields.cpy".
       COPY "FeedArrivalFields.cpy".
       COPY "JobCalendarFields.cpy".
       COPY "PrintFields.cpy".

       PROCEDURE DIVISION.
       Begin.
              EQUAL TO LOW-VALUES
            MOVE "batch.schedule" TO SchedulePath
           END-IF.
           MOVE SPACES TO Season.
           DISPLAY "AocSeason" UPON ENVIRONMENT-NAME.
           ACCEPT Season FROM ENVIRONMENT-VALUE.
           IF Season IS EQUAL TO SPACES OR Season IS EQUAL TO
              LOW-VALUES
            MOVE "2019" TO Season
           END-IF.
           MOVE SPACES TO FeedWaitStr.
           DISPLAY "AocFeedWait" UPON ENVIRONMENT-NAME.
           ACCEPT FeedWaitStr FROM ENVIRONMENT-VALUE.
           IF FeedWaitStr IS NOT EQUAL TO SPACES AND FeedWaitStr IS
              NOT EQUAL TO LOW-VALUES
            COMPUTE FeedWaitMax = FUNCTION NUMVAL(FeedWaitStr)
           END-IF.
           MOVE SPACES TO BusDateStr.
           ACCEPT BusDateStr FROM ARGUMENT-VALUE.
           INSPECT BusDateStr REPLACING ALL LOW-VALUES BY SPACE.
           IF BusDateStr IS EQUAL TO SPACES OR BusDateStr IS EQUAL TO
              "-"
            MOVE FUNCTION CURRENT-DATE(1:8) TO BusDateStr
           END-IF.
           IF BusDateStr(1:8) IS NOT NUMERIC
            OR BusDateStr(9:2) IS NOT EQUAL TO SPACES
            OR FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(
               BusDateStr(1:8))) IS NOT EQUAL TO 0
            DISPLAY "Business date " FUNCTION TRIM(BusDateStr)
                    " is not a YYYYMMDD date"
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.
           MOVE BusDateStr(1:8) TO BusDate.
           MOVE SPACES TO SchedMode.
           ACCEPT SchedMode FROM ARGUMENT-VALUE.
           INSPECT SchedMode REPLACING ALL LOW-VALUES BY SPACE.
           MOVE FUNCTION UPPER-CASE(SchedMode) TO SchedMode.
           MOVE SPACES TO RequestList.
           DISPLAY "AocRequest" UPON ENVIRONMENT-NAME.
           ACCEPT RequestList FROM ENVIRONMENT-VALUE.
           INSPECT RequestList REPLACING ALL LOW-VALUES BY SPACE.
           MOVE FUNCTION UPPER-CASE(RequestList) TO RequestList.
           PERFORM LoadHolidays.
           PERFORM LoadSchedule.
           IF JobCount IS EQUAL TO 0
            DISPLAY "Schedule " FUNCTION TRIM(SchedulePath)
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.
           IF SchedMode IS EQUAL TO "FORECAST"
            PERFORM WriteForecast
            DISPLAY "Forecast for the seven days after " BusDate
                    " - see Scheduler.forecast"
            STOP RUN
           END-IF.

           OPEN OUTPUT LogFile.
           MOVE FUNCTION CURRENT-DATE(1:14) TO Stamp.
           MOVE SPACES TO LogRec.
           STRING "Scheduler run " Stamp " on "
                  FUNCTION TRIM(SchedulePath) " (" JobCount
                  " job(s)) for business date " BusDate
            DELIMITED BY SIZE INTO LogRec
           END-STRING.
           WRITE LogRec.
           PERFORM SelectDueJobs.
      * The scheduler run's stamp is the run stamp every report
      * generation kept by its jobs is catalogued under.
           DISPLAY "AocRunStamp" UPON ENVIRONMENT-NAME.
           DISPLAY Stamp UPON ENVIRONMENT-VALUE.

      * Run every job whose predecessors are all satisfied; repeat
      * until a full sweep makes no progress. Holding a job counts as
             IF JobState(Jx) IS EQUAL TO 0
              PERFORM CheckPredecessors
              IF ReadyFlag IS EQUAL TO 1
               PERFORM CheckJobFreeze
               IF FrzIsFrozen
                PERFORM FreezeJob
               ELSE
                PERFORM AwaitJobFeed
                IF ReadyFlag IS EQUAL TO 1
                 PERFORM RunJob
                END-IF
               END-IF
               MOVE 1 TO Progress
              END-IF
              IF ReadyFlag IS EQUAL TO 2

           MOVE SPACES TO LogRec.
           STRING RanCount " job(s) ran (" BadRcCount
                  " ended nonzero), " HeldCount " held, "
                  FrozenCount " frozen, " NotDueCount " not due"
            DELIMITED BY SIZE INTO LogRec
           END-STRING.
           WRITE LogRec.
           CLOSE LogFile.
           PERFORM WriteForecast.
           DISPLAY RanCount " ran, " HeldCount " held, "
                   FrozenCount " frozen, " NotDueCount
                   " not due - see Scheduler.log".
           IF HeldCount IS GREATER THAN 0
            OR BadRcCount IS GREATER THAN 0
            MOVE 4 TO RETURN-CODE
      * Subroutine LoadSchedule.
      *
      * Load the schedule file into JobTable; comment records and
      * blank lines are skipped, and a malformed record (no job name
      * or command, or a run frequency not known) refuses the whole
      * schedule rather than running half a chain.
      *
      * Uses: ScheduleFile -> JobTable
       LoadSchedule SECTION.
           PERFORM UNTIL EndOfSchedule
            IF FUNCTION TRIM(ScheduleRec) IS NOT EQUAL TO SPACES
             AND ScheduleRec(1:1) IS NOT EQUAL TO "*"
             AND JobCount IS LESS THAN 60
             MOVE SPACES TO Fld1
             MOVE SPACES TO Fld2
             MOVE SPACES TO Fld3
             MOVE SPACES TO Fld4
             MOVE SPACES TO Fld5
             MOVE SPACES TO Fld6
             MOVE SPACES TO Fld7
             UNSTRING ScheduleRec DELIMITED BY "|"
              INTO Fld1 Fld2 Fld3 Fld4 Fld5 Fld6 Fld7
             END-UNSTRING
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(Fld7)) TO CalFreq
             PERFORM CheckJobFrequency
             IF FUNCTION TRIM(Fld1) IS EQUAL TO SPACES
              OR FUNCTION TRIM(Fld4) IS EQUAL TO SPACES
              OR CalFreqOk IS EQUAL TO 0
              DISPLAY "Malformed schedule record: "
                      ScheduleRec(1:80)
              MOVE 8 TO RETURN-CODE
             END-IF
             MOVE Fld3 TO PredList(JobCount)
             MOVE Fld4 TO JobCommand(JobCount)
             MOVE FUNCTION TRIM(Fld5) TO JobScope(JobCount)
             MOVE FUNCTION TRIM(Fld6) TO JobFeed(JobCount)
             MOVE CalFreq TO JobFreq(JobCount)
             IF JobFreq(JobCount) IS EQUAL TO SPACES
              MOVE "DAILY" TO JobFreq(JobCount)
             END-IF
             MOVE 0 TO JobState(JobCount)
             MOVE 0 TO JobRc(JobCount)
            END-IF
      *
      * Decide whether job Jx may start: every name in its PredList
      * must have run, and each one's RETURN-CODE must be within this
      * job's GateRc (or within the predecessor's own "/rc" gate
      * when the list gives one). A predecessor that was itself held,
      * or that ended above the gate, holds this job too; one still
      * pending just means "not yet".
      *
      * Uses: JobTable, Jx -> ReadyFlag, HoldReason
       CheckPredecessors SECTION.
           COMPUTE PredCount = PredTally + 1.
           MOVE 1 TO PredPtr.
           PERFORM PredCount TIMES
            MOVE SPACES TO PredEntry
            UNSTRING PredList(Jx) DELIMITED BY ","
             INTO PredEntry
             WITH POINTER PredPtr
            END-UNSTRING
            MOVE SPACES TO PredName
            MOVE SPACES TO PredGateStr
            UNSTRING PredEntry DELIMITED BY "/"
             INTO PredName PredGateStr
            END-UNSTRING
            MOVE FUNCTION TRIM(PredName) TO PredName
            IF PredGateStr IS EQUAL TO SPACES
             MOVE GateRc(Jx) TO PredGate
            ELSE
             COMPUTE PredGate = FUNCTION NUMVAL(PredGateStr)
            END-IF
            IF PredName IS NOT EQUAL TO SPACES
             PERFORM FindPredecessor
             IF PredIdx IS EQUAL TO 0
              END-STRING
              EXIT PERFORM
             END-IF
             IF JobRc(PredIdx) IS GREATER THAN PredGate
              MOVE 2 TO ReadyFlag
              MOVE JobRc(PredIdx) TO RcFmt
              MOVE SPACES TO HoldReason
      * Launch job Jx's command, read back the exit status its shell
      * wrote, and log the outcome. A missing status file reads as an
      * abend, the same convention runall.cob applies to its lanes.
      * A compiling job's compile runs first (CompileJob); what is
      * left of the command runs under the build it registered.
      *
      * Uses: JobTable, Jx -> JobState(Jx), JobRc(Jx), LogFile
       RunJob SECTION.
           DISPLAY "Running " FUNCTION TRIM(JobName(Jx)) "...".
           MOVE JobCommand(Jx) TO JobRunPart.
           MOVE 0 TO JobBuilt.
           IF JobCommand(Jx)(1:5) IS EQUAL TO "cobc "
            PERFORM CompileJob
           END-IF.
           IF JobRunPart IS NOT EQUAL TO SPACES
            MOVE SPACES TO CommandLine
            IF JobBuilt IS EQUAL TO 1
             STRING "AocBuild=" BldNumber " ; export AocBuild ; "
                    FUNCTION TRIM(JobRunPart)
                    " ; echo $? > /tmp/aoc_sched_"
                    FUNCTION TRIM(JobName(Jx)) ".rc"
              DELIMITED BY SIZE INTO CommandLine
             END-STRING
            ELSE
             STRING FUNCTION TRIM(JobRunPart)
                    " ; echo $? > /tmp/aoc_sched_"
                    FUNCTION TRIM(JobName(Jx)) ".rc"
              DELIMITED BY SIZE INTO CommandLine
             END-STRING
            END-IF
            CALL "SYSTEM" USING CommandLine

            MOVE SPACES TO RcPath
            STRING "/tmp/aoc_sched_" FUNCTION TRIM(JobName(Jx))
                   ".rc" DELIMITED BY SIZE INTO RcPath
            END-STRING
            MOVE 12 TO JobRc(Jx)
            OPEN INPUT RcFile
            IF RcStatus IS EQUAL TO "00"
             READ RcFile
              NOT AT END
               COMPUTE JobRc(Jx) = FUNCTION NUMVAL(RcRec)
             END-READ
             CLOSE RcFile
            END-IF
           END-IF.
           MOVE 1 TO JobState(Jx).
           ADD 1 TO RanCount.

           MOVE JobRc(Jx) TO RcFmt.
           MOVE SPACES TO LogRec.
           IF JobBuilt IS EQUAL TO 1
            STRING "RAN  " FUNCTION TRIM(JobName(Jx)) " rc="
                   FUNCTION TRIM(RcFmt) " build=" BldNumber " ("
                   JobCommand(Jx)(1:120) ")"
             DELIMITED BY SIZE INTO LogRec
            END-STRING
           ELSE
            STRING "RAN  " FUNCTION TRIM(JobName(Jx)) " rc="
                   FUNCTION TRIM(RcFmt) " ("
                   JobCommand(Jx)(1:120) ")"
             DELIMITED BY SIZE INTO LogRec
            END-STRING
           END-IF.
           WRITE LogRec.
           DISPLAY FUNCTION TRIM(JobName(Jx)) " ended rc="
                   FUNCTION TRIM(RcFmt).

      * Subroutine CompileJob.
      *
      * Run the compile at the head of job Jx's command (everything
      * before the first "&&") and record it in build.registry under
      * the first source it names; the program's own and any further
      * .cob sources are the build's sources. A failed compile, or a
      * command that is only a compile, leaves nothing more to run
      * and the compile's status is the job's. A compile naming its
      * binary ("-o <path>") goes through the binary cache
      * (BinCacheFetch.cpy): an unchanged program's binary is
      * copied into place rather than compiled again.
      *
      * Uses: JobCommand(Jx) -> JobRunPart, JobBuilt, BldNumber,
      *       JobRc(Jx), build.registry, bincache/
       CompileJob SECTION.
           MOVE SPACES TO JobCompile.
           MOVE 1 TO JobPtr.
           UNSTRING JobCommand(Jx) DELIMITED BY " && "
            INTO JobCompile
            WITH POINTER JobPtr
           END-UNSTRING.
           MOVE SPACES TO JobRunPart.
           IF JobPtr IS NOT GREATER THAN 200
            MOVE JobCommand(Jx)(JobPtr:) TO JobRunPart
           END-IF.

           MOVE SPACES TO BldProgram.
           MOVE SPACES TO BldSources.
           MOVE SPACES TO BinTarget.
           MOVE 0 TO JobOutNext.
           MOVE 1 TO BldPtr.
           MOVE 1 TO JobTokPtr.
           PERFORM UNTIL JobTokPtr IS GREATER THAN 200
            MOVE SPACES TO JobToken
            UNSTRING JobCompile DELIMITED BY ALL SPACE
             INTO JobToken
             WITH POINTER JobTokPtr
            END-UNSTRING
            MOVE 0 TO JobTokLen
            IF JobToken IS NOT EQUAL TO SPACES
             COMPUTE JobTokLen =
                     FUNCTION LENGTH(FUNCTION TRIM(JobToken))
            END-IF
            IF JobOutNext IS EQUAL TO 1
             MOVE JobToken TO BinTarget
             MOVE 0 TO JobOutNext
            END-IF
            IF JobToken IS EQUAL TO "-o"
             MOVE 1 TO JobOutNext
            END-IF
            IF JobTokLen IS GREATER THAN 4
             IF JobToken(JobTokLen - 3:4) IS EQUAL TO ".cob"
              IF BldProgram IS EQUAL TO SPACES
               MOVE JobToken(1:JobTokLen - 4) TO BldProgram
              END-IF
              STRING JobToken(1:JobTokLen) " "
               DELIMITED BY SIZE INTO BldSources
               WITH POINTER BldPtr
              END-STRING
             END-IF
            END-IF
           END-PERFORM.

           IF BldProgram IS NOT EQUAL TO SPACES
            AND BinTarget IS NOT EQUAL TO SPACES
            MOVE JobCompile TO BinCompileCmd
            MOVE "scheduler" TO BldLauncher
            PERFORM FetchBinary
            MOVE BinCompileRc TO CompileRc
            MOVE 1 TO JobBuilt
           ELSE
            MOVE SPACES TO CommandLine
            MOVE JobCompile TO CommandLine
            CALL "SYSTEM" USING CommandLine
            COMPUTE CompileRc = RETURN-CODE / 256
            MOVE 0 TO RETURN-CODE
            IF BldProgram IS NOT EQUAL TO SPACES
             MOVE "OK" TO BldResult
             IF CompileRc IS NOT EQUAL TO 0
              MOVE "FAILED" TO BldResult
             END-IF
             MOVE "scheduler" TO BldLauncher
             PERFORM RegisterBuild
             MOVE 1 TO JobBuilt
            END-IF
           END-IF.
           IF CompileRc IS NOT EQUAL TO 0
            OR JobRunPart IS EQUAL TO SPACES
            MOVE SPACES TO JobRunPart
            MOVE CompileRc TO JobRc(Jx)
           END-IF.

      * Subroutine HoldJob.
      *
      * Mark job Jx held and log the reason CheckPredecessors gave.
           END-STRING.
           WRITE LogRec.
           DISPLAY FUNCTION TRIM(LogRec).

      * Subroutine CheckJobFreeze.
      *
      * A job naming the day/part it runs is checked against the
      * freeze calendar before launch; any other job is never frozen.
      *
      * Uses: JobScope(Jx), Season -> FrzFrozen
       CheckJobFreeze SECTION.
           MOVE 0 TO FrzFrozen.
           IF JobScope(Jx) IS EQUAL TO SPACES
            EXIT SECTION
           END-IF.
           MOVE "scheduler" TO FrzLauncher.
           MOVE Season TO FrzSeason.
           MOVE JobScope(Jx) TO FrzScopeName.
           PERFORM SplitFreezeScope.
           MOVE SPACES TO FrzOverride.
           PERFORM CheckFreeze.

      * Subroutine FreezeJob.
      *
      * Mark job Jx frozen - not launched, its successors free to go
      * on as after a clean end - and log the window's reason.
      *
      * Uses: Jx, FrzReason -> JobState(Jx), JobRc(Jx), LogFile
       FreezeJob SECTION.
           MOVE 3 TO JobState(Jx).
           MOVE 0 TO JobRc(Jx).
           ADD 1 TO FrozenCount.
           MOVE SPACES TO LogRec.
           STRING "FROZE " FUNCTION TRIM(JobName(Jx)) ": "
                  FUNCTION TRIM(JobScope(Jx)) " is frozen ("
                  FUNCTION TRIM(FrzReason) ") - not launched"
            DELIMITED BY SIZE INTO LogRec
           END-STRING.
           WRITE LogRec.

      * Subroutine AwaitJobFeed.
      *
      * A job naming its feed starts only once the feed is in: one
      * due today and not yet arrived or promoted is looked for again
      * each minute up to FeedWaitMax minutes, then the job is held
      * (ReadyFlag 2) until a later run. A feed late but in lets the
      * job go - the lateness is the arrival monitor's to report. A
      * feed not on the schedule, or not due today, never holds it.
      *
      * Uses: JobFeed(Jx), FeedWaitMax, feed.schedule, Promote.log,
      *       intake/ -> ReadyFlag, HoldReason, LogFile
       AwaitJobFeed SECTION.
           IF JobFeed(Jx) IS EQUAL TO SPACES
            EXIT SECTION
           END-IF.
           IF FeedLoaded IS EQUAL TO 0
            PERFORM LoadFeedSchedule
            MOVE 1 TO FeedLoaded
           END-IF.
           MOVE JobFeed(Jx) TO ArrFeed.
           PERFORM CheckFeedArrival.
           MOVE 0 TO FeedWaited.
           PERFORM UNTIL ArrState IS NOT EQUAL TO "DUE"
                     AND ArrState IS NOT EQUAL TO "MISSING"
                      OR FeedWaited IS NOT LESS THAN FeedWaitMax
            IF FeedWaited IS EQUAL TO 0
             MOVE SPACES TO LogRec
             STRING "WAIT " FUNCTION TRIM(JobName(Jx)) ": feed "
                    FUNCTION TRIM(JobFeed(Jx)) " is "
                    FUNCTION TRIM(ArrState) " - waiting up to "
                    FeedWaitMax " minute(s)"
              DELIMITED BY SIZE INTO LogRec
             END-STRING
             WRITE LogRec
             DISPLAY FUNCTION TRIM(LogRec)
            END-IF
            MOVE "sleep 60" TO CommandLine
            CALL "SYSTEM" USING CommandLine
            MOVE 0 TO RETURN-CODE
            ADD 1 TO FeedWaited
            MOVE FUNCTION CURRENT-DATE(1:14) TO ArrNow
            COMPUTE ArrNowMin = FUNCTION NUMVAL(ArrNow(9:2)) * 60
                              + FUNCTION NUMVAL(ArrNow(11:2))
            PERFORM CheckFeedArrival
           END-PERFORM.
           IF ArrState IS EQUAL TO "DUE"
            OR ArrState IS EQUAL TO "MISSING"
            MOVE 2 TO ReadyFlag
            MOVE ArrLateMin TO FeedLateFmt
            MOVE SPACES TO HoldReason
            IF ArrState IS EQUAL TO "MISSING"
             STRING "awaiting feed " FUNCTION TRIM(JobFeed(Jx))
                    " (MISSING, " FUNCTION TRIM(FeedLateFmt)
                    " min late)"
              DELIMITED BY SIZE INTO HoldReason
             END-STRING
            ELSE
             STRING "awaiting feed " FUNCTION TRIM(JobFeed(Jx))
                    " (DUE by " ArrTTo(ArrIx) ")"
              DELIMITED BY SIZE INTO HoldReason
             END-STRING
            END-IF
           END-IF.

      * Subroutine SelectDueJobs.
      *
      * Decide which jobs are due on the business date. One not due
      * is skipped - marked so, its successors carrying on as after
      * a clean end - and logged SKIP; one carrying a holiday's work
      * is logged with the holiday it carries.
      *
      * Uses: JobTable, BusDate, RequestList, HolTable -> JobState,
      *       JobRc, NotDueCount, LogFile
       SelectDueJobs SECTION.
           MOVE BusDate TO CalProbeDate.
           PERFORM CalDayKind.
           IF CalHolIx IS GREATER THAN 0
            MOVE SPACES TO LogRec
            STRING "Business date " BusDate " is a holiday ("
                   FUNCTION TRIM(HolName(CalHolIx)) ")"
             DELIMITED BY SIZE INTO LogRec
            END-STRING
            WRITE LogRec
            DISPLAY FUNCTION TRIM(LogRec)
           END-IF.
           PERFORM VARYING Jx FROM 1 UNTIL Jx IS GREATER THAN
                   JobCount
            MOVE JobFreq(Jx) TO CalFreq
            MOVE BusDate TO CalDate
            PERFORM JobRequested
            PERFORM CheckJobDue
            MOVE SPACES TO LogRec
            IF CalDue IS EQUAL TO 0
             MOVE 4 TO JobState(Jx)
             MOVE 0 TO JobRc(Jx)
             ADD 1 TO NotDueCount
             STRING "SKIP " FUNCTION TRIM(JobName(Jx))
                    ": not due on " BusDate " ("
                    FUNCTION TRIM(JobFreq(Jx)) ")"
              DELIMITED BY SIZE INTO LogRec
             END-STRING
             WRITE LogRec
            ELSE
             IF CalCarried IS GREATER THAN 0
              STRING "DUE  " FUNCTION TRIM(JobName(Jx)) ": "
                     FUNCTION TRIM(JobFreq(Jx)) " work of "
                     CalCarried " (" FUNCTION TRIM(CalCarriedName)
                     ") carried to " BusDate
               DELIMITED BY SIZE INTO LogRec
              END-STRING
              WRITE LogRec
              DISPLAY FUNCTION TRIM(LogRec)
             END-IF
            END-IF
           END-PERFORM.

      * Subroutine JobRequested.
      *
      * Whether job Jx is named in the AocRequest list.
      *
      * Uses: JobName(Jx), RequestList -> CalRequested
       JobRequested SECTION.
           MOVE 0 TO CalRequested.
           MOVE 1 TO ReqPtr.
           PERFORM UNTIL ReqPtr IS GREATER THAN 200
            MOVE SPACES TO ReqEntry
            UNSTRING RequestList DELIMITED BY ","
             INTO ReqEntry
             WITH POINTER ReqPtr
            END-UNSTRING
            IF ReqEntry IS NOT EQUAL TO SPACES
             AND FUNCTION TRIM(ReqEntry) IS EQUAL TO JobName(Jx)
             MOVE 1 TO CalRequested
             EXIT PERFORM
            END-IF
           END-PERFORM.

      * Subroutine WriteForecast.
      *
      * Scheduler.forecast: for each of the seven dates after the
      * business date, what kind of day it is, how many DAILY jobs
      * run, and every other job due - with the holiday work it
      * carries - then the jobs that run only on request.
      *
      * Uses: JobTable, BusDate, HolTable -> ForecastFile
       WriteForecast SECTION.
           OPEN OUTPUT ForecastFile.
           MOVE "Batch schedule forecast" TO PrtTitle.
           MOVE SPACES TO PrtHeading.
           STRING "Date      Day  Calendar                    "
                  "Jobs due"
            DELIMITED BY SIZE INTO PrtHeading
           END-STRING.
           PERFORM PrtOpenReport.
           PERFORM PrtNewPage.
           MOVE SPACES TO PrtLine.
           STRING "Schedule " FUNCTION TRIM(SchedulePath)
                  ", the seven days after business date " BusDate
            DELIMITED BY SIZE INTO PrtLine
           END-STRING.
           PERFORM PrtWriteLine.
           MOVE 0 TO FcDaily.
           PERFORM VARYING Jx FROM 1 UNTIL Jx IS GREATER THAN
                   JobCount
            IF JobFreq(Jx) IS EQUAL TO "DAILY"
             ADD 1 TO FcDaily
            END-IF
           END-PERFORM.
           MOVE FcDaily TO FcDailyFmt.
           COMPUTE BusDateInt = FUNCTION INTEGER-OF-DATE(BusDate).
           MOVE 0 TO CalRequested.

           PERFORM VARYING FcDay FROM 1 UNTIL FcDay IS GREATER THAN 7
            COMPUTE CalDate =
                    FUNCTION DATE-OF-INTEGER(BusDateInt + FcDay)
            MOVE CalDate TO CalProbeDate
            PERFORM CalDayKind
            MOVE SPACES TO FcKind
            EVALUATE TRUE
             WHEN CalHolIx IS GREATER THAN 0
              STRING "HOLIDAY " HolName(CalHolIx)
               DELIMITED BY SIZE INTO FcKind
              END-STRING
             WHEN CalWeekday IS GREATER THAN 5
              MOVE "weekend" TO FcKind
             WHEN OTHER
              MOVE "business day" TO FcKind
            END-EVALUATE
            MOVE SPACES TO PrtLine
            PERFORM PrtWriteLine
            MOVE SPACES TO PrtLine
            STRING CalDate "  " CalDayName(CalWeekday) "  "
                   FcKind(1:26) "  " FcDailyFmt " daily job(s)"
             DELIMITED BY SIZE INTO PrtLine
            END-STRING
            PERFORM PrtWriteLine
            PERFORM VARYING Jx FROM 1 UNTIL Jx IS GREATER THAN
                    JobCount
             IF JobFreq(Jx) IS NOT EQUAL TO "DAILY"
              AND JobFreq(Jx) IS NOT EQUAL TO "ON-REQUEST"
              MOVE JobFreq(Jx) TO CalFreq
              PERFORM CheckJobDue
              IF CalDue IS EQUAL TO 1
               MOVE SPACES TO PrtLine
               IF CalCarried IS GREATER THAN 0
                STRING "                                          "
                       JobName(Jx) " " JobFreq(Jx) " carrying "
                       CalCarried " (" FUNCTION TRIM(CalCarriedName)
                       ")"
                 DELIMITED BY SIZE INTO PrtLine
                END-STRING
               ELSE
                STRING "                                          "
                       JobName(Jx) " " JobFreq(Jx)
                 DELIMITED BY SIZE INTO PrtLine
                END-STRING
               END-IF
               PERFORM PrtWriteLine
              END-IF
             END-IF
            END-PERFORM
           END-PERFORM.

           MOVE SPACES TO PrtLine.
           PERFORM PrtWriteLine.
           MOVE SPACES TO PrtLine.
           MOVE 1 TO ReqPtr.
           STRING "On request only (AocRequest):"
            DELIMITED BY SIZE INTO PrtLine
            WITH POINTER ReqPtr
           END-STRING.
           MOVE 0 TO FcDue.
           PERFORM VARYING Jx FROM 1 UNTIL Jx IS GREATER THAN
                   JobCount
            IF JobFreq(Jx) IS EQUAL TO "ON-REQUEST"
             ADD 1 TO FcDue
             STRING " " FUNCTION TRIM(JobName(Jx))
              DELIMITED BY SIZE INTO PrtLine
              WITH POINTER ReqPtr
             END-STRING
            END-IF
           END-PERFORM.
           IF FcDue IS EQUAL TO 0
            STRING " none" DELIMITED BY SIZE INTO PrtLine
             WITH POINTER ReqPtr
            END-STRING
           END-IF.
           PERFORM PrtWriteLine.
           PERFORM PrtEndReport.
           CLOSE ForecastFile.

      * Subroutine PrtPut.
      *
      * The print service's per-program output hook: one physical
      * print record to the forecast.
       PrtPut SECTION.
           MOVE PrtOut TO ForecastRec.
           WRITE ForecastRec.

           COPY "AuthorizeCheck.cpy".

           COPY "FreezeCheck.cpy".

           COPY "BuildRegistryWrite.cpy".
           COPY "BinCacheFetch.cpy".
           COPY "FeedArrivalCheck.cpy".
           COPY "JobCalendarCheck.cpy".

           COPY "PrintWrite.cpy".
