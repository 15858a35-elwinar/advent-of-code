       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdventOfCode2019-EnvCtl.

      * Environment control: PROD, TEST and SAMPLE each keep their
      * feeds, reports, registers, logs and run.control under their
      * own directory tree (EnvironmentCheck.cpy), so a test run
      * against a synthetic feed never lands in production's
      * results.ledger, audit.log or incidents.log. This program sets
      * an environment up, runs a command inside one, and is the
      * only way a feed or a tape patch crosses from a test
      * environment into production - an explicit step, checked
      * against auth.matrix and logged, that hands the item to
      * production's own change control rather than around it: a
      * feed goes into PROD's intake/ and through promote.cob's
      * validated promotion, a patch is registered in PROD's
      * patches.register (patchctl.cob) and still needs a second
      * operator's approval there.
      *
      * Arguments: Action [Env] [...]
      *   LIST                           the environments and their
      *                                  roots
      *   SETUP Env                      build or refresh Env's tree
      *   RUN Env "command"              run a shell command inside
      *                                  Env's tree (set up first if
      *                                  need be)
      *   PROMOTE Env FEED Name FeedType promote Env's feed Name
      *                                  into PROD
      *   PROMOTE Env PATCH File         carry Env's patch File into
      *                                  PROD and register it there
      *
      * Runs from the production directory only. Every SETUP, RUN
      * and PROMOTE is logged to production's append-only
      * Environment.log.
      *
      * RETURN-CODE 0 done; 4 refused (not authorized, a production
      * patch of that name differs) or the promotion or command came
      * back nonzero; 8 bad arguments, unknown environment, not run
      * from production, or nothing to promote.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LogFile ASSIGN TO "Environment.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS LogStatus.
       COPY "Environment.cpy".
       COPY "Authorize.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD LogFile.
       01 LogRec PIC X(250).

       COPY "EnvironmentFD.cpy".
       COPY "AuthorizeFD.cpy".

       WORKING-STORAGE SECTION.
       01 Action       PIC X(10).
       01 TargetEnv    PIC X(8).
       01 Arg3         PIC X(200).
       01 Arg4         PIC X(40).
       01 Arg5         PIC X(10).
       01 LogStatus    PIC X(2).
       01 Stamp        PIC X(14).
       01 CommandLine  PIC X(600).
       01 SysRc        PIC 9(4).
       01 LogDetail    PIC X(200).
       01 ItemName     PIC X(40).
       01 ListNames.
          02 ListEnv   PIC X(8) OCCURS 3 TIMES.
       01 Ex           PIC 9(1).

       COPY "EnvironmentFields.cpy".
       COPY "AuthorizeFields.cpy".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Action FROM ARGUMENT-VALUE.
           ACCEPT TargetEnv FROM ARGUMENT-VALUE.
           ACCEPT Arg3 FROM ARGUMENT-VALUE.
           ACCEPT Arg4 FROM ARGUMENT-VALUE.
           ACCEPT Arg5 FROM ARGUMENT-VALUE.
           MOVE FUNCTION UPPER-CASE(Action) TO Action.
           MOVE FUNCTION UPPER-CASE(TargetEnv) TO TargetEnv.
           INSPECT TargetEnv REPLACING ALL LOW-VALUES BY SPACE.
           INSPECT Arg3 REPLACING ALL LOW-VALUES BY SPACE.
           INSPECT Arg4 REPLACING ALL LOW-VALUES BY SPACE.
           INSPECT Arg5 REPLACING ALL LOW-VALUES BY SPACE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO Stamp.

           IF Action IS EQUAL TO "LIST"
            PERFORM ListEnvironments
            STOP RUN
           END-IF.
           IF Action IS NOT EQUAL TO "SETUP"
              AND Action IS NOT EQUAL TO "RUN"
              AND Action IS NOT EQUAL TO "PROMOTE"
            PERFORM ShowUsage
           END-IF.

           PERFORM GetEnvironment.
           IF EnvName IS NOT EQUAL TO "PROD"
            DISPLAY "Run from the production directory - this is "
                    FUNCTION TRIM(EnvName)
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.
           MOVE TargetEnv TO EnvTarget.
           PERFORM LocateEnvironment.
           IF NOT EnvIsFound OR EnvTarget IS EQUAL TO "PROD"
            DISPLAY "Not a test environment: "
                    FUNCTION TRIM(TargetEnv)
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.

           MOVE "envctl" TO AuthProgram.
           MOVE Action TO AuthAction.
           MOVE SPACES TO AuthOperator.
           PERFORM CheckAuthorization.
           IF NOT AuthIsGranted
            MOVE 4 TO RETURN-CODE
            STOP RUN
           END-IF.

           EVALUATE Action
            WHEN "SETUP"
             PERFORM SetUpEnvironment
             MOVE SPACES TO LogDetail
             STRING "root " FUNCTION TRIM(EnvRoot)
              DELIMITED BY SIZE INTO LogDetail
             END-STRING
             MOVE EnvSysRc TO SysRc
             PERFORM WriteLog
             IF SysRc IS NOT EQUAL TO 0
              DISPLAY "Could not build " FUNCTION TRIM(EnvRoot)
              MOVE 8 TO RETURN-CODE
             ELSE
              DISPLAY FUNCTION TRIM(TargetEnv) " set up under "
                      FUNCTION TRIM(EnvRoot)
             END-IF
            WHEN "RUN"
             PERFORM RunInEnvironment
            WHEN "PROMOTE"
             MOVE FUNCTION UPPER-CASE(Arg3) TO Arg3
             MOVE Arg4 TO ItemName
             IF ItemName IS EQUAL TO SPACES
              PERFORM ShowUsage
             END-IF
             EVALUATE Arg3
              WHEN "FEED"
               IF Arg5 IS EQUAL TO SPACES
                PERFORM ShowUsage
               END-IF
               PERFORM PromoteFeed
              WHEN "PATCH"
               PERFORM PromotePatch
              WHEN OTHER
               PERFORM ShowUsage
             END-EVALUATE
           END-EVALUATE.
           STOP RUN.

      * Subroutine ShowUsage.
      *
      * Bad arguments end the run.
       ShowUsage SECTION.
           DISPLAY "Usage: LIST | SETUP Env | RUN Env ""command"" | "
                   "PROMOTE Env FEED Name FeedType | "
                   "PROMOTE Env PATCH File".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      * Subroutine ListEnvironments.
      *
      * Each environment, its root and whether it is set up.
      *
      * Uses: EnvMasterFile -> (console)
       ListEnvironments SECTION.
           MOVE "PROD" TO ListEnv(1).
           MOVE "TEST" TO ListEnv(2).
           MOVE "SAMPLE" TO ListEnv(3).
           PERFORM VARYING Ex FROM 1 UNTIL Ex IS GREATER THAN 3
            MOVE ListEnv(Ex) TO EnvTarget
            PERFORM LocateEnvironment
            MOVE SPACES TO CommandLine
            STRING "test -f " FUNCTION TRIM(EnvRoot)
                   "/environment.id"
             DELIMITED BY SIZE INTO CommandLine
            END-STRING
            CALL "SYSTEM" USING CommandLine
            COMPUTE SysRc = RETURN-CODE / 256
            MOVE 0 TO RETURN-CODE
            IF Ex IS EQUAL TO 1
             DISPLAY ListEnv(Ex) " " EnvRoot(1:30) " production"
            ELSE
             IF SysRc IS EQUAL TO 0
              DISPLAY ListEnv(Ex) " " EnvRoot(1:30) " set up"
             ELSE
              DISPLAY ListEnv(Ex) " " EnvRoot(1:30) " not set up"
             END-IF
            END-IF
           END-PERFORM.

      * Subroutine RunInEnvironment.
      *
      * Run the command inside the environment's tree (setting the
      * tree up first when it has never been), with AocEnv naming
      * the environment; the command's exit status is this run's.
      *
      * Uses: TargetEnv, EnvRoot, Arg3 -> LogFile
       RunInEnvironment SECTION.
           IF Arg3 IS EQUAL TO SPACES
            PERFORM ShowUsage
           END-IF.
           MOVE SPACES TO CommandLine.
           STRING "test -f " FUNCTION TRIM(EnvRoot)
                  "/environment.id"
            DELIMITED BY SIZE INTO CommandLine
           END-STRING.
           CALL "SYSTEM" USING CommandLine.
           COMPUTE SysRc = RETURN-CODE / 256.
           MOVE 0 TO RETURN-CODE.
           IF SysRc IS NOT EQUAL TO 0
            PERFORM SetUpEnvironment
           END-IF.
           MOVE SPACES TO CommandLine.
           STRING "cd " FUNCTION TRIM(EnvRoot)
                  " && AocEnv=" FUNCTION TRIM(TargetEnv)
                  " && export AocEnv && ( "
                  FUNCTION TRIM(Arg3) " )"
            DELIMITED BY SIZE INTO CommandLine
           END-STRING.
           CALL "SYSTEM" USING CommandLine.
           COMPUTE SysRc = RETURN-CODE / 256.
           MOVE 0 TO RETURN-CODE.
           MOVE Arg3 TO LogDetail.
           PERFORM WriteLog.
           IF SysRc IS GREATER THAN 0
            DISPLAY "Command ended rc " SysRc " in "
                    FUNCTION TRIM(TargetEnv)
            MOVE 4 TO RETURN-CODE
           END-IF.

      * Subroutine PromoteFeed.
      *
      * Stage the environment's feed in production's intake/ and run
      * production's validated promotion over it; the feed becomes
      * live only if promote.cob accepts it.
      *
      * Uses: EnvRoot, ItemName, Arg5 -> intake/, LogFile
       PromoteFeed SECTION.
           MOVE SPACES TO CommandLine.
           STRING "test -f " FUNCTION TRIM(EnvRoot) "/"
                  FUNCTION TRIM(ItemName)
                  " && mkdir -p intake && cp "
                  FUNCTION TRIM(EnvRoot) "/" FUNCTION TRIM(ItemName)
                  " intake/" FUNCTION TRIM(ItemName)
            DELIMITED BY SIZE INTO CommandLine
           END-STRING.
           CALL "SYSTEM" USING CommandLine.
           COMPUTE SysRc = RETURN-CODE / 256.
           MOVE 0 TO RETURN-CODE.
           IF SysRc IS NOT EQUAL TO 0
            DISPLAY "No feed " FUNCTION TRIM(ItemName) " in "
                    FUNCTION TRIM(TargetEnv)
            MOVE SPACES TO LogDetail
            STRING "FEED " FUNCTION TRIM(ItemName) " not found"
             DELIMITED BY SIZE INTO LogDetail
            END-STRING
            MOVE 8 TO SysRc
            PERFORM WriteLog
            MOVE 8 TO RETURN-CODE
            EXIT SECTION
           END-IF.
           MOVE SPACES TO CommandLine.
           STRING "cobc -x -std=ibm -I copybooks -o "
                  "/tmp/aoc_envctl_promote promote.cob"
                  " > /tmp/aoc_envctl_promote.log 2>&1"
                  " && /tmp/aoc_envctl_promote "
                  FUNCTION TRIM(Arg5) " " FUNCTION TRIM(ItemName)
            DELIMITED BY SIZE INTO CommandLine
           END-STRING.
           CALL "SYSTEM" USING CommandLine.
           COMPUTE SysRc = RETURN-CODE / 256.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO LogDetail.
           STRING "FEED " FUNCTION TRIM(ItemName) " "
                  FUNCTION TRIM(Arg5) " staged in intake/ for "
                  "promote.cob"
            DELIMITED BY SIZE INTO LogDetail
           END-STRING.
           PERFORM WriteLog.
           IF SysRc IS NOT EQUAL TO 0
            DISPLAY "Promotion of " FUNCTION TRIM(ItemName)
                    " came back rc " SysRc " - see Promote.log"
            MOVE 4 TO RETURN-CODE
           END-IF.

      * Subroutine PromotePatch.
      *
      * Carry the environment's patch file into production and
      * register it there for approval. A production patch of the
      * same name with different content is never overwritten.
      *
      * Uses: EnvRoot, ItemName -> patch file, patches.register,
      *       LogFile
       PromotePatch SECTION.
           MOVE SPACES TO CommandLine.
           STRING "test -f " FUNCTION TRIM(EnvRoot) "/"
                  FUNCTION TRIM(ItemName)
            DELIMITED BY SIZE INTO CommandLine
           END-STRING.
           CALL "SYSTEM" USING CommandLine.
           COMPUTE SysRc = RETURN-CODE / 256.
           MOVE 0 TO RETURN-CODE.
           IF SysRc IS NOT EQUAL TO 0
            DISPLAY "No patch " FUNCTION TRIM(ItemName) " in "
                    FUNCTION TRIM(TargetEnv)
            MOVE SPACES TO LogDetail
            STRING "PATCH " FUNCTION TRIM(ItemName) " not found"
             DELIMITED BY SIZE INTO LogDetail
            END-STRING
            MOVE 8 TO SysRc
            PERFORM WriteLog
            MOVE 8 TO RETURN-CODE
            EXIT SECTION
           END-IF.
           MOVE SPACES TO CommandLine.
           STRING "[ ! -e " FUNCTION TRIM(ItemName) " ] || cmp -s "
                  FUNCTION TRIM(ItemName) " "
                  FUNCTION TRIM(EnvRoot) "/" FUNCTION TRIM(ItemName)
            DELIMITED BY SIZE INTO CommandLine
           END-STRING.
           CALL "SYSTEM" USING CommandLine.
           COMPUTE SysRc = RETURN-CODE / 256.
           MOVE 0 TO RETURN-CODE.
           IF SysRc IS NOT EQUAL TO 0
            DISPLAY "REFUSED: production already holds a different "
                    FUNCTION TRIM(ItemName)
            MOVE SPACES TO LogDetail
            STRING "PATCH " FUNCTION TRIM(ItemName)
                   " refused - differs from production's copy"
             DELIMITED BY SIZE INTO LogDetail
            END-STRING
            MOVE 4 TO SysRc
            PERFORM WriteLog
            MOVE 4 TO RETURN-CODE
            EXIT SECTION
           END-IF.
           MOVE SPACES TO CommandLine.
           STRING "cp " FUNCTION TRIM(EnvRoot) "/"
                  FUNCTION TRIM(ItemName) " "
                  FUNCTION TRIM(ItemName)
                  " && cobc -x -std=ibm -I copybooks -o "
                  "/tmp/aoc_envctl_patchctl patchctl.cob"
                  " > /tmp/aoc_envctl_patchctl.log 2>&1"
                  " && /tmp/aoc_envctl_patchctl REGISTER "
                  FUNCTION TRIM(ItemName) " ""promoted from "
                  FUNCTION TRIM(TargetEnv) """"
            DELIMITED BY SIZE INTO CommandLine
           END-STRING.
           CALL "SYSTEM" USING CommandLine.
           COMPUTE SysRc = RETURN-CODE / 256.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO LogDetail.
           STRING "PATCH " FUNCTION TRIM(ItemName)
                  " copied to production and registered"
            DELIMITED BY SIZE INTO LogDetail
           END-STRING.
           PERFORM WriteLog.
           IF SysRc IS NOT EQUAL TO 0
            DISPLAY "Registration of " FUNCTION TRIM(ItemName)
                    " came back rc " SysRc
            MOVE 4 TO RETURN-CODE
           ELSE
            DISPLAY FUNCTION TRIM(ItemName) " registered in "
                    "production - it still needs approval there"
           END-IF.

      * Subroutine WriteLog.
      *
      * Append "ENV|stamp|operator|action|env|detail|rc" to
      * Environment.log.
      *
      * Uses: Stamp, AuthOperator, Action, TargetEnv, LogDetail,
      *       SysRc -> LogFile
       WriteLog SECTION.
           OPEN EXTEND LogFile.
           IF LogStatus IS EQUAL TO "35"
            OPEN OUTPUT LogFile
           END-IF.
           MOVE SPACES TO LogRec.
           STRING "ENV|" Stamp "|" FUNCTION TRIM(AuthOperator) "|"
                  FUNCTION TRIM(Action) "|" FUNCTION TRIM(TargetEnv)
                  "|" FUNCTION TRIM(LogDetail) "|" SysRc
            DELIMITED BY SIZE INTO LogRec
           END-STRING.
           WRITE LogRec.
           CLOSE LogFile.

           COPY "EnvironmentCheck.cpy".

           COPY "AuthorizeCheck.cpy".
