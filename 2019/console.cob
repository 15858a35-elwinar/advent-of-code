      * attributable to who ran it (the per-operator activity report,
      * activity.cob, rolls those stamps up for the supervisor).
      *
      * A day/part frozen by freeze.calendar (FreezeCheck.cpy) is
      * not launched; the operator is offered an emergency override,
      * which needs the "freeze|OVERRIDE" grant and a reason, and
      * both the refusal and any override go to freeze.log.
      *
      * Each launch's compile is recorded in build.registry
      * (BuildRegistryWrite.cpy) and the run carries the build number
      * as AocBuild, so its audit.log and results.ledger entries name
      * the build; the console shows it beside the answer.
      * A program unchanged since a cached build is not recompiled:
      * its binary comes from the binary cache (BinCacheFetch.cpy;
      * AocRebuild=Y forces the compile).
      *
      * Console commands: the menu number runs that day; Q quits.

       ENVIRONMENT DIVISION.
       SELECT OperatorFile ASSIGN TO "operators.master"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS OperatorStatus.
       COPY "Authorize.cpy".
       COPY "Freeze.cpy".
       COPY "BuildRegistry.cpy".
       COPY "BinCache.cpy".

       DATA DIVISION.
       FILE SECTION.
       01 OperatorRec    PIC X(80).
       88 EndOfOperators VALUE HIGH-VALUES.

       COPY "AuthorizeFD.cpy".
       COPY "FreezeFD.cpy".
       COPY "BuildRegistryFD.cpy".
       COPY "BinCacheFD.cpy".

       WORKING-STORAGE SECTION.
       COPY "RunControlFields.cpy".
       COPY "ResultsLedgerFields.cpy".
       COPY "AuthorizeFields.cpy".
       COPY "FreezeFields.cpy".
       COPY "BuildRegistryFields.cpy".
       COPY "BinCacheFields.cpy".

      * MenuTable lists every launchable day/part: the program, its
      * usual input feed, the ledger day/part its answer lands under,
      * two named parameters beyond the input feed (their names
      * double as the run.control keys the defaults come from).
       01 MenuTable.
          02 MenuEntry OCCURS 60 TIMES.
             03 MProgram PIC X(5).
             03 MInput   PIC X(10).
             03 MDay     PIC X(4).
             03 MDesc    PIC X(34).
             03 MParm1   PIC X(16).
             03 MParm2   PIC X(16).
       01 MenuCount  PIC 9(2) VALUE 40.
       01 Mx         PIC 9(2).

       01 ChoiceStr  PIC X(4).
      *
      * Uses: MenuTable, Mx -> (console)
       LaunchRun SECTION.
           PERFORM CheckMenuFreeze.
           IF FrzIsFrozen
            EXIT SECTION
           END-IF.
           MOVE MInput(Mx) TO PromptDflt.
           DISPLAY "Input feed [" FUNCTION TRIM(PromptDflt) "]: "
                   WITH NO ADVANCING.
           END-IF.

           DISPLAY "Compiling " FUNCTION TRIM(MProgram(Mx)) "...".
           MOVE SPACES TO BinCompileCmd.
           STRING "cobc -x -std=ibm -I copybooks -o /tmp/aoc_con_"
                  FUNCTION TRIM(MProgram(Mx)) " "
                  FUNCTION TRIM(MProgram(Mx)) ".cob"
                  " intcode.cob ocr.cob"
                  " > /tmp/aoc_con_" FUNCTION TRIM(MProgram(Mx))
                  ".compile.log 2>&1"
            DELIMITED BY SIZE INTO BinCompileCmd
           END-STRING.
           MOVE SPACES TO BinTarget.
           STRING "/tmp/aoc_con_" FUNCTION TRIM(MProgram(Mx))
            DELIMITED BY SIZE INTO BinTarget
           END-STRING.
           MOVE MProgram(Mx) TO BldProgram.
           MOVE SPACES TO BldSources.
           STRING FUNCTION TRIM(MProgram(Mx)) ".cob"
                  " intcode.cob ocr.cob"
            DELIMITED BY SIZE INTO BldSources
           END-STRING.
           MOVE "console" TO BldLauncher.
           PERFORM FetchBinary.
           IF BinWasHit
            DISPLAY "Unchanged since build " BldNumber
                    " - using the cached binary"
           END-IF.

           DISPLAY "Running...".
           MOVE SPACES TO CommandLine.
           STRING "AocBuild=" BldNumber
                  " InputPath=" FUNCTION TRIM(FeedPath)
                  " /tmp/aoc_con_" FUNCTION TRIM(MProgram(Mx))
                  " " FUNCTION TRIM(FeedPath)
                  " " FUNCTION TRIM(Parm1Val)
           DISPLAY " ".
           IF MatchFound IS EQUAL TO 1
            DISPLAY "Answer: " FUNCTION TRIM(FoundAnswer)
                    "  (build " BldNumber ")"
           ELSE
            DISPLAY "No ledger entry found for day "
                    FUNCTION TRIM(MDay(Mx)) " part " MPart(Mx)
            DISPLAY "Report: " FUNCTION TRIM(MReport(Mx))
           END-IF.

      * Subroutine CheckMenuFreeze.
      *
      * Check the chosen day/part against the freeze calendar for
      * the season in hand (AocSeason, 2019 by default). When it is
      * frozen the operator may give an emergency override reason;
      * a blank reply leaves the launch refused.
      *
      * Uses: MDay(Mx), MPart(Mx), (console) -> FrzFrozen
       CheckMenuFreeze SECTION.
           MOVE "console" TO FrzLauncher.
           MOVE SPACES TO FrzSeason.
           DISPLAY "AocSeason" UPON ENVIRONMENT-NAME.
           ACCEPT FrzSeason FROM ENVIRONMENT-VALUE.
           IF FrzSeason IS EQUAL TO SPACES
            OR FrzSeason IS EQUAL TO LOW-VALUES
            MOVE "2019" TO FrzSeason
           END-IF.
           MOVE MDay(Mx) TO FrzDay.
           MOVE MPart(Mx) TO FrzPart.
           MOVE SPACES TO FrzOverride.
           PERFORM CheckFreeze.
           IF NOT FrzIsFrozen
            EXIT SECTION
           END-IF.
           DISPLAY "Emergency override reason (blank cancels): "
                   WITH NO ADVANCING.
           MOVE SPACES TO ReplyStr.
           ACCEPT ReplyStr.
           IF FUNCTION TRIM(ReplyStr) IS EQUAL TO SPACES
            EXIT SECTION
           END-IF.
           MOVE ReplyStr TO FrzOverride.
           PERFORM CheckFreeze.

      * Subroutine FindLedgerAnswer.
      *
      * Scan results.ledger for the last "day=<MDay> part=<MPart>"
           MOVE "7.input" TO MInput(Mx).
           MOVE "7" TO MDay(Mx).
           MOVE "a" TO MPart(Mx).
           MOVE "7a.report" TO MReport(Mx).
           MOVE "Best amplifier chain signal" TO MDesc(Mx).
           MOVE SPACES TO MParm1(Mx).
           MOVE SPACES TO MParm2(Mx).
           MOVE "Oxygen fill time" TO MDesc(Mx).
           MOVE SPACES TO MParm1(Mx).
           MOVE SPACES TO MParm2(Mx).
           ADD 1 TO Mx.
           MOVE "16a" TO MProgram(Mx).
           MOVE "16.input" TO MInput(Mx).
           MOVE "16" TO MDay(Mx).
           MOVE "a" TO MPart(Mx).
           MOVE "16a.report" TO MReport(Mx).
           MOVE "FFT first eight digits" TO MDesc(Mx).
           MOVE "Phases" TO MParm1(Mx).
           MOVE SPACES TO MParm2(Mx).
           ADD 1 TO Mx.
           MOVE "16b" TO MProgram(Mx).
           MOVE "16.input" TO MInput(Mx).
           MOVE "16" TO MDay(Mx).
           MOVE "b" TO MPart(Mx).
           MOVE "16b.report" TO MReport(Mx).
           MOVE "FFT embedded message" TO MDesc(Mx).
           MOVE "Phases" TO MParm1(Mx).
           MOVE SPACES TO MParm2(Mx).
           ADD 1 TO Mx.
           MOVE "17a" TO MProgram(Mx).
           MOVE "17.input" TO MInput(Mx).
           MOVE "17" TO MDay(Mx).
           MOVE "a" TO MPart(Mx).
           MOVE "17a.report" TO MReport(Mx).
           MOVE "Scaffold alignment parameters" TO MDesc(Mx).
           MOVE SPACES TO MParm1(Mx).
           MOVE SPACES TO MParm2(Mx).
           ADD 1 TO Mx.
           MOVE "17b" TO MProgram(Mx).
           MOVE "17.input" TO MInput(Mx).
           MOVE "17" TO MDay(Mx).
           MOVE "b" TO MPart(Mx).
           MOVE "17b.report" TO MReport(Mx).
           MOVE "Vacuum robot dust collected" TO MDesc(Mx).
           MOVE SPACES TO MParm1(Mx).
           MOVE SPACES TO MParm2(Mx).
           ADD 1 TO Mx.
           MOVE "19a" TO MProgram(Mx).
           MOVE "19.input" TO MInput(Mx).
           MOVE "19" TO MDay(Mx).
           MOVE "a" TO MPart(Mx).
           MOVE "19a.report" TO MReport(Mx).
           MOVE "Tractor beam survey" TO MDesc(Mx).
           MOVE "Area" TO MParm1(Mx).
           MOVE SPACES TO MParm2(Mx).
           ADD 1 TO Mx.
           MOVE "19b" TO MProgram(Mx).
           MOVE "19.input" TO MInput(Mx).
           MOVE "19" TO MDay(Mx).
           MOVE "b" TO MPart(Mx).
           MOVE "19b.report" TO MReport(Mx).
           MOVE "Fit ship in tractor beam" TO MDesc(Mx).
           MOVE "Size" TO MParm1(Mx).
           MOVE SPACES TO MParm2(Mx).
           ADD 1 TO Mx.
           MOVE "22a" TO MProgram(Mx).
           MOVE "22.input" TO MInput(Mx).
           MOVE "22" TO MDay(Mx).
           MOVE "a" TO MPart(Mx).
           MOVE "22a.report" TO MReport(Mx).
           MOVE "Shuffle: position of a card" TO MDesc(Mx).
           MOVE "DeckSize" TO MParm1(Mx).
           MOVE "Card" TO MParm2(Mx).
           ADD 1 TO Mx.
           MOVE "22b" TO MProgram(Mx).
           MOVE "22.input" TO MInput(Mx).
           MOVE "22" TO MDay(Mx).
           MOVE "b" TO MPart(Mx).
           MOVE "22b.report" TO MReport(Mx).
           MOVE "Shuffle: card at a position" TO MDesc(Mx).
           MOVE "DeckSize" TO MParm1(Mx).
           MOVE "Repeats" TO MParm2(Mx).
           ADD 1 TO Mx.
           MOVE "23a" TO MProgram(Mx).
           MOVE "23.input" TO MInput(Mx).
           MOVE "23" TO MDay(Mx).
           MOVE "a" TO MPart(Mx).
           MOVE "23a.report" TO MReport(Mx).
           MOVE "NIC network: first Y to 255" TO MDesc(Mx).
           MOVE "CycleLimit" TO MParm1(Mx).
           MOVE SPACES TO MParm2(Mx).
           ADD 1 TO Mx.
           MOVE "23b" TO MProgram(Mx).
           MOVE "23.input" TO MInput(Mx).
           MOVE "23" TO MDay(Mx).
           MOVE "b" TO MPart(Mx).
           MOVE "23b.report" TO MReport(Mx).
           MOVE "NIC network: NAT repeated Y" TO MDesc(Mx).
           MOVE "CycleLimit" TO MParm1(Mx).
           MOVE SPACES TO MParm2(Mx).
           ADD 1 TO Mx.
           MOVE "24a" TO MProgram(Mx).
           MOVE "24.input" TO MInput(Mx).
           MOVE "24" TO MDay(Mx).
           MOVE "a" TO MPart(Mx).
           MOVE "24a.report" TO MReport(Mx).
           MOVE "Bug life: repeated layout" TO MDesc(Mx).
           MOVE SPACES TO MParm1(Mx).
           MOVE SPACES TO MParm2(Mx).
           ADD 1 TO Mx.
           MOVE "24b" TO MProgram(Mx).
           MOVE "24.input" TO MInput(Mx).
           MOVE "24" TO MDay(Mx).
           MOVE "b" TO MPart(Mx).
           MOVE "24b.report" TO MReport(Mx).
           MOVE "Recursive bugs: total count" TO MDesc(Mx).
           MOVE "Minutes" TO MParm1(Mx).
           MOVE SPACES TO MParm2(Mx).

           COPY "RunControlRead.cpy".

           COPY "AuthorizeCheck.cpy".

           COPY "FreezeCheck.cpy".

           COPY "BuildRegistryWrite.cpy".
           COPY "BinCacheFetch.cpy".
