      * case per day (not the user's real numbered N.input), chosen to
      * exercise the program's logic while finishing in well under a
      * second.
      *
      * A regression pass never runs against production history: run
      * in PROD, the driver sets up the SAMPLE environment
      * (EnvironmentCheck.cpy) and relaunches itself there, so the
      * answers it provokes land in SAMPLE's own results.ledger and
      * logs; only the finished Regress.report is copied back for
      * eod, closeout and the distribution run to pick up.
      *
      * Each compile is recorded in that environment's
      * build.registry (BuildRegistryWrite.cpy) and the day runs with
      * the build number in AocBuild, so its ledger answer names the
      * build it came from.
      * An unchanged day reuses its binary from that environment's
      * binary cache (BinCacheFetch.cpy) instead of recompiling;
      * AocRebuild=Y forces every compile.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CatalogStatus.
       COPY "ResultsLedger.cpy".
       COPY "Environment.cpy".
       COPY "BuildRegistry.cpy".
       COPY "BinCache.cpy".

       DATA DIVISION.
       FILE SECTION.
      * "REG|season|program|sample|day|part|answer|extrasrcs|
      * extraargs" record per covered day/part of a season, so next
      * season's regression set runs through this same driver. The
      * 2019 set stays built in; 2019 records in the catalog add
      * day/parts after it, for days that arrive late in the season.
      * A record carrying a tenth field of PENDING (a season
      * rollover's copy, waiting on its feed) is left out of the
      * pass until the flag is taken off.
       FD CatalogFile.
       01 CatalogRec    PIC X(180).
       88 EndOfCatalog  VALUE HIGH-VALUES.

       COPY "ResultsLedgerFD.cpy".
       COPY "EnvironmentFD.cpy".
       COPY "BuildRegistryFD.cpy".
       COPY "BinCacheFD.cpy".

       WORKING-STORAGE SECTION.
       01 ReportPath    PIC X(50) VALUE "Regress.report".
       COPY "ResultsLedgerFields.cpy".
       COPY "EnvironmentFields.cpy".
       COPY "BuildRegistryFields.cpy".
       COPY "BinCacheFields.cpy".

      * DayTable lists every day/part this driver covers, in run order.
      * SamplePath is the checked-in sample input it runs against;
      * the answer that sample produced the day this entry was added,
      * kept here as the regression baseline.
       01 DayTable.
          02 DayEntry OCCURS 60 TIMES.
             03 ProgramName PIC X(5).
             03 SamplePath  PIC X(40).
             03 ExtraArgs   PIC X(20).

       01 Dx              PIC 9(2).
       01 DayCount        PIC 9(2) VALUE 28.
       01 CatCount        PIC 9(2) VALUE 0.
       01 CommandLine     PIC X(250).
       01 CatalogStatus   PIC X(2).
      * Season names the regression set this pass runs (argument 1);
       01 CatFld7         PIC X(30).
       01 CatFld8         PIC X(25).
       01 CatFld9         PIC X(20).
       01 CatFld10        PIC X(8).
       01 PendCount       PIC 9(2) VALUE 0.

       01 LinePrefix      PIC X(20).
       01 PfxPtr          PIC 9(3).
       01 ChkSum          PIC 9(9).
       01 ChkAnswer       PIC X(30).
       01 ChkJunk         PIC X(120).
       01 SampleRc        PIC 9(4).

       PROCEDURE DIVISION.
       Begin.
              LOW-VALUES
            MOVE "2019" TO Season
           END-IF.
           DISPLAY "AocSeason" UPON ENVIRONMENT-NAME.
           DISPLAY Season UPON ENVIRONMENT-VALUE.
           PERFORM GetEnvironment.
           IF EnvName IS EQUAL TO "PROD"
            PERFORM RunInSample
            STOP RUN
           END-IF.
           PERFORM VerifyLedger.
           MOVE 0 TO DayCount.
           IF Season IS EQUAL TO "2019"
            PERFORM BuildDayTable
            MOVE 28 TO DayCount
           END-IF.
           PERFORM LoadSeasonCatalog.
           IF DayCount IS EQUAL TO 0
            DISPLAY "Season " Season " has no season.catalog "
                    "entries; nothing to check"
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.

           OPEN OUTPUT ReportFile.

           DISPLAY "Regression pass: " PassCount " passed, " FailCount
                   " failed".
           DISPLAY "Binary cache: " BinHits " reused, " BinMisses
                   " compiled".
           DISPLAY "Full report written to " FUNCTION TRIM(ReportPath).
           STOP RUN.

      * Subroutine RunInSample.
      *
      * Build (or refresh) the SAMPLE environment, compile this
      * driver there and run the pass in it, then bring its
      * Regress.report home. The pass's own return code is passed
      * on; 8 when SAMPLE could not be set up.
      *
      * Uses: Season -> SAMPLE tree, Regress.report, RETURN-CODE
       RunInSample SECTION.
           MOVE "SAMPLE" TO EnvTarget.
           PERFORM SetUpEnvironment.
           IF EnvSysRc IS NOT EQUAL TO 0
            DISPLAY "Cannot set up the SAMPLE environment under "
                    FUNCTION TRIM(EnvRoot) "; regression not run"
            MOVE 8 TO RETURN-CODE
            EXIT SECTION
           END-IF.
           DISPLAY "Running the regression pass in SAMPLE ("
                   FUNCTION TRIM(EnvRoot) ")".
           MOVE SPACES TO CommandLine.
           STRING "cd " FUNCTION TRIM(EnvRoot)
                  " && cobc -x -std=ibm -I copybooks"
                  " -o /tmp/aoc_regress_driver regress.cob"
                  " > /tmp/aoc_regress_driver.compile.log 2>&1"
                  " && /tmp/aoc_regress_driver " Season
            DELIMITED BY SIZE INTO CommandLine
           END-STRING.
           CALL "SYSTEM" USING CommandLine.
           COMPUTE SampleRc = RETURN-CODE / 256.
           MOVE SPACES TO CommandLine.
           STRING "cp " FUNCTION TRIM(EnvRoot) "/"
                  FUNCTION TRIM(ReportPath) " "
                  FUNCTION TRIM(ReportPath) " 2>/dev/null"
            DELIMITED BY SIZE INTO CommandLine
           END-STRING.
           CALL "SYSTEM" USING CommandLine.
           MOVE SampleRc TO RETURN-CODE.

      * Subroutine VerifyLedger.
      *
      * Recompute the ledger's control totals - detail count and the

      * Subroutine LoadSeasonCatalog.
      *
      * Append the season catalog's REG records for the chosen season
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
            IF CatalogRec(1:4) IS EQUAL TO "REG|"
             AND DayCount IS LESS THAN 60
             MOVE SPACES TO CatFld2
             MOVE SPACES TO CatFld3
             MOVE SPACES TO CatFld4
             MOVE SPACES TO CatFld7
             MOVE SPACES TO CatFld8
             MOVE SPACES TO CatFld9
             MOVE SPACES TO CatFld10
             UNSTRING CatalogRec DELIMITED BY "|"
              INTO CatFld1 CatFld2 CatFld3 CatFld4 CatFld5 CatFld6
                   CatFld7 CatFld8 CatFld9 CatFld10
             END-UNSTRING
             IF CatFld2 IS EQUAL TO Season
              AND CatFld10 IS EQUAL TO "PENDING"
              ADD 1 TO PendCount
             END-IF
             IF CatFld2 IS EQUAL TO Season
              AND CatFld10 IS NOT EQUAL TO "PENDING"
              ADD 1 TO DayCount
              ADD 1 TO CatCount
              MOVE CatFld3 TO ProgramName(DayCount)
              MOVE CatFld4 TO SamplePath(DayCount)
              MOVE CatFld5 TO ExpDay(DayCount)
            END-READ
           END-PERFORM.
           CLOSE CatalogFile.
           IF CatCount IS GREATER THAN 0
            DISPLAY "Season " Season ": " CatCount " catalog "
                    "day/part(s)"
           END-IF.
           IF PendCount IS GREATER THAN 0
            DISPLAY "Season " Season ": " PendCount " day/part(s) "
                    "PENDING their feeds - not checked"
           END-IF.

      * Subroutine BuildDayTable.
      *
      * Intcode interpreter for the VM days, the letter recognizer
      * for the image days) into a throwaway /tmp binary,
      * capturing any compiler output in its own log rather than
      * letting it interleave with the run output below. A binary
      * already built from the same sources is taken from the binary
      * cache instead (BinCacheFetch.cpy); either way the build is in
      * build.registry.
      *
      * Uses: ProgramName(Dx) -> BldNumber, build.registry, bincache/
       CompileDay SECTION.
           MOVE SPACES TO BinCompileCmd.
           STRING "cobc -x -std=ibm -I copybooks -o /tmp/aoc_regress_"
                  FUNCTION TRIM(ProgramName(Dx)) " "
                  FUNCTION TRIM(ProgramName(Dx)) ".cob"
                  " " FUNCTION TRIM(ExtraSrcs(Dx))
                  " > /tmp/aoc_regress_" FUNCTION TRIM(ProgramName(Dx))
                  ".compile.log 2>&1"
            DELIMITED BY SIZE INTO BinCompileCmd
           END-STRING.
           MOVE SPACES TO BinTarget.
           STRING "/tmp/aoc_regress_" FUNCTION TRIM(ProgramName(Dx))
            DELIMITED BY SIZE INTO BinTarget
           END-STRING.
           MOVE ProgramName(Dx) TO BldProgram.
           MOVE SPACES TO BldSources.
           STRING FUNCTION TRIM(ProgramName(Dx)) ".cob "
                  FUNCTION TRIM(ExtraSrcs(Dx))
            DELIMITED BY SIZE INTO BldSources
           END-STRING.
           MOVE "regress" TO BldLauncher.
           PERFORM FetchBinary.
           IF BinWasHit
            DISPLAY "  " FUNCTION TRIM(ProgramName(Dx))
                    " unchanged - cached build " BldNumber
           END-IF.

      * Subroutine RunDay.
      *
      * answer it leaves in results.ledger matters here). SamplePath
      * is passed both as the positional InputPath argument and as a
      * matching environment variable, per the dynamic ASSIGN TO
      * InputPath quirk; ExtraArgs (if any) follows it. The build
      * number CompileDay registered goes with it as AocBuild.
      *
      * Uses: ProgramName(Dx), SamplePath(Dx), ExtraArgs(Dx),
      *       BldNumber
       RunDay SECTION.
           MOVE SPACES TO CommandLine.
           STRING "AocBuild=" BldNumber
                  " InputPath=" FUNCTION TRIM(SamplePath(Dx))
                  " /tmp/aoc_regress_" FUNCTION TRIM(ProgramName(Dx))
                  " " FUNCTION TRIM(SamplePath(Dx))
                  " " FUNCTION TRIM(ExtraArgs(Dx))
           END-IF.
           WRITE ReportRec.
           DISPLAY FUNCTION TRIM(ReportRec).

           COPY "EnvironmentCheck.cpy".

           COPY "BuildRegistryWrite.cpy".
           COPY "BinCacheFetch.cpy".
