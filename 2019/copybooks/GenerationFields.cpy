      * GenerationFields.cpy
      *
      * WORKING-STORAGE fields for the report generation service
      * (GenerationWrite.cpy). To keep a new generation of a report
      * a program MOVEs the report's file name to GenReport (and its
      * own name to GenProgram, or SPACES to take it off the
      * report's provenance record) and PERFORMs NewGeneration after
      * closing the report. To read an earlier generation it MOVEs
      * the report name to GenReport and the relative generation
      * (0 the current report, -1 the one before it, ...) to
      * GenRelative and PERFORMs ResolveGeneration; GenPath then
      * names the file to open, SPACES when that generation is not
      * on file.
       01 GenReport      PIC X(40).
       01 GenProgram     PIC X(40).
       01 GenRelative    PIC S9(4).
       01 GenPath        PIC X(60).
       01 GenNumber      PIC 9(4).
       01 GenMade        PIC 9(1).
       88 GenWasMade     VALUE 1.
       01 GenResolved    PIC 9(1).
       88 GenIsResolved  VALUE 1.
       01 GenControlled  PIC 9(1).
       88 GenIsControlled VALUE 1.
       01 GenLimit       PIC 9(3).
       01 GenStamp       PIC X(14).
       01 GenRunStamp    PIC X(14).
       01 GenSourcePath  PIC X(60).
       01 GenCatStatus   PIC X(2).
       01 GenLimitStatus PIC X(2).
       01 GenSourceStatus PIC X(2).
       01 GenCommand     PIC X(200).
       01 GenSysRc       PIC 9(4).
       01 GenFld1        PIC X(40).
       01 GenFld2        PIC X(40).
       01 GenFld3        PIC X(40).
       01 GenFld4        PIC X(40).
       01 GenFld5        PIC X(14).
       01 GenFld6        PIC X(14).
       01 GenGx          PIC 9(4).
       01 GenHx          PIC 9(4).
       01 GenLx          PIC 9(3).
       01 GenSx          PIC 9(3).
       01 GenLy          PIC 9(3).
       01 GenNewest      PIC 9(4).
       01 GenKept        PIC 9(4).
       01 GenRollCount   PIC 9(4).
       01 GenWanted      PIC 9(4).
      * The catalog, loaded whole and written back whole: one
      * "GEN|report|Gnnnn|program|created|runstamp" record per
      * generation on file, oldest first within each report.
       01 GenCatalog.
          02 GenCount    PIC 9(4) VALUE 0.
          02 GenEntry OCCURS 1000 TIMES.
             03 GcReport   PIC X(40).
             03 GcNumber   PIC 9(4).
             03 GcProgram  PIC X(40).
             03 GcCreated  PIC X(14).
             03 GcRunStamp PIC X(14).
             03 GcDropped  PIC 9(1).
      * The generation limits, loaded once: "Report|Limit" records,
      * "*" the limit for a report not listed (7 when there is no
      * "*" record or no file at all).
       01 GenLimits.
          02 GenLimitsLoaded PIC 9(1) VALUE 0.
          02 GenDefaultLimit PIC 9(3) VALUE 7.
          02 GenLimitCount   PIC 9(3) VALUE 0.
          02 GenLimitEntry OCCURS 100 TIMES.
             03 GlReport   PIC X(40).
             03 GlLimit    PIC 9(3).
