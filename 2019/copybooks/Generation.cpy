      * Generation.cpy
      *
      * Shared FILE-CONTROL entries for the report generation
      * service (GenerationWrite.cpy): the generation catalog that
      * records every numbered generation of a report, the
      * per-report generation limits, and a reader for the first
      * record of a report (its provenance stamp).
       SELECT GenCatFile ASSIGN TO "report.generations"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS GenCatStatus.
       SELECT GenLimitFile ASSIGN TO "generation.limits"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS GenLimitStatus.
       SELECT GenSourceFile ASSIGN USING GenSourcePath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS GenSourceStatus.
