      * BuildRegistry.cpy
      *
      * Shared FILE-CONTROL entries for the program build registry
      * ("build.registry"). The batch driver, the regression driver,
      * the console and the scheduler all compile a program from
      * source at launch time; each compile is recorded here
      * (RegisterBuild, BuildRegistryWrite.cpy) with a checksum over
      * every source member that went into it - the program, its
      * shared subprogram sources and every copybook pulled in - so
      * a recorded answer can be traced to the code that produced
      * it. The launcher hands the build number on to the program it
      * runs (AocBuild), which carries it into audit.log and
      * results.ledger beside the answer. BuildSrcFile is the member
      * being read for the checksum.
       SELECT BuildRegFile ASSIGN TO "build.registry"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS BuildRegStatus.
       SELECT BuildSrcFile ASSIGN USING BldSrcPath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS BuildSrcStatus.
