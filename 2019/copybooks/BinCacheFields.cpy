      * BinCacheFields.cpy
      *
      * WORKING-STORAGE for the compiled-binary cache (BinCache.cpy).
      * Besides the build fields (BuildRegistryFields.cpy: BldProgram,
      * BldSources, BldLauncher), a launcher MOVEs its usual compile
      * command to BinCompileCmd and the binary path that command
      * writes to BinTarget, then PERFORMs FetchBinary: the binary is
      * at BinTarget afterward either way, BinHit says whether it came
      * from the cache, and BldNumber/BldResult are the build's
      * (BinCompileRc the compiler's exit status, 0 on a hit).
      * BinHits/BinMisses count this run's outcomes for a summary.
       01 BinIndexStatus  PIC X(2).
       01 BinLogStatus    PIC X(2).
       01 BinTarget       PIC X(80).
       01 BinCompileCmd   PIC X(300).
       01 BinCommand      PIC X(500).
       01 BinPath         PIC X(60).
       01 BinHit          PIC 9(1).
       88 BinWasHit       VALUE 1.
       01 BinOutcome      PIC X(6).
       01 BinCompileRc    PIC 9(4).
       01 BinForce        PIC X(8).
       01 BinStamp        PIC X(14).
       01 BinListed       PIC 9(1).
       01 BinHits         PIC 9(4) VALUE 0.
       01 BinMisses       PIC 9(4) VALUE 0.
       01 BinFld1         PIC X(8).
       01 BinFld2         PIC X(14).
       01 BinFld3         PIC X(18).
       01 BinFld4         PIC X(60).
       01 BinFld5         PIC X(18).
       01 BinFld6         PIC X(120).
