      * BuildRegistryFields.cpy
      *
      * WORKING-STORAGE for the build registry (BuildRegistry.cpy).
      * A launcher MOVEs the program name to BldProgram, the source
      * files it compiles (blank-separated, the program's own source
      * first) to BldSources, itself to BldLauncher and the compile's
      * outcome to BldResult, then PERFORMs RegisterBuild; BldNumber
      * and BldChecksum come back for the compile. ChecksumBuild
      * alone gives the checksum the sources would build with now
      * (BldMissCount the members it could not read); RecordBuild
      * records a build whose checksum is already taken.
      * A reader PERFORMs LoadBuildRegistry to fill BldTable (one
      * entry per build number, with its newest compile) and sets
      * BldWantNumber before PERFORMing FindBuild; BldIx comes back
      * as its entry, or 0.
       01 BuildRegStatus  PIC X(2).
       01 BuildSrcStatus  PIC X(2).
       01 BldProgram      PIC X(12).
       01 BldSources      PIC X(120).
       01 BldLauncher     PIC X(12).
       01 BldResult       PIC X(6).
       01 BldNumber       PIC 9(6).
       01 BldChecksum.
          02 BldSumA      PIC 9(9).
          02 BldSumB      PIC 9(9).
       01 BldStamp        PIC X(14).
       01 BldHighest      PIC 9(6).
       01 BldKnown        PIC 9(1).
       01 BldMissCount    PIC 9(3).
       01 BldMemFmt       PIC ZZ9.
      * The members folded into one checksum: the sources named,
      * then every copybook a member COPYs, each once, in the order
      * first met.
       01 BldMembers.
          02 BldMemCount  PIC 9(3).
          02 BldMember    PIC X(60) OCCURS 80 TIMES.
       01 BldMx           PIC 9(3).
       01 BldDx           PIC 9(3).
       01 BldSrcPath      PIC X(60).
       01 BldLen          PIC 9(3).
       01 BldCx           PIC 9(3).
       01 BldPtr          PIC 9(3).
       01 BldWord         PIC X(60).
       01 BldCopyName     PIC X(60).
       01 BldCopyTally    PIC 9(3).
       01 BldJunk         PIC X(200).
       01 BldFld1         PIC X(8).
       01 BldFld2         PIC X(8).
       01 BldFld3         PIC X(12).
       01 BldFld4         PIC X(18).
       01 BldFld5         PIC X(14).
       01 BldFld6         PIC X(12).
       01 BldFld7         PIC X(6).
       01 BldFld8         PIC X(4).
       01 BldFld9         PIC X(120).
       01 BldTable.
          02 BldCount     PIC 9(4) VALUE 0.
          02 BldEntry OCCURS 500 TIMES.
             03 BldTNumber  PIC 9(6).
             03 BldTProg    PIC X(12).
             03 BldTSum     PIC X(18).
             03 BldTStamp   PIC X(14).
             03 BldTSources PIC X(120).
       01 BldIx           PIC 9(4).
       01 BldWantNumber   PIC 9(6).
