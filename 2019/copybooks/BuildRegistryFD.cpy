      * BuildRegistryFD.cpy
      *
      * FD/records for BuildRegFile and BuildSrcFile (see
      * BuildRegistry.cpy). One registry record per compile:
      *   BUILD|number|program|checksum|compiled|launcher|result|
      *         members|sources
      * number is the build number - the same program compiled from
      * unchanged members keeps the number it was first given, any
      * change to a member takes the next one; checksum is 18 digits
      * folded from every member's lines; compiled the CCYYMMDDhhmmss
      * of the compile; result OK or FAILED as the compiler returned;
      * members the count of files folded; sources the source list
      * the launcher compiled (copybooks are found from it).
       FD BuildRegFile.
       01 BuildRegRec     PIC X(300).
       88 EndOfBuildReg   VALUE HIGH-VALUES.

       FD BuildSrcFile.
       01 BuildSrcRec     PIC X(200).
       88 EndOfBuildSrc   VALUE HIGH-VALUES.
