      * BinCacheFD.cpy
      *
      * FD/records for BinIndexFile and BinLogFile (see
      * BinCache.cpy).
      *   bincache.index: BIN|program|checksum|path|cached|sources
      *   bincache.log:   HIT|stamp|launcher|program|checksum|build
      *                   MISS|stamp|launcher|program|checksum|build|
      *                        result
      *                   FORCED|  (as MISS)
      *                   PURGE|stamp|program|checksum|path|reason
      * cached is the CCYYMMDDhhmmss the binary entered the cache;
      * result is the compile's OK or FAILED - a failed compile
      * leaves nothing in the cache.
       FD BinIndexFile.
       01 BinIndexRec     PIC X(300).
       88 EndOfBinIndex   VALUE HIGH-VALUES.

       FD BinLogFile.
       01 BinLogRec       PIC X(200).
       88 EndOfBinLog     VALUE HIGH-VALUES.
