      * BinCache.cpy
      *
      * Shared FILE-CONTROL entries for the compiled-binary cache.
      * A launcher that would compile a program from source first
      * checksums its members (ChecksumBuild, BuildRegistryWrite.cpy)
      * and looks for a binary built from exactly that checksum under
      * bincache/ ("bincache/<program>.<checksum>"); a hit is copied
      * into place instead of compiling, a miss compiles as always
      * and leaves the new binary in the cache (FetchBinary,
      * BinCacheFetch.cpy). The AocRebuild environment variable ("Y")
      * forces a compile for when the cache is not trusted.
      * bincache.index lists every cached binary with the sources it
      * was built from, for the purge (bincache.cob); bincache.log
      * records every hit, miss and forced rebuild.
       SELECT BinIndexFile ASSIGN TO "bincache.index"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS BinIndexStatus.
       SELECT BinLogFile ASSIGN TO "bincache.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS BinLogStatus.
