      * ArchiveSlice.cpy
      *
      * Shared FILE-CONTROL entry for fingerprinting one housekeeping
      * archive slice (ArchiveSliceRead.cpy): housekeep.cob seals
      * every slice it writes with a fingerprint recorded in
      * Housekeep.manifest, and the archive verification pass
      * (archver.cob) takes the fingerprint again to prove the slice
      * is still what was archived.
       SELECT SliceFile ASSIGN USING SlcPath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SlcStatus.
