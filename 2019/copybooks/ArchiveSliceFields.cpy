      * ArchiveSliceFields.cpy
      *
      * WORKING-STORAGE for the archive slice fingerprint
      * (ArchiveSlice.cpy). A program MOVEs the slice's path to
      * SlcPath and PERFORMs FingerprintSlice. Back come:
      *   SlcFound     1 when the slice could be opened, 0 when it
      *                is not on disk
      *   SlcRecs      its record count
      *   SlcChecksum  a checksum folded over every record's
      *                characters - the same fold the feed registry
      *                (fingerprint.cob) uses
      * The manifest carries the pair as
      *   "fingerprint <path> records <count> checksum <checksum>"
      * and, a slice that grows (the clipped ledger and audit
      * slices take more lines each run) being sealed again every
      * time it is written, the last such line for a path stands.
       01 SlcPath      PIC X(60).
       01 SlcStatus    PIC X(2).
       01 SlcLen       PIC 9(5).
       01 SlcFound     PIC 9(1).
       01 SlcRecs      PIC 9(7).
       01 SlcChecksum  PIC 9(9).
       01 SlcRecSum    PIC 9(9).
       01 SlcCx        PIC 9(5).
