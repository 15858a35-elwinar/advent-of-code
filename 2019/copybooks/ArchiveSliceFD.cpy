      * ArchiveSliceFD.cpy
      *
      * FD/record for the archive slice fingerprint (see
      * ArchiveSlice.cpy).
       FD SliceFile RECORD IS VARYING IN SIZE FROM 1 TO 9999
          CHARACTERS DEPENDING ON SlcLen.
       01 SliceRec    PIC X(9999).
       88 EndOfSlice  VALUE HIGH-VALUES.
