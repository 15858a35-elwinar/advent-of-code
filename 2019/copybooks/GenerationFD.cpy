      * GenerationFD.cpy
      *
      * FDs/records for the report generation files (see
      * Generation.cpy).
       FD GenCatFile.
       01 GenCatRec      PIC X(150).
       88 EndOfGenCat    VALUE HIGH-VALUES.

       FD GenLimitFile.
       01 GenLimitRec    PIC X(80).
       88 EndOfGenLimit  VALUE HIGH-VALUES.

       FD GenSourceFile RECORD IS VARYING IN SIZE FROM 1 TO 250
          CHARACTERS.
       01 GenSourceRec   PIC X(250).
