      * ProblemFD.cpy
      *
      * FD/record for ProblemFile (see Problem.cpy). Two record
      * types:
      *   PRB|number|state|opened|program|input|failure|title|
      *       root cause|workaround|permanent fix
      *   LNK|problem|incident|linked
      * state OPEN when raised, KNOWN-ERROR once its root cause is
      * recorded, FIXED once the permanent fix is; a problem short of
      * FIXED is open. A blank program, input or failure on a problem
      * matches any incident's.
       FD ProblemFile.
       01 ProblemRec     PIC X(500).
       88 EndOfProblems  VALUE HIGH-VALUES.
