      * AuthorizeFD.cpy
      *
      * FDs/records for the authorization files (see Authorize.cpy).
       FD AuthMatrixFile.
       01 AuthMatrixRec   PIC X(80).
       88 EndOfAuthMatrix VALUE HIGH-VALUES.

       FD AuthOperFile.
       01 AuthOperRec     PIC X(80).
       88 EndOfAuthOper   VALUE HIGH-VALUES.

       FD SecurityLogFile.
       01 SecurityLogRec  PIC X(120).
