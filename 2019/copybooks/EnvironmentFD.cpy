      * EnvironmentFD.cpy
      *
      * FDs/records for the environment files (see Environment.cpy).
       FD EnvMasterFile.
       01 EnvMasterRec   PIC X(100).
       88 EndOfEnvMaster VALUE HIGH-VALUES.

       FD EnvIdFile.
       01 EnvIdRec       PIC X(20).
