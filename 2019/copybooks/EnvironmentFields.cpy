      * EnvironmentFields.cpy
      *
      * WORKING-STORAGE fields for the environment service
      * (EnvironmentCheck.cpy). PROD, TEST and SAMPLE each keep their
      * feeds, reports, registers, logs and run.control under their
      * own root directory; a program finds which one it is running
      * in with GetEnvironment (EnvName), finds another's root by
      * MOVEing its name to EnvTarget and PERFORMing
      * LocateEnvironment (EnvRoot, EnvFound), and builds an
      * environment's tree with SetUpEnvironment.
       01 EnvName        PIC X(8).
       01 EnvTarget      PIC X(8).
       01 EnvRoot        PIC X(60).
       01 EnvFound       PIC 9(1).
       88 EnvIsFound     VALUE 1.
       01 EnvIdPath      PIC X(80).
       01 EnvMasterStatus PIC X(2).
       01 EnvIdStatus    PIC X(2).
       01 EnvCommand     PIC X(1000).
       01 EnvSysRc       PIC 9(4).
       01 EnvFld1        PIC X(8).
       01 EnvFld2        PIC X(60).
