      * Environment.cpy
      *
      * Shared FILE-CONTROL entries for the environment service
      * (EnvironmentCheck.cpy): the environment master naming each
      * environment's root directory, and the environment.id marker
      * a set-up environment carries in its root.
       SELECT EnvMasterFile ASSIGN TO "environments.master"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS EnvMasterStatus.
       SELECT EnvIdFile ASSIGN USING EnvIdPath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS EnvIdStatus.
