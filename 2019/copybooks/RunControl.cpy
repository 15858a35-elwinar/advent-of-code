      * RunControl.cpy
      *
      * Shared FILE-CONTROL entry for the central run-control file:
      * one keyed "ProgramId|ParameterName|Value[|Season]" record per
      * setting, read by every day program at startup through
      * GetControlParam (RunControlRead.cpy) - so an operations
      * parameter change is one edit in run.control instead of a hunt
      * through driver tables and shell history. CLI arguments always
      * override.
       SELECT ControlFile ASSIGN TO "run.control"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ControlStatus.
