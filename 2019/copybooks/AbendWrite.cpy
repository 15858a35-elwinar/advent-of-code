      * and PERFORMs Abend, which writes the state dump to
      * "abend.dump" - the program, its input file, the record number
      * or OpPtr position it was at, and the key working fields -
      * records the failed run in audit.log with a FAILED marker and
      * the return code after its position ("rc=NN", which the
      * runbook coverage report keys on), and stops with the abend
      * RETURN-CODE. Every abend stops being a reconstruction
      * exercise.
       Abend SECTION.
           DISPLAY "ABEND: " FUNCTION TRIM(AbendReason).
           OPEN OUTPUT AbendFile.
            DELIMITED BY SIZE INTO AbendRec
           END-STRING.
           WRITE AbendRec.
           MOVE SPACES TO AbendRec.
           STRING "RetCode:  " AbendCode
            DELIMITED BY SIZE INTO AbendRec
           END-STRING.
           WRITE AbendRec.
           CLOSE AbendFile.

           MOVE AbendProgram TO AuditProgramId.
           MOVE AbendInput TO AuditInputPath.
           MOVE SPACES TO AuditArgs.
           STRING FUNCTION TRIM(AbendPosition) " rc=" AbendCode
            DELIMITED BY SIZE INTO AuditArgs
           END-STRING.
           MOVE SPACES TO AuditAnswer.
           STRING "FAILED: " AbendReason(1:22)
            DELIMITED BY SIZE INTO AuditAnswer
