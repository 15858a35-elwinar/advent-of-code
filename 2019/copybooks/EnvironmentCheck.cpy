      * EnvironmentCheck.cpy
      *
      * The environment service (fields in EnvironmentFields.cpy,
      * files in Environment.cpy). Every program reads and writes
      * its files relative to the directory it runs in, so an
      * environment is a directory tree: PROD is the production
      * directory itself, TEST and SAMPLE live under their roots
      * from environments.master ("Env|Root|Description", roots
      * relative to PROD; env/TEST and env/SAMPLE when not listed).
      * A set-up environment carries an environment.id marker naming
      * it; a directory without one is PROD.
       GetEnvironment SECTION.
           MOVE "environment.id" TO EnvIdPath.
           MOVE "PROD" TO EnvName.
           DISPLAY "EnvIdPath" UPON ENVIRONMENT-NAME.
           DISPLAY EnvIdPath UPON ENVIRONMENT-VALUE.
           OPEN INPUT EnvIdFile.
           IF EnvIdStatus IS EQUAL TO "00"
            MOVE SPACES TO EnvIdRec
            READ EnvIdFile
             AT END MOVE SPACES TO EnvIdRec
            END-READ
            IF EnvIdRec IS NOT EQUAL TO SPACES
             MOVE FUNCTION UPPER-CASE(EnvIdRec(1:8)) TO EnvName
            END-IF
            CLOSE EnvIdFile
           END-IF.

      * Subroutine LocateEnvironment.
      *
      * The root directory of environment EnvTarget, from
      * environments.master or the built-in defaults; EnvFound 0 for
      * an environment nobody defined.
      *
      * Uses: EnvTarget, EnvMasterFile -> EnvRoot, EnvFound
       LocateEnvironment SECTION.
           MOVE FUNCTION UPPER-CASE(EnvTarget) TO EnvTarget.
           MOVE 0 TO EnvFound.
           MOVE SPACES TO EnvRoot.
           EVALUATE EnvTarget
            WHEN "PROD"
             MOVE "." TO EnvRoot
             MOVE 1 TO EnvFound
            WHEN "TEST"
             MOVE "env/TEST" TO EnvRoot
             MOVE 1 TO EnvFound
            WHEN "SAMPLE"
             MOVE "env/SAMPLE" TO EnvRoot
             MOVE 1 TO EnvFound
           END-EVALUATE.
           OPEN INPUT EnvMasterFile.
           IF EnvMasterStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           MOVE SPACES TO EnvMasterRec.
           READ EnvMasterFile
            AT END SET EndOfEnvMaster TO TRUE
           END-READ.
           PERFORM UNTIL EndOfEnvMaster
            IF EnvMasterRec(1:1) IS NOT EQUAL TO "*"
             MOVE SPACES TO EnvFld1 EnvFld2
             UNSTRING EnvMasterRec DELIMITED BY "|"
              INTO EnvFld1 EnvFld2
             END-UNSTRING
             IF FUNCTION UPPER-CASE(EnvFld1) IS EQUAL TO EnvTarget
              AND EnvFld2 IS NOT EQUAL TO SPACES
              MOVE EnvFld2 TO EnvRoot
              MOVE 1 TO EnvFound
             END-IF
            END-IF
            MOVE SPACES TO EnvMasterRec
            READ EnvMasterFile
             AT END SET EndOfEnvMaster TO TRUE
            END-READ
           END-PERFORM.
           CLOSE EnvMasterFile.

      * Subroutine SetUpEnvironment.
      *
      * Build (or refresh) the tree for environment EnvTarget under
      * its root: the programs, copybooks, sample feeds and shared
      * reference files are linked to production's, so an
      * environment always runs the current code; its own
      * run.control and the other tunable control files are seeded
      * from production's the first time only; and nothing else -
      * no feed, ledger, register or log - is carried over. PROD is
      * never set up this way. EnvSysRc is nonzero when the tree
      * could not be built.
      *
      * Uses: EnvTarget -> EnvRoot, environment tree, EnvSysRc
       SetUpEnvironment SECTION.
           MOVE 8 TO EnvSysRc.
           PERFORM LocateEnvironment.
           IF NOT EnvIsFound OR EnvTarget IS EQUAL TO "PROD"
            OR EnvRoot IS EQUAL TO "."
            EXIT SECTION
           END-IF.
           MOVE SPACES TO EnvCommand.
           STRING "mkdir -p " FUNCTION TRIM(EnvRoot) "/intake"
                  " && cd " FUNCTION TRIM(EnvRoot) " && {"
                  " for f in ""$OLDPWD""/*.cob; do"
                  " ln -sf ""$f"" . ; done"
                  " ; ln -sfn ""$OLDPWD""/copybooks copybooks"
                  " ; ln -sfn ""$OLDPWD""/regress_samples"
                  " regress_samples"
                  " ; for f in season.catalog auth.matrix"
                  " operators.master environments.master ocr.font"
                  " 13b.strategies wire.ratecard wire.master"
                  " station.constraints reasonability.rules"
                  " answer.invariants;"
                  " do [ -e ""$OLDPWD/$f"" ] &&"
                  " ln -sf ""$OLDPWD/$f"" . ; done"
                  " ; for f in run.control batch.schedule"
                  " retention.policy generation.limits"
                  " report.distribution answer.sla charge.rates"
                  " costcentre.map; do [ -e ""$f"" ] ||"
                  " cp ""$OLDPWD/$f"" . 2>/dev/null ; done"
                  " ; echo " FUNCTION TRIM(EnvTarget)
                  " > environment.id ; }"
            DELIMITED BY SIZE INTO EnvCommand
           END-STRING.
           CALL "SYSTEM" USING EnvCommand.
           COMPUTE EnvSysRc = RETURN-CODE / 256.
           MOVE 0 TO RETURN-CODE.
